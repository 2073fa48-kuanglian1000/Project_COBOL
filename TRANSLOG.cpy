      *> Governing detail-line layout for the branch transfer log
      *> (TRANSFER-LOG.DAT). BRANCH-TRANSFER appends one line for
      *> every copy dispatched from a branch or received at one,
      *> with the operator; the weekly stock rotation reads the
      *> dispatches back to see whether its suggestions were acted
      *> on. A receive line carries no sending branch. Built in
      *> WORKING-STORAGE and moved into the FD's flat line with
      *> WRITE ... FROM, same as CALCLOGREC. Copied into every
      *> program that touches the log so the layout only has to
      *> change in one place.
       01  TransferLogLine.
           03  TlgDate         PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  TlgEvent        PIC X(8).
               88  TlgDispatched   VALUE "DISPATCH".
               88  TlgReceived     VALUE "RECEIVE".
           03  FILLER          PIC X VALUE SPACE.
           03  TlgVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  TlgCopyNumber   PIC 99.
           03  FILLER          PIC X(6) VALUE " FROM ".
           03  TlgFromBranch   PIC 99.
           03  FILLER          PIC X(4) VALUE " TO ".
           03  TlgToBranch     PIC 99.
           03  FILLER          PIC X(5) VALUE " OP= ".
           03  TlgOperatorId   PIC X(4).
