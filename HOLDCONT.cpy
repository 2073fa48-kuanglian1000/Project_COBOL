      *> Governing detail-line layout for the hold contact log
      *> (HOLD-CONTACT-LOG.DAT) - one line per attempt to tell a
      *> borrower their reservation is on the hold shelf: every call
      *> the clerk marks on HOLD-CALLDESK and every pickup notice
      *> HOLD-PICKUPLIST posts. Built in WORKING-STORAGE and moved
      *> into the FD's flat line with WRITE ... FROM, same as the
      *> fees journal line. Copied into every program that touches
      *> the log so the layout only has to change in one place.
       01  HoldContactLine.
           03  HclDate                 PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  HclVideoCode            PIC 9(5).
           03  FILLER                  PIC X VALUE "/".
           03  HclSeqNo                PIC 9(3).
           03  FILLER                  PIC X VALUE SPACE.
           03  HclBorrower             PIC 9(4).
           03  FILLER                  PIC X VALUE SPACE.
      *> same codes as NtfLastOutcome on HOLDNTFREC.cpy
           03  HclOutcome              PIC X.
           03  FILLER                  PIC X VALUE SPACE.
           03  HclPhone                PIC X(12).
           03  FILLER                  PIC X VALUE SPACE.
           03  HclOperatorId           PIC X(4).
