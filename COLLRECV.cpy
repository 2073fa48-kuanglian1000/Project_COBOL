      *> Governing record layout for the collection agency's
      *> recoveries file (COLLECT-RECOVERIES.DAT) - fixed format, one
      *> line per sum the agency has recovered from a referred
      *> borrower, gross, before its commission. The amount is
      *> unsigned with two implied decimals.
       01  CollRecoveryLine.
           88  EndOfRecoveries         VALUE HIGH-VALUES.
           03  RcvBorrowerNumber       PIC 9(4).
           03  RcvRecoveredDate        PIC 9(8).
           03  RcvGrossAmount          PIC 9(5)V99.
           03  RcvAgencyReference      PIC X(10).
