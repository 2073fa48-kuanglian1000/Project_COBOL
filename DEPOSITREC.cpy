      *> Governing record layout for the security deposit master
      *> (DEPOSIT.DAT). One record per borrower ever asked for a
      *> deposit, keyed by the borrower number: whether the shop
      *> requires one (set by BORROWER-RELIABILITY for a CHRONIC
      *> late returner, or by a senior at the deposit desk), and the
      *> refundable deposit actually held. The money is a liability
      *> owed back to the member - it never touches BORR-ACCOUNT.DAT
      *> until it is closed, when DEPOSIT-DESK forfeits what the
      *> member still owes there and refunds the rest. Copied into
      *> every program that opens DepositFile so the layout only has
      *> to change in one place.
       01  DepositRecord.
           88  EndOfDepositFile        VALUE HIGH-VALUE.
           03  DepBorrowerNumber       PIC 9(4).
           03  DepRequiredFlag         PIC X.
               88  DepositRequired     VALUE "Y".
               88  DepositNotRequired  VALUE "N".
           03  DepFlaggedDate          PIC 9(8).
           03  DepFlaggedBy            PIC X(4).
      *> H = held; U = the member was purged holding it - refund
      *> due, awaiting collection; C = closed (forfeited and/or
      *> refunded); space = none ever taken
           03  DepStatusFlag           PIC X.
               88  DepositHeld         VALUE "H".
               88  DepositRefundDue    VALUE "U".
               88  DepositClosed       VALUE "C".
               88  DepositNoneTaken    VALUE SPACE.
               88  DepositOutstanding  VALUE "H" "U".
           03  DepHeldAmount           PIC 9(5)V99.
           03  DepTakenDate            PIC 9(8).
           03  DepTakenBy              PIC X(4).
           03  DepClosedDate           PIC 9(8).
           03  DepForfeitAmount        PIC 9(5)V99.
           03  DepRefundAmount         PIC 9(5)V99.
           03  DepClosedBy             PIC X(4).
