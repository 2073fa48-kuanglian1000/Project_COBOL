      *> Governing detail-line layout for the supplier ledger
      *> (SUPPLIER-LEDGER.DAT) - one line per supplier holding what
      *> has been approved for payment, what has been paid, and the
      *> balance still owed, as at the last payment run - net of
      *> any supplier credit notes keyed but not yet netted off a
      *> payment (LedgCreditsHeld). Rewritten
      *> whole by every run, read by the month-end pack. Built in
      *> WORKING-STORAGE and moved into the FD's flat line with
      *> WRITE ... FROM, same as CALCLOGREC.
       01  SupplierLedgerLine.
           88  EndOfSupplierLedger     VALUE HIGH-VALUES.
           03  LedgSupplierCode        PIC 999.
           03  FILLER                  PIC X VALUE SPACE.
           03  LedgSupplierName        PIC X(20).
           03  FILLER                  PIC X VALUE SPACE.
           03  LedgApprovedTotal       PIC 9(7).99.
           03  FILLER                  PIC X VALUE SPACE.
           03  LedgPaidTotal           PIC 9(7).99.
           03  FILLER                  PIC X VALUE SPACE.
           03  LedgBalanceOwed         PIC 9(7).99.
           03  FILLER                  PIC X VALUE SPACE.
           03  LedgAsAtDate            PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  LedgCreditsHeld         PIC 9(7).99.
