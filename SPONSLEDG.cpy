      *> Governing detail-line layout for the sponsor ledger
      *> (SPONSOR-LEDGER.DAT) - one line per bursary award taken
      *> off a tuition invoice by TUITION-BILLING's invoice run,
      *> in the order the invoices were raised: the funding source
      *> the money is owed by, the invoice it went against, the
      *> award it came from and how much. A withdrawal refund
      *> (SUB-TUITIONREFUND) adds a line with the amount negative
      *> for the sponsor's share it gives back. BURSARY-MAINTAIN's
      *> sponsor report totals it by funding source. Built in
      *> WORKING-STORAGE and moved into the FD's flat line with
      *> WRITE ... FROM, same as the loyalty points ledger. Copied
      *> into every program that touches the ledger so the layout
      *> only has to change in one place.
       01  SponsorLedgerLine.
           88  EndOfSponsorLedger      VALUE HIGH-VALUES.
           03  SplFundingSource        PIC X(10).
           03  FILLER                  PIC X VALUE SPACE.
           03  SplStudentId            PIC X(7).
           03  FILLER                  PIC X VALUE SPACE.
           03  SplCourseCode           PIC X(4).
           03  FILLER                  PIC X VALUE SPACE.
           03  SplTerm                 PIC X(6).
           03  FILLER                  PIC X VALUE SPACE.
           03  SplBurSeqNo             PIC 99.
           03  FILLER                  PIC X VALUE SPACE.
           03  SplInvoiceDate          PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  SplAmount               PIC 9(5).99-.
