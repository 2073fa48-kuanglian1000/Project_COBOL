      *> Governing detail-line layout for the loyalty points ledger
      *> (LOYALTY-LEDGER.DAT) - one line per movement on a member's
      *> points, in the order they happened:
      *>   ERN = earned on a paid rental at check-in (the value
      *>         column is the rental paid that earned them)
      *>   RDM = redeemed against a rental charge at the desk (the
      *>         value column is the money they paid off - the LPR
      *>         line on the fees journal)
      *>   EXP = expired by the nightly step after the member went
      *>         quiet (the value column is what they were worth)
      *>   MGO = moved out of a borrower number merged away, and
      *>   MGI = moved into the surviving number by the same merge
      *>         (no value - the points are only moving between
      *>         members, so the pair nets to nothing scheme-wide)
      *> The balance after the movement is carried on the line so a
      *> dispute can be walked without re-adding the whole ledger.
      *> Built in WORKING-STORAGE and moved into the FD's flat line
      *> with WRITE ... FROM, same as the fees journal line. Copied
      *> into every program that touches the ledger so the layout
      *> only has to change in one place.
       01  LoyaltyLedgerLine.
           03  LlgDate                 PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  LlgType                 PIC X(3).
               88  LlgEarned           VALUE "ERN".
               88  LlgRedeemed         VALUE "RDM".
               88  LlgExpired          VALUE "EXP".
               88  LlgMergedOut        VALUE "MGO".
               88  LlgMergedIn         VALUE "MGI".
               88  LlgMergeMove        VALUE "MGO" "MGI".
           03  FILLER                  PIC X VALUE SPACE.
           03  LlgBorrower             PIC 9(4).
           03  FILLER                  PIC X VALUE SPACE.
           03  LlgVideoCode            PIC 9(5).
           03  FILLER                  PIC X VALUE SPACE.
           03  LlgPoints               PIC 9(7).
           03  FILLER                  PIC X VALUE SPACE.
           03  LlgValue                PIC 9(5).99.
           03  FILLER                  PIC X VALUE SPACE.
           03  LlgBalanceAfter         PIC 9(7).
           03  FILLER                  PIC X VALUE SPACE.
           03  LlgOperatorId           PIC X(4).
