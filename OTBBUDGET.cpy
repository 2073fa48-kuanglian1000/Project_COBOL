      *> Governing line layout for the open-to-buy purchasing budget
      *> (OTB-BUDGET.DAT), maintained on the control file workbench:
      *> one line per genre per calendar month, the most the shop
      *> will commit to new stock of that genre on orders raised in
      *> that month. A genre with no line for the month has nothing
      *> to spend; with no budget file at all the budget is not in
      *> use and order entry does not hold lines against it. Lines
      *> that don't parse are ignored. Copied into every program
      *> that reads or keys the budget so the layout only has to
      *> change in one place.
       01  OtbBudgetLine.
           88  EndOfOtbBudget          VALUE HIGH-VALUES.
           03  ObgGenreCode            PIC X(3).
           03  FILLER                  PIC X VALUE SPACE.
           03  ObgMonth                PIC 9(6).
           03  FILLER                  PIC X VALUE SPACE.
           03  ObgAllowance            PIC 9(7)V99.
