      *> Governing line layout for the tuition instalment rules
      *> (TUITION-RULES.DAT) - one line, keyed on the control file
      *> workbench and rewritten whole, the way VOUCHER-RULES.DAT
      *> is:
      *>   how many days past its due date an unpaid instalment is
      *>     allowed before the late-payment penalty is charged
      *>   the penalty charged, once, on each instalment that runs
      *>     past the grace period
      *> The VALUEs below are the shop's standing rules; a reader
      *> that finds no file on disk runs on them. Copied into the
      *> WORKING-STORAGE of every program that charges or keys the
      *> rules so the layout only has to change in one place.
       01  TuitionRules.
           03  TtrGraceDays            PIC 9(3) VALUE 14.
           03  TtrPenaltyAmount        PIC 9(5)V99 VALUE 25.00.
