      *> Governing line layout for the loyalty scheme's rules
      *> (LOYALTY-RULES.DAT) - one line, keyed on the control file
      *> workbench and rewritten whole, the way TOLERANCES.DAT is:
      *>   the points earned per 1.00 of rental paid, one rate per
      *>     pricing category in fee schedule order (N = new
      *>     release, S = standard, C = classic)
      *>   what one point is worth when redeemed at the desk
      *>   the fewest points the desk will redeem at a time
      *>   how many days a balance may sit with no points earned or
      *>     redeemed before the nightly step expires it
      *> The VALUEs below are the shop's standing rules; a reader
      *> that finds no file on disk runs on them. Copied into the
      *> WORKING-STORAGE of every program that earns, redeems, ages
      *> or values points so the layout only has to change in one
      *> place.
       01  LoyaltyRules.
           03  LyrEarnRateValues       PIC X(9) VALUE "05 10 10 ".
           03  LyrEarnRateTable REDEFINES LyrEarnRateValues.
               05  LyrEarnEntry        OCCURS 3 TIMES.
                   07  LyrEarnRate     PIC 99.
                   07  FILLER          PIC X.
           03  LyrPointValue           PIC 9V99 VALUE 0.01.
           03  FILLER                  PIC X VALUE SPACE.
           03  LyrMinRedeem            PIC 9(5) VALUE 100.
           03  FILLER                  PIC X VALUE SPACE.
           03  LyrExpiryDays           PIC 9(4) VALUE 365.
