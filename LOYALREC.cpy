      *> Governing record layout for the loyalty points master
      *> (LOYALTY.DAT). One record per borrower who has ever earned
      *> a point, keyed by the borrower number: the points standing
      *> to the member now, the date points last moved (earned or
      *> redeemed - the nightly expiry step ages the balance from
      *> it), and the running totals earned, redeemed and expired
      *> since the record was opened. Every movement also goes on
      *> LOYALTY-LEDGER.DAT (LOYLEDG), which is the trail behind
      *> the balance. Copied into every program that opens
      *> LoyaltyFile so the layout only has to change in one place.
       01  LoyaltyRecord.
           88  EndOfLoyaltyFile        VALUE HIGH-VALUE.
           03  LoyBorrowerNumber       PIC 9(4).
           03  LoyPointsBalance        PIC 9(7).
           03  LoyLastActivityDate     PIC 9(8).
           03  LoyOpenedDate           PIC 9(8).
           03  LoyEarnedToDate         PIC 9(7).
           03  LoyRedeemedToDate       PIC 9(7).
           03  LoyExpiredToDate        PIC 9(7).
