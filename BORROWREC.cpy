               05  BorrowerStreet  PIC X(20).
               05  BorrowerTown    PIC X(15).
               05  BorrowerPostCode    PIC X(8).
      *> the shop the member joined at - stamped once at add from
      *> the terminal's BRANCH.DAT, so new members and the renewal
      *> billing can be told apart by branch; zeros on older
      *> records reads as branch 1, the original shop
           03  BorrowerJoinedBranch    PIC 99.
      *> "Y" when the member has asked not to be sent the weekly
      *> new-arrivals bulletin - keyed on BORROWER-MAINTAIN; space
      *> or "N" (every record from before the column) gets it
           03  BorrowerBulletinOptOut  PIC X.
               88  BulletinOptedOut    VALUE "Y" "y".
