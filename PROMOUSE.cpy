      *> Governing detail-line layout for the promotion usage log
      *> (PROMO-USAGE.DAT) - one line per check-in a promotion
      *> discounted, beside the DSC line on the fees journal, so the
      *> campaign report can say which campaign gave the money away.
      *> Built in WORKING-STORAGE and moved into the FD's flat line
      *> with WRITE ... FROM, same as the fees journal line. Copied
      *> into every program that touches the log so the layout only
      *> has to change in one place.
       01  PromoUsageLine.
           03  PusDate                 PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  PusPromoCode            PIC X(6).
           03  FILLER                  PIC X VALUE SPACE.
           03  PusVideoCode            PIC 9(5).
           03  FILLER                  PIC X VALUE SPACE.
           03  PusBorrower             PIC 9(4).
           03  FILLER                  PIC X VALUE SPACE.
           03  PusLoanDate             PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  PusRental               PIC 9(5).99.
           03  FILLER                  PIC X VALUE SPACE.
           03  PusDiscount             PIC 9(5).99.
           03  FILLER                  PIC X VALUE SPACE.
           03  PusOperatorId           PIC X(4).
