      *> Governing record layout for the free-rental awards a basket
      *> checkout earns under an every-Nth-free promotion
      *> (PROMO-AWARD.DAT) - keyed by the copy the award was made
      *> on, so the check-in of that copy finds it. The loan date
      *> and borrower must still match the open loan when the copy
      *> comes back; the award is deleted once the check-in has
      *> used it, and a stale one is simply overwritten the next
      *> time the copy earns one. Copied into every program that
      *> opens PromoAwardFile so the layout only has to change in
      *> one place.
       01  PromoAwardRecord.
           03  PawLoanKey.
               05  PawVideoCode        PIC 9(5).
               05  PawCopyNumber       PIC 99.
           03  PawLoanDate             PIC 9(8).
           03  PawBorrowerNumber       PIC 9(4).
           03  PawPromoCode            PIC X(6).
