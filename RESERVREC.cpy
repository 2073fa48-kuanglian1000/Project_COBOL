      *> title has landed on the catalog; the activation run flips
      *> it open the night the title arrives
               88  ReserveIsPending    VALUE "P".
      *> the order line a pending reservation waited on was
      *> cancelled by the supplier and nothing else is on order for
      *> the title - SUPPACK-LOAD lists it for the desk to ring the
      *> borrower, and the queue place is given up
               88  ReserveOrderCancelled   VALUE "C".
           03  ReserveFilledDate       PIC 9(8).
      *> which copy sits on the hold shelf, and since when - set
      *> when check-in holds the copy, read by the release run's
      *> business-day aging
           03  ReserveHeldCopyNumber   PIC 99.
           03  ReserveHeldDate         PIC 9(8).
      *> the format the borrower asked for - a space takes the first
      *> copy of either format; a tape or disc preference is only
      *> ever held a copy of that format
           03  ReserveFormatPref       PIC X.
               88  ReserveAnyFormat    VALUE " ".
               88  ReserveWantsTape    VALUE "T".
               88  ReserveWantsDisc    VALUE "D".
               88  ValidReserveFormat  VALUE " " "T" "D".
      *> which branch the reservation was taken at - stamped from
      *> the terminal's BRANCH.DAT when the clerk queues it, so the
      *> weekly stock rotation can weigh each shop's queue; zeros
      *> on older records reads as branch 1, the original shop
           03  ReserveBranchCode       PIC 99.
