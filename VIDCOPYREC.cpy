           03  CopyDateAdded           PIC 9(8).
      *> the copy's physical condition/whereabouts - kept current by
      *> the loan desk (shelf/loan) and by the lost-and-damaged desk
      *> function and the overdue escalation run (and by the
      *> returns-to-supplier run, for a faulty tape sent back on an
      *> authorisation, and by the repair desk, for a damaged copy
      *> out on a repair docket and the one scrapped there), so the
      *> stocktake and the integrity audit stop treating a
      *> known-lost copy as a surprise
           03  CopyConditionFlag       PIC X.
               88  CopyOnShelf         VALUE "S".
               88  CopyOnLoan          VALUE "L".
               88  CopyLost            VALUE "X".
               88  CopyWithdrawn       VALUE "W".
               88  CopyInTransit       VALUE "T".
               88  CopyReturnedToSupplier  VALUE "R".
               88  CopyAtRepair        VALUE "A".
               88  CopyScrapped        VALUE "Z".
               88  CopyLendable        VALUE "S".
               88  CopyOutOfService    VALUE "D" "X" "W" "T" "R"
                                             "A" "Z".
      *> which branch the copy belongs to - stamped at add and at
      *> goods receiving from the terminal's BRANCH.DAT, moved only
      *> by BRANCH-TRANSFER's dispatch/receive pair (the copy rides
      *> in the "T" condition between shops); zeros on older records
      *> reads as branch 1, the original shop
           03  CopyBranchCode          PIC 99.
      *> what the copy cost: the unit price off the approved supplier
      *> invoice line for the order line it was received against
      *> (CopyOrderRef, stamped by GOODS-RECEIVING). Zero until that
      *> invoice is approved, and on copies keyed by hand or carried
      *> over from the older layout - the stock valuation carries a
      *> zero-cost copy at nil book value
           03  CopyUnitCost            PIC 9(5)V99.
           03  CopyOrderRef.
               05  CopyOrderNumber     PIC 9(5).
               05  CopyOrderLine       PIC 9(3).
      *> the business date the condition flag last changed - how the
      *> valuation tells THIS period's write-offs from old ones
           03  CopyConditionDate       PIC 9(8).
      *> the copy's physical format - stamped at add and at goods
      *> receiving; a space on a record from before the shop stocked
      *> discs reads as tape, which is all it could have been
           03  CopyFormat              PIC X.
               88  CopyOnTape          VALUE "T" " ".
               88  CopyOnDisc          VALUE "D".
               88  ValidCopyFormat     VALUE "T" "D".
