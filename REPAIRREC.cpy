      *> Governing record layout for the repair dockets
      *> (REPAIR.DAT). One record per damaged copy sent out to the
      *> repair man, keyed by the numbered docket it went on plus
      *> the copy itself, so a copy that comes back is booked in
      *> against exactly the docket that took it:
      *>   O = out at repair (the copy stands at condition "A")
      *>   F = came back fixed - the copy went back to the shelf
      *>   S = came back scrapped - the copy stands at "Z"
      *> The repair man's charge is keyed when the copy comes back,
      *> fixed or not; STOCK-VALUATION reports the period's charges.
      *> Copied into every program that opens RepairFile so the
      *> layout only has to change in one place.
       01  RepairRecord.
           88  EndOfRepairFile         VALUE HIGH-VALUE.
           03  RepairKey.
               05  RepDocketNo         PIC 9(5).
               05  RepVideoCode        PIC 9(5).
               05  RepCopyNumber       PIC 99.
           03  RepSentDate             PIC 9(8).
           03  RepSentBy               PIC X(4).
           03  RepStatusFlag           PIC X.
               88  RepOutAtRepair      VALUE "O".
               88  RepFixed            VALUE "F".
               88  RepScrapped         VALUE "S".
           03  RepReturnedDate         PIC 9(8).
           03  RepCost                 PIC 9(5)V99.
           03  RepReturnedBy           PIC X(4).
