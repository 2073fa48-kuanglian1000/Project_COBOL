       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-VALUATION.
      *> Period-end valuation of the copy inventory - what the shelf
      *> is worth, and what went out of service this period. Every
      *> copy carries its unit cost (CopyUnitCost, off the approved
      *> supplier invoice) and CopyDateAdded; each is depreciated
      *> straight-line by whole months over the shop's standard
      *> life for its title's VideoPriceCategory, down to nil. The
      *> report (STOCK-VALUATION-RPT.DAT) shows, as at the business
      *> date:
      *>   copies, cost and net book value per genre and branch for
      *>     every copy still in service (on the shelf, on loan, or
      *>     riding between branches)
      *>   the write-offs: every copy flagged damaged, lost or
      *>     withdrawn during the business date's month, at its net
      *>     book value on the day it was flagged
      *>   the copies out with the repair man - written off when
      *>     they were flagged damaged, so counted but not valued;
      *>     one that comes back scrapped stays off the books, one
      *>     that comes back fixed is on the shelf and valued again
      *>   the repair man's charges booked back in during the
      *>     month, off REPAIR.DAT, docket by docket
      *> The standard lives stand below until STOCK-LIFE.DAT says
      *> otherwise - one "C MMM" line per price category (N, S, C)
      *> giving the life in months. A title with no category
      *> depreciates as standard.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VideoCopyFile ASSIGN TO "VIDEOCOPY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CopyKey
             FILE STATUS IS CopyStatus.

           SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VideoCode
             ALTERNATE RECORD KEY IS VideoTitle
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS VideoSupplierCode
               WITH DUPLICATES
             FILE STATUS IS VideoStatus.

           SELECT LifeFile ASSIGN TO "STOCK-LIFE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LifeStatus.

           SELECT RepairFile ASSIGN TO "REPAIR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS RepairKey
             FILE STATUS IS RepairStatus.

           SELECT ReportFile ASSIGN TO "STOCK-VALUATION-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  VideoFile.
           COPY VIDEOREC.

       FD  LifeFile.
       01  LifeRecord.
           88  EndOfLifeFile       VALUE HIGH-VALUES.
           03  LifCategory         PIC X.
           03  FILLER              PIC X.
           03  LifMonths           PIC 9(3).

       FD  RepairFile.
           COPY REPAIRREC.

       FD  ReportFile.
       01  ReportLine  PIC X(80).

       WORKING-STORAGE SECTION.
       01  CopyStatus          PIC X(2).
           88  CopyFileOK      VALUE "00".
       01  VideoStatus         PIC X(2).
           88  VideoFound      VALUE "00".
       01  LifeStatus          PIC X(2).
           88  LifeFileOK      VALUE "00".
       01  RepairStatus        PIC X(2).
           88  RepairFileOK    VALUE "00".
           88  RepairNotFound  VALUE "35".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

      *> the standard life in months per price category, in one
      *> fixed order - 1 = N, 2 = S, 3 = C
       01  LifeTable.
           03  LifeValues.
               05  FILLER      PIC X(4) VALUE "N012".
               05  FILLER      PIC X(4) VALUE "S024".
               05  FILLER      PIC X(4) VALUE "C036".
           03  FILLER REDEFINES LifeValues.
               05  LifeEntry   OCCURS 3 TIMES.
                   07  LifeCategory    PIC X.
                   07  LifeMonths      PIC 9(3).
       01  LifeIndex           PIC 9.
       01  CopyLifeMonths      PIC 9(3).

      *> in-service totals per genre and branch, in the order first
      *> met; printed lowest genre/branch first
       01  ValuationTable.
           03  ValuationEntry  OCCURS 300 TIMES.
               05  ValGenre        PIC X(3).
               05  ValBranch       PIC 99.
               05  ValCopies       PIC 9(5).
               05  ValCost         PIC 9(7)V99.
               05  ValBookValue    PIC 9(7)V99.
               05  ValPrintedFlag  PIC X.
       01  ValuationCount      PIC 9(3) VALUE ZERO.
       01  ValuationIndex      PIC 9(3).
       01  ValuationSlot       PIC 9(3).
       01  BestIndex           PIC 9(3).
       01  SlotFoundSw         PIC X.
           88  SlotFound       VALUE "Y".
       01  TableFullSw         PIC X VALUE "N".
           88  TableFull       VALUE "Y".

       01  BusinessDate        PIC 9(8).
       01  PeriodMonth         PIC 9(6).
       01  CopyGenre           PIC X(3).
       01  CopyBranch          PIC 99.
       01  CopyCost            PIC 9(5)V99.
       01  CostAsAtDate        PIC 9(8).
       01  FILLER REDEFINES CostAsAtDate.
           03  AsAtYear        PIC 9(4).
           03  AsAtMonth       PIC 99.
           03  FILLER          PIC 99.
       01  AddedDate           PIC 9(8).
       01  FILLER REDEFINES AddedDate.
           03  AddedYear       PIC 9(4).
           03  AddedMonth      PIC 99.
           03  FILLER          PIC 99.
       01  AgeMonths           PIC S9(5).
       01  BookValue           PIC 9(7)V99.
       01  TotalCopies         PIC 9(6).
       01  TotalCost           PIC 9(8)V99.
       01  TotalBookValue      PIC 9(8)V99.
       01  WriteOffCount       PIC 9(5).
       01  WriteOffTotal       PIC 9(8)V99.
       01  AtRepairCount       PIC 9(5).
       01  RepairChargeCount   PIC 9(5).
       01  RepairChargeTotal   PIC 9(8)V99.

       01  ReportHeading.
           03  FILLER          PIC X(16) VALUE "=STOCK VALUATION".
           03  FILLER          PIC X(8) VALUE "= AS AT ".
           03  HdgDate         PIC 9(8).

       01  ValuationColumnLine.
           03  FILLER          PIC X(26) VALUE
                 "GENRE BRANCH  COPIES      ".
           03  FILLER          PIC X(26) VALUE
                 "    COST    NET BOOK VALUE".

       01  ValuationDetailLine.
           03  VdlGenre        PIC X(3).
           03  FILLER          PIC X(5) VALUE SPACES.
           03  VdlBranch       PIC 99.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  VdlCopies       PIC ZZ,ZZ9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  VdlCost         PIC Z,ZZZ,ZZ9.99.
           03  FILLER          PIC X(6) VALUE SPACES.
           03  VdlBookValue    PIC Z,ZZZ,ZZ9.99.

       01  ValuationTotalLine.
           03  FILLER          PIC X(10) VALUE "TOTAL     ".
           03  VtlCopies       PIC ZZZ,ZZ9.
           03  FILLER          PIC X VALUE SPACE.
           03  VtlCost         PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER          PIC X(5) VALUE SPACES.
           03  VtlBookValue    PIC ZZ,ZZZ,ZZ9.99.

       01  WriteOffHeading.
           03  FILLER          PIC X(29)
                 VALUE "WRITE-OFFS FLAGGED IN PERIOD ".
           03  WohPeriod       PIC 9(6).

       01  WriteOffDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  WodVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  WodCopyNumber   PIC 99.
           03  FILLER          PIC X VALUE SPACE.
           03  WodTitle        PIC X(30).
           03  FILLER          PIC X VALUE SPACE.
           03  WodCondition    PIC X.
           03  FILLER          PIC X VALUE SPACE.
           03  WodDate         PIC 9(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  WodBookValue    PIC ZZ,ZZ9.99.

       01  WriteOffTotalLine.
           03  FILLER          PIC X(19) VALUE "TOTAL WRITTEN OFF =".
           03  WotCount        PIC ZZ,ZZ9.
           03  FILLER          PIC X(9) VALUE " COPIES  ".
           03  WotAmount       PIC ZZ,ZZZ,ZZ9.99.

       01  AtRepairLine.
           03  FILLER          PIC X(33) VALUE
                 "COPIES AT REPAIR (NOT VALUED)  = ".
           03  ArlCount        PIC ZZ,ZZ9.

       01  RepairChargeHeading.
           03  FILLER          PIC X(31)
                 VALUE "REPAIR CHARGES BOOKED IN PERIOD".
           03  FILLER          PIC X VALUE SPACE.
           03  RchPeriod       PIC 9(6).

       01  RepairChargeDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  RcdDocketNo     PIC 9(5).
           03  FILLER          PIC X VALUE SPACE.
           03  RcdVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  RcdCopyNumber   PIC 99.
           03  FILLER          PIC X VALUE SPACE.
           03  RcdTitle        PIC X(30).
           03  FILLER          PIC X VALUE SPACE.
           03  RcdOutcome      PIC X(5).
           03  FILLER          PIC X VALUE SPACE.
           03  RcdDate         PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  RcdCost         PIC ZZ,ZZ9.99.

       01  RepairChargeTotalLine.
           03  FILLER          PIC X(19) VALUE "TOTAL REPAIR COST =".
           03  RctCount        PIC ZZ,ZZ9.
           03  FILLER          PIC X(9) VALUE " COPIES  ".
           03  RctAmount       PIC ZZ,ZZZ,ZZ9.99.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-BusinessDate" USING BusinessDate.
           MOVE BusinessDate(1:6) TO PeriodMonth.
           PERFORM LOAD-STOCK-LIVES.

           OPEN INPUT VideoCopyFile.
           IF NOT CopyFileOK
               DISPLAY "..UNABLE TO OPEN COPY FILE, STATUS = ",
                   CopyStatus
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT VideoFile.
           OPEN OUTPUT ReportFile.
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               CLOSE VideoCopyFile, VideoFile
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BusinessDate TO HdgDate
           WRITE ReportLine FROM ReportHeading
           MOVE SPACES TO ReportLine
           WRITE ReportLine

      *>   the write-offs print as they are met; the in-service
      *>   totals are gathered on the same pass and print after
           MOVE PeriodMonth TO WohPeriod
           WRITE ReportLine FROM WriteOffHeading
           MOVE ZERO TO WriteOffCount WriteOffTotal AtRepairCount
           PERFORM VALUE-COPY-INVENTORY
           MOVE WriteOffCount TO WotCount
           MOVE WriteOffTotal TO WotAmount
           WRITE ReportLine FROM WriteOffTotalLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           WRITE ReportLine FROM ValuationColumnLine
           MOVE ZERO TO TotalCopies TotalCost TotalBookValue
           PERFORM PRINT-NEXT-VALUATION-LINE ValuationCount TIMES
           MOVE TotalCopies TO VtlCopies
           MOVE TotalCost TO VtlCost
           MOVE TotalBookValue TO VtlBookValue
           WRITE ReportLine FROM ValuationTotalLine
           IF TableFull
               MOVE SPACES TO ReportLine
               STRING "..MORE THAN 300 GENRE/BRANCH PAIRS - TOTALS "
                   "ABOVE ARE INCOMPLETE.." DELIMITED BY SIZE
                   INTO ReportLine
               END-STRING
               WRITE ReportLine
               SET RunFailed TO TRUE
           END-IF
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE AtRepairCount TO ArlCount
           WRITE ReportLine FROM AtRepairLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           MOVE PeriodMonth TO RchPeriod
           WRITE ReportLine FROM RepairChargeHeading
           MOVE ZERO TO RepairChargeCount RepairChargeTotal
           PERFORM LIST-REPAIR-CHARGES
           MOVE RepairChargeCount TO RctCount
           MOVE RepairChargeTotal TO RctAmount
           WRITE ReportLine FROM RepairChargeTotalLine

           CLOSE VideoCopyFile, VideoFile, ReportFile.
           DISPLAY "STOCK AT NET BOOK VALUE = ", VtlBookValue.
           IF RunFailed
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-STOCK-LIVES.
           OPEN INPUT LifeFile
           IF LifeFileOK
               READ LifeFile
                   AT END SET EndOfLifeFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLifeFile
                   IF LifMonths NUMERIC AND LifMonths > ZERO
                       PERFORM VARYING LifeIndex FROM 1 BY 1
                               UNTIL LifeIndex > 3
                           IF LifeCategory(LifeIndex) = LifCategory
                               MOVE LifMonths TO LifeMonths(LifeIndex)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ LifeFile
                       AT END SET EndOfLifeFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LifeFile
           END-IF.

       VALUE-COPY-INVENTORY.
           READ VideoCopyFile NEXT RECORD
               AT END SET EndOfCopyFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCopyFile
               PERFORM VALUE-ONE-COPY
               READ VideoCopyFile NEXT RECORD
                   AT END SET EndOfCopyFile TO TRUE
               END-READ
           END-PERFORM.

      *>   a copy sent back to the supplier is the supplier's credit
      *>   note's business, not a write-off; a copy at repair or
      *>   scrapped there went off the books as damaged already
       VALUE-ONE-COPY.
           IF CopyReturnedToSupplier OR CopyScrapped
               EXIT PARAGRAPH
           END-IF
           IF CopyAtRepair
               ADD 1 TO AtRepairCount
               EXIT PARAGRAPH
           END-IF
           MOVE CopyVideoCode TO VideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY
                   MOVE "*TITLE NOT ON CATALOG*" TO VideoTitle
                   MOVE "???" TO VideoGenreCode
                   MOVE SPACE TO VideoPriceCategory
           END-READ
           MOVE 24 TO CopyLifeMonths
           PERFORM VARYING LifeIndex FROM 1 BY 1 UNTIL LifeIndex > 3
               IF LifeCategory(LifeIndex) = VideoPriceCategory
                   MOVE LifeMonths(LifeIndex) TO CopyLifeMonths
               END-IF
           END-PERFORM
           IF CopyUnitCost NUMERIC
               MOVE CopyUnitCost TO CopyCost
           ELSE
               MOVE ZERO TO CopyCost
           END-IF
           IF CopyDamaged OR CopyLost OR CopyWithdrawn
               IF CopyConditionDate NUMERIC
                   AND CopyConditionDate(1:6) = PeriodMonth
                   MOVE CopyConditionDate TO CostAsAtDate
                   PERFORM DEPRECIATE-COPY
                   PERFORM PRINT-WRITE-OFF
               END-IF
           ELSE
               MOVE BusinessDate TO CostAsAtDate
               PERFORM DEPRECIATE-COPY
               PERFORM POST-VALUATION
           END-IF.

      *>   straight line by whole months since the month the copy
      *>   came in - a copy bought this month stands at full cost
       DEPRECIATE-COPY.
           MOVE ZERO TO BookValue
           IF CopyDateAdded NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CopyDateAdded TO AddedDate
           COMPUTE AgeMonths = (AsAtYear * 12 + AsAtMonth)
               - (AddedYear * 12 + AddedMonth)
           IF AgeMonths < ZERO
               MOVE ZERO TO AgeMonths
           END-IF
           IF AgeMonths < CopyLifeMonths
               COMPUTE BookValue ROUNDED = CopyCost
                   * (CopyLifeMonths - AgeMonths) / CopyLifeMonths
           END-IF.

       PRINT-WRITE-OFF.
           MOVE CopyVideoCode TO WodVideoCode
           MOVE CopyNumber TO WodCopyNumber
           MOVE VideoTitle TO WodTitle
           MOVE CopyConditionFlag TO WodCondition
           MOVE CopyConditionDate TO WodDate
           MOVE BookValue TO WodBookValue
           WRITE ReportLine FROM WriteOffDetailLine
           ADD 1 TO WriteOffCount
           ADD BookValue TO WriteOffTotal.

      *>   zeros on older copy records read as branch 1
       POST-VALUATION.
           MOVE VideoGenreCode TO CopyGenre
           MOVE CopyBranchCode TO CopyBranch
           IF CopyBranch NOT NUMERIC OR CopyBranch = ZERO
               MOVE 1 TO CopyBranch
           END-IF
           MOVE "N" TO SlotFoundSw
           PERFORM VARYING ValuationIndex FROM 1 BY 1
                   UNTIL SlotFound OR ValuationIndex > ValuationCount
               IF ValGenre(ValuationIndex) = CopyGenre
                   AND ValBranch(ValuationIndex) = CopyBranch
                   MOVE ValuationIndex TO ValuationSlot
                   SET SlotFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT SlotFound
               IF ValuationCount >= 300
                   SET TableFull TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ValuationCount
               MOVE ValuationCount TO ValuationSlot
               MOVE CopyGenre TO ValGenre(ValuationSlot)
               MOVE CopyBranch TO ValBranch(ValuationSlot)
               MOVE ZERO TO ValCopies(ValuationSlot)
               MOVE ZERO TO ValCost(ValuationSlot)
               MOVE ZERO TO ValBookValue(ValuationSlot)
               MOVE "N" TO ValPrintedFlag(ValuationSlot)
           END-IF
           ADD 1 TO ValCopies(ValuationSlot)
           ADD CopyCost TO ValCost(ValuationSlot)
           ADD BookValue TO ValBookValue(ValuationSlot).

      *>   the lowest unprinted genre/branch each time round
       PRINT-NEXT-VALUATION-LINE.
           MOVE ZERO TO BestIndex
           PERFORM WEIGH-VALUATION-LINE
               VARYING ValuationIndex FROM 1 BY 1
               UNTIL ValuationIndex > ValuationCount
           IF BestIndex > ZERO
               MOVE "Y" TO ValPrintedFlag(BestIndex)
               MOVE ValGenre(BestIndex) TO VdlGenre
               MOVE ValBranch(BestIndex) TO VdlBranch
               MOVE ValCopies(BestIndex) TO VdlCopies
               MOVE ValCost(BestIndex) TO VdlCost
               MOVE ValBookValue(BestIndex) TO VdlBookValue
               WRITE ReportLine FROM ValuationDetailLine
               ADD ValCopies(BestIndex) TO TotalCopies
               ADD ValCost(BestIndex) TO TotalCost
               ADD ValBookValue(BestIndex) TO TotalBookValue
           END-IF.

       WEIGH-VALUATION-LINE.
           IF ValPrintedFlag(ValuationIndex) = "N"
               IF BestIndex = ZERO
                   MOVE ValuationIndex TO BestIndex
               ELSE
                   IF ValGenre(ValuationIndex) < ValGenre(BestIndex)
                       OR (ValGenre(ValuationIndex)
                           = ValGenre(BestIndex)
                       AND ValBranch(ValuationIndex)
                           < ValBranch(BestIndex))
                       MOVE ValuationIndex TO BestIndex
                   END-IF
               END-IF
           END-IF.

      *>   no repair file yet is a shop that has never sent a copy
      *>   out - a nil section, not a failure. The charge lands in
      *>   the month the copy came back, fixed or scrapped
       LIST-REPAIR-CHARGES.
           OPEN INPUT RepairFile
           IF RepairNotFound
               EXIT PARAGRAPH
           END-IF
           IF NOT RepairFileOK
               DISPLAY "..UNABLE TO OPEN REPAIR FILE, STATUS = ",
                   RepairStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ RepairFile NEXT RECORD
               AT END SET EndOfRepairFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRepairFile
               IF NOT RepOutAtRepair
                   AND RepReturnedDate(1:6) = PeriodMonth
                   PERFORM PRINT-REPAIR-CHARGE
               END-IF
               READ RepairFile NEXT RECORD
                   AT END SET EndOfRepairFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RepairFile.

       PRINT-REPAIR-CHARGE.
           MOVE RepVideoCode TO VideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY MOVE "*TITLE NOT ON CATALOG*" TO VideoTitle
           END-READ
           MOVE RepDocketNo TO RcdDocketNo
           MOVE RepVideoCode TO RcdVideoCode
           MOVE RepCopyNumber TO RcdCopyNumber
           MOVE VideoTitle TO RcdTitle
           IF RepFixed
               MOVE "FIXED" TO RcdOutcome
           ELSE
               MOVE "SCRAP" TO RcdOutcome
           END-IF
           MOVE RepReturnedDate TO RcdDate
           MOVE RepCost TO RcdCost
           WRITE ReportLine FROM RepairChargeDetailLine
           ADD 1 TO RepairChargeCount
           ADD RepCost TO RepairChargeTotal.
