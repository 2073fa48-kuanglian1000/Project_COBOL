       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-COMPARE.
      *> Monthly branch comparison - whether each shop pays its way.
      *> For the month of the business date, every branch side by
      *> side (BRANCH-COMPARE-RPT.DAT, four branches to a block):
      *>   revenue off FEES-JOURNAL.DAT by charge type, split on the
      *>     line's branch - rental and late fees off the check-in
      *>     lines, replacements, extra charges, membership, voucher
      *>     and ex-rental copy sales, less the waivers, reversals,
      *>     discounts, points, bad debt and agency commission - and
      *>     the net of it
      *>   loans completed off LOAN-HISTORY.DAT, counted to the
      *>     branch the copy belongs to now (the history line does
      *>     not carry one; copies seldom move)
      *>   new members registered, by the branch they joined at
      *>   stock held - the copies each branch still owns on
      *>     VIDEOCOPY.DAT, on the shelf, out on loan, riding in, or
      *>     in for repair or as damaged; lost, withdrawn, scrapped
      *>     and returned copies are gone
      *>   revenue per copy held - the net over the stock
      *> Lines, members and copies from before the branch was kept
      *> carry none and count to branch 1, the original shop.
      *> Periodic: the nightly chain runs it on the step schedule
      *> (standing: the last business day of each month), beside
      *> MONTHEND-MGMTPACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FeesJournalFile ASSIGN TO "FEES-JOURNAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FeesJournalStatus.

           SELECT LoanHistoryFile ASSIGN TO "LOAN-HISTORY.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HistoryStatus.

           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS SEQUENTIAL
             RELATIVE KEY IS BorrowerKey
             FILE STATUS IS BorrowerStatus.

           SELECT VideoCopyFile ASSIGN TO "VIDEOCOPY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CopyKey
             FILE STATUS IS CopyStatus.

           SELECT ReportFile ASSIGN TO "BRANCH-COMPARE-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  FeesJournalFile.
       01  FeesJournalFlatLine PIC X(85).
           88  EndOfJournalFlat    VALUE HIGH-VALUES.

       FD  LoanHistoryFile.
       01  HistoryFlatLine     PIC X(63).
           88  EndOfHistoryFlat    VALUE HIGH-VALUES.

       FD  BorrowerFile.
           COPY BORROWREC.

       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  ReportFile.
       01  ReportLine  PIC X(80).

       WORKING-STORAGE SECTION.
           COPY FEEJRNL.
           COPY LOANHIST.

       01  FeesJournalStatus   PIC X(2).
           88  FeesJournalOK   VALUE "00".
       01  HistoryStatus       PIC X(2).
           88  HistoryFileOK   VALUE "00".
       01  BorrowerStatus      PIC X(2).
           88  BorrowerFileOK  VALUE "00".
       01  BorrowerKey         PIC 9(4).
       01  CopyStatus          PIC X(2).
           88  CopyFileOK      VALUE "00".
           88  CopyFound       VALUE "00".
       01  CopyFileOpenSw      PIC X VALUE "N".
           88  CopyFileIsOpen  VALUE "Y".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

       01  BusinessDate        PIC 9(8).
       01  CompareMonth        PIC 9(6).
       01  LineYearMonth       PIC 9(6).
       01  LineAmount          PIC 9(5)V99.
       01  LineBranch          PIC 99.

      *> everything accumulated for the month, subscripted by the
      *> branch code itself
       01  BranchStatTable.
           03  BranchStatEntry     OCCURS 99 TIMES.
               05  BcmInUseSw      PIC X.
                   88  BcmInUse    VALUE "Y".
               05  BcmRental       PIC 9(7)V99.
               05  BcmLateFees     PIC 9(7)V99.
               05  BcmReplace      PIC 9(7)V99.
               05  BcmExtraCharge  PIC 9(7)V99.
               05  BcmMembership   PIC 9(7)V99.
               05  BcmVoucherSales PIC 9(7)V99.
               05  BcmCopySales    PIC 9(7)V99.
               05  BcmReductions   PIC 9(7)V99.
               05  BcmNetRevenue   PIC S9(7)V99.
               05  BcmLoans        PIC 9(5).
               05  BcmNewMembers   PIC 9(4).
               05  BcmStockHeld    PIC 9(5).
               05  BcmPerCopy      PIC S9(5)V99.
       01  BranchIndex         PIC 99.

      *> the branches going into the block being printed
       01  BlockTable.
           03  BlockBranch     PIC 99 OCCURS 4 TIMES.
       01  BlockCount          PIC 9.
       01  BlockIndex          PIC 9.
       01  BranchesShown       PIC 99 VALUE ZERO.

       01  ReportHeading.
           03  FILLER          PIC X(30)
                 VALUE "=BRANCH COMPARISON= MONTH ".
           03  HdgMonth        PIC 9(6).
           03  FILLER          PIC X(6) VALUE "  RUN ".
           03  HdgDate         PIC 9(8).

       01  BlockHeadingLine.
           03  FILLER          PIC X(22) VALUE SPACES.
           03  BhdColumn       OCCURS 4 TIMES.
               05  FILLER      PIC X(5) VALUE SPACES.
               05  FILLER      PIC X(5) VALUE "BRNCH".
               05  BhdBranch   PIC Z9.

       01  MoneyRowLine.
           03  MrwLabel        PIC X(22).
           03  MrwColumn       OCCURS 4 TIMES.
               05  FILLER      PIC X VALUE SPACE.
               05  MrwAmount   PIC -ZZZ,ZZ9.99.

       01  CountRowLine.
           03  CrwLabel        PIC X(22).
           03  CrwColumn       OCCURS 4 TIMES.
               05  FILLER      PIC X(5) VALUE SPACES.
               05  CrwCount    PIC ZZZ,ZZ9.

       01  NoBranchLine        PIC X(50)
             VALUE "..NO BRANCH ACTIVITY OR STOCK ON FILE..".

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30)
                                   VALUE "BRANCH-COMPARE-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "BRANCH-COMPARE".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-BusinessDate" USING BusinessDate.
           MOVE BusinessDate(1:6) TO CompareMonth.
           INITIALIZE BranchStatTable.
           MOVE "N" TO CopyFileOpenSw.
           MOVE ZERO TO BranchesShown.

           OPEN INPUT VideoCopyFile.
           IF CopyFileOK
               SET CopyFileIsOpen TO TRUE
           END-IF.
           PERFORM GATHER-JOURNAL-REVENUE.
           PERFORM GATHER-LOAN-VOLUMES.
           PERFORM GATHER-NEW-MEMBERS.
           PERFORM GATHER-STOCK-HELD.
           IF CopyFileIsOpen
               CLOSE VideoCopyFile
           END-IF.
           PERFORM WORK-OUT-BRANCH-NET
               VARYING BranchIndex FROM 1 BY 1
               UNTIL BranchIndex > 98.
           MOVE 99 TO BranchIndex.
           PERFORM WORK-OUT-BRANCH-NET.
           PERFORM PRINT-THE-COMPARISON.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *>   a branch missing or zero is the original shop
       FIX-LINE-BRANCH.
           IF LineBranch = ZERO
               MOVE 1 TO LineBranch
           END-IF
           MOVE "Y" TO BcmInUseSw(LineBranch).

       GATHER-JOURNAL-REVENUE.
           OPEN INPUT FeesJournalFile
           IF FeesJournalOK
               READ FeesJournalFile
                   AT END SET EndOfJournalFlat TO TRUE
               END-READ
               PERFORM UNTIL EndOfJournalFlat
                   MOVE FeesJournalFlatLine TO FeesJournalLine
                   MOVE FeeJrnDate(1:6) TO LineYearMonth
                   IF LineYearMonth = CompareMonth
                       PERFORM POST-JOURNAL-LINE
                   END-IF
                   READ FeesJournalFile
                       AT END SET EndOfJournalFlat TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FeesJournalFile
           END-IF.

      *>   the same split of the charge types as the management
      *>   pack, so the branches add back to its figures
       POST-JOURNAL-LINE.
           MOVE ZERO TO LineBranch
           IF FeeJrnBranchCode IS NUMERIC
               MOVE FeeJrnBranchCode TO LineBranch
           END-IF
           PERFORM FIX-LINE-BRANCH
           MOVE FeeJrnTotal TO LineAmount
           EVALUATE FeeJrnType
               WHEN "CHG"
                   MOVE FeeJrnRental TO LineAmount
                   ADD LineAmount TO BcmRental(LineBranch)
                   MOVE FeeJrnLateFee TO LineAmount
                   ADD LineAmount TO BcmLateFees(LineBranch)
               WHEN "RPL"
                   ADD LineAmount TO BcmReplace(LineBranch)
               WHEN "ADC"
                   ADD LineAmount TO BcmExtraCharge(LineBranch)
               WHEN "MEM"
                   ADD LineAmount TO BcmMembership(LineBranch)
               WHEN "VSL"
                   ADD LineAmount TO BcmVoucherSales(LineBranch)
               WHEN "SEL"
                   ADD LineAmount TO BcmCopySales(LineBranch)
               WHEN "REV"
               WHEN "ADJ"
               WHEN "DSC"
               WHEN "LPR"
               WHEN "BDW"
               WHEN "CCM"
                   ADD LineAmount TO BcmReductions(LineBranch)
           END-EVALUATE.

      *>   a loan counts to the branch its copy belongs to - a copy
      *>   no longer on file counts to branch 1
       GATHER-LOAN-VOLUMES.
           OPEN INPUT LoanHistoryFile
           IF HistoryFileOK
               READ LoanHistoryFile
                   AT END SET EndOfHistoryFlat TO TRUE
               END-READ
               PERFORM UNTIL EndOfHistoryFlat
                   MOVE HistoryFlatLine TO LoanHistoryRecord
                   MOVE HistReturnDate(1:6) TO LineYearMonth
                   IF LineYearMonth = CompareMonth
                       MOVE ZERO TO LineBranch
                       IF CopyFileIsOpen
                           MOVE HistVideoCode TO CopyVideoCode
                           MOVE HistCopyNumber TO CopyNumber
                           READ VideoCopyFile
                               KEY IS CopyKey
                               INVALID KEY CONTINUE
                           END-READ
                           IF CopyFound
                               MOVE CopyBranchCode TO LineBranch
                           END-IF
                       END-IF
                       PERFORM FIX-LINE-BRANCH
                       ADD 1 TO BcmLoans(LineBranch)
                   END-IF
                   READ LoanHistoryFile
                       AT END SET EndOfHistoryFlat TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LoanHistoryFile
           END-IF.

       GATHER-NEW-MEMBERS.
           OPEN INPUT BorrowerFile
           IF BorrowerFileOK
               READ BorrowerFile
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL NOT BorrowerFileOK
                   MOVE BorrowerJoinedDate(1:6) TO LineYearMonth
                   IF LineYearMonth = CompareMonth
                       MOVE BorrowerJoinedBranch TO LineBranch
                       PERFORM FIX-LINE-BRANCH
                       ADD 1 TO BcmNewMembers(LineBranch)
                   END-IF
                   READ BorrowerFile
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE BorrowerFile
           END-IF.

      *>   the copy file as it stands tonight - a copy in transit
      *>   is stamped with the branch it is riding to
       GATHER-STOCK-HELD.
           IF NOT CopyFileIsOpen
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO CopyKey
           START VideoCopyFile KEY IS NOT LESS THAN CopyKey
               INVALID KEY CONTINUE
           END-START
           IF CopyFileOK
               READ VideoCopyFile NEXT RECORD
                   AT END SET EndOfCopyFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCopyFile
                   IF CopyOnShelf OR CopyOnLoan OR CopyInTransit
                       OR CopyDamaged OR CopyAtRepair
                       MOVE CopyBranchCode TO LineBranch
                       PERFORM FIX-LINE-BRANCH
                       ADD 1 TO BcmStockHeld(LineBranch)
                   END-IF
                   READ VideoCopyFile NEXT RECORD
                       AT END SET EndOfCopyFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

       WORK-OUT-BRANCH-NET.
           COMPUTE BcmNetRevenue(BranchIndex) =
               BcmRental(BranchIndex) + BcmLateFees(BranchIndex)
               + BcmReplace(BranchIndex) + BcmExtraCharge(BranchIndex)
               + BcmMembership(BranchIndex)
               + BcmVoucherSales(BranchIndex)
               + BcmCopySales(BranchIndex)
               - BcmReductions(BranchIndex)
           IF BcmStockHeld(BranchIndex) > ZERO
               COMPUTE BcmPerCopy(BranchIndex) ROUNDED =
                   BcmNetRevenue(BranchIndex)
                   / BcmStockHeld(BranchIndex)
           END-IF.

       PRINT-THE-COMPARISON.
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE CompareMonth TO HdgMonth
           MOVE BusinessDate TO HdgDate
           WRITE ReportLine FROM ReportHeading
           MOVE SPACES TO ReportLine
           WRITE ReportLine

      *>   the branches in use, four to a block across the page
           MOVE ZERO TO BlockCount
           PERFORM VARYING BranchIndex FROM 1 BY 1
                   UNTIL BranchIndex > 98
               PERFORM ADD-BRANCH-TO-BLOCK
           END-PERFORM
           MOVE 99 TO BranchIndex
           PERFORM ADD-BRANCH-TO-BLOCK
           IF BlockCount > ZERO
               PERFORM PRINT-ONE-BLOCK
           END-IF
           IF BranchesShown = ZERO
               WRITE ReportLine FROM NoBranchLine
           END-IF

           CLOSE ReportFile
           CALL "Sub-VaultReport" USING VaultReportName, VaultStepName.

       ADD-BRANCH-TO-BLOCK.
           IF BcmInUse(BranchIndex)
               ADD 1 TO BlockCount
               MOVE BranchIndex TO BlockBranch(BlockCount)
               ADD 1 TO BranchesShown
               IF BlockCount = 4
                   PERFORM PRINT-ONE-BLOCK
               END-IF
           END-IF.

       PRINT-ONE-BLOCK.
           MOVE SPACES TO BlockHeadingLine
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE "     BRNCH" TO BhdColumn(BlockIndex)(1:10)
               MOVE BlockBranch(BlockIndex) TO BhdBranch(BlockIndex)
           END-PERFORM
           WRITE ReportLine FROM BlockHeadingLine

           MOVE "RENTAL         (CHG)" TO MrwLabel
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE BcmRental(BlockBranch(BlockIndex))
                   TO MrwAmount(BlockIndex)
           END-PERFORM
           PERFORM WRITE-MONEY-ROW
           MOVE "LATE FEES      (CHG)" TO MrwLabel
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE BcmLateFees(BlockBranch(BlockIndex))
                   TO MrwAmount(BlockIndex)
           END-PERFORM
           PERFORM WRITE-MONEY-ROW
           MOVE "REPLACEMENTS   (RPL)" TO MrwLabel
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE BcmReplace(BlockBranch(BlockIndex))
                   TO MrwAmount(BlockIndex)
           END-PERFORM
           PERFORM WRITE-MONEY-ROW
           MOVE "EXTRA CHARGES  (ADC)" TO MrwLabel
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE BcmExtraCharge(BlockBranch(BlockIndex))
                   TO MrwAmount(BlockIndex)
           END-PERFORM
           PERFORM WRITE-MONEY-ROW
           MOVE "MEMBERSHIP     (MEM)" TO MrwLabel
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE BcmMembership(BlockBranch(BlockIndex))
                   TO MrwAmount(BlockIndex)
           END-PERFORM
           PERFORM WRITE-MONEY-ROW
           MOVE "VOUCHER SALES  (VSL)" TO MrwLabel
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE BcmVoucherSales(BlockBranch(BlockIndex))
                   TO MrwAmount(BlockIndex)
           END-PERFORM
           PERFORM WRITE-MONEY-ROW
           MOVE "COPY SALES     (SEL)" TO MrwLabel
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE BcmCopySales(BlockBranch(BlockIndex))
                   TO MrwAmount(BlockIndex)
           END-PERFORM
           PERFORM WRITE-MONEY-ROW
           MOVE "LESS WAIVERS/REVERSALS" TO MrwLabel
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE BcmReductions(BlockBranch(BlockIndex))
                   TO MrwAmount(BlockIndex)
           END-PERFORM
           PERFORM WRITE-MONEY-ROW
           MOVE "NET REVENUE" TO MrwLabel
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE BcmNetRevenue(BlockBranch(BlockIndex))
                   TO MrwAmount(BlockIndex)
           END-PERFORM
           PERFORM WRITE-MONEY-ROW

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "LOANS COMPLETED" TO CrwLabel
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE BcmLoans(BlockBranch(BlockIndex))
                   TO CrwCount(BlockIndex)
           END-PERFORM
           PERFORM WRITE-COUNT-ROW
           MOVE "NEW MEMBERS" TO CrwLabel
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE BcmNewMembers(BlockBranch(BlockIndex))
                   TO CrwCount(BlockIndex)
           END-PERFORM
           PERFORM WRITE-COUNT-ROW
           MOVE "STOCK HELD (COPIES)" TO CrwLabel
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE BcmStockHeld(BlockBranch(BlockIndex))
                   TO CrwCount(BlockIndex)
           END-PERFORM
           PERFORM WRITE-COUNT-ROW
           MOVE "REVENUE PER COPY" TO MrwLabel
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE BcmPerCopy(BlockBranch(BlockIndex))
                   TO MrwAmount(BlockIndex)
           END-PERFORM
           PERFORM WRITE-MONEY-ROW

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE ZERO TO BlockCount.

      *>   columns past the last branch of a short block stay blank
       WRITE-MONEY-ROW.
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > 4
               IF BlockIndex > BlockCount
                   MOVE SPACES TO MrwColumn(BlockIndex)
               END-IF
           END-PERFORM
           WRITE ReportLine FROM MoneyRowLine.

       WRITE-COUNT-ROW.
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > 4
               IF BlockIndex > BlockCount
                   MOVE SPACES TO CrwColumn(BlockIndex)
               END-IF
           END-PERFORM
           WRITE ReportLine FROM CountRowLine.
