      *>   stock bought (DELIVERY-NOTES.DAT quantities) against
      *>     stock retired (lost/damaged loan outcomes - the copies
      *>     that left service with a paper trail)
      *>   paid to suppliers (SUPPLIER-PAYMENTS.DAT) and what is
      *>     still owed them as at the last payment run
      *>     (SUPPLIER-LEDGER.DAT)
      *> plus the month's top five titles by loans, and a page with
      *> this month's branches side by side - net revenue off the
      *> journal line's branch, loans by the copy's branch, new
      *> members by the branch they joined at, the copies each
      *> branch holds, and the revenue per copy held (BRANCH-COMPARE
      *> carries the full split by charge type). Anything from
      *> before the branch was kept counts to branch 1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               WITH DUPLICATES
             FILE STATUS IS VideoStatus.

           SELECT VideoCopyFile ASSIGN TO "VIDEOCOPY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CopyKey
             FILE STATUS IS CopyStatus.

           SELECT SupplierPaymentFile
               ASSIGN TO "SUPPLIER-PAYMENTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SupplierPaymentStatus.

           SELECT SupplierLedgerFile ASSIGN TO "SUPPLIER-LEDGER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SupplierLedgerStatus.

           SELECT ReportFile ASSIGN TO "MGMT-PACK-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  FeesJournalFile.
       01  FeesJournalFlatLine PIC X(85).
           88  EndOfJournalFlat    VALUE HIGH-VALUES.

       FD  LoanHistoryFile.
       FD  VideoFile.
           COPY VIDEOREC.

       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  SupplierPaymentFile.
       01  SupplierPaymentFlatLine PIC X(56).
           88  EndOfPaymentFlat    VALUE HIGH-VALUES.

       FD  SupplierLedgerFile.
       01  SupplierLedgerFlatLine  PIC X(77).
           88  EndOfLedgerFlat     VALUE HIGH-VALUES.

       FD  ReportFile.
       01  ReportLine  PIC X(80).

           COPY FEEJRNL.
           COPY LOANHIST.
           COPY DELNOTE.
           COPY SUPPPAY.
           COPY SUPPLEDG.

       01  FeesJournalStatus   PIC X(2).
           88  FeesJournalOK   VALUE "00".
           88  DeliveryNotesOK VALUE "00".
       01  VideoStatus         PIC X(2).
           88  VideoFound      VALUE "00".
       01  CopyStatus          PIC X(2).
           88  CopyFileOK      VALUE "00".
           88  CopyFound       VALUE "00".
       01  CopyFileOpenSw      PIC X VALUE "N".
           88  CopyFileIsOpen  VALUE "Y".
       01  SupplierPaymentStatus   PIC X(2).
           88  SupplierPaymentsOK  VALUE "00".
       01  SupplierLedgerStatus    PIC X(2).
           88  SupplierLedgerOK    VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

               05  PksNewMembers   PIC 9(4).
               05  PksStockBought  PIC 9(4).
               05  PksStockRetired PIC 9(4).
               05  PksSupplierPaid PIC 9(7)V99.

      *> the standing balance owed to suppliers - one figure, as at
      *> the last payment run, not per compared month
       01  SupplierOwedTotal   PIC 9(7)V99.
       01  SupplierOwedAsAt    PIC 9(8).
       01  LedgerAmount        PIC 9(7)V99.

      *> this month's loans per title, for the top-five list
       01  TopTitleTable.
       01  BestCount           PIC 9(5).
       01  TopRank             PIC 9.

      *> this month per branch, for the branch page - subscripted
      *> by the branch code itself
       01  BranchPageTable.
           03  BranchPageEntry     OCCURS 99 TIMES.
               05  BpgInUseSw      PIC X.
                   88  BpgInUse    VALUE "Y".
               05  BpgNetRevenue   PIC S9(7)V99.
               05  BpgLoans        PIC 9(5).
               05  BpgNewMembers   PIC 9(4).
               05  BpgStockHeld    PIC 9(5).
               05  BpgPerCopy      PIC S9(5)V99.
       01  BranchIndex         PIC 99.
       01  LineBranch          PIC 99.
       01  BlockTable.
           03  BlockBranch     PIC 99 OCCURS 4 TIMES.
       01  BlockCount          PIC 9.
       01  BlockIndex          PIC 9.

       01  BusinessDate        PIC 9(8).
       01  WorkYear            PIC 9(4).
       01  WorkMonth           PIC 99.
           03  FILLER          PIC X(5) VALUE SPACES.
           03  CdlCount3       PIC ZZZ,ZZ9.

       01  SupplierOwedLine.
           03  FILLER          PIC X(22)
                 VALUE "OWED TO SUPPLIERS     ".
           03  SolAmount       PIC ZZZ,ZZ9.99.
           03  FILLER          PIC X(8) VALUE "  AS AT ".
           03  SolAsAtDate     PIC 9(8).

       01  BranchHeadingLine.
           03  FILLER          PIC X(22) VALUE SPACES.
           03  BhdColumn       OCCURS 4 TIMES.
               05  FILLER      PIC X(5) VALUE SPACES.
               05  FILLER      PIC X(5) VALUE "BRNCH".
               05  BhdBranch   PIC Z9.

       01  BranchMoneyLine.
           03  BmlLabel        PIC X(22).
           03  BmlColumn       OCCURS 4 TIMES.
               05  FILLER      PIC X VALUE SPACE.
               05  BmlAmount   PIC -ZZZ,ZZ9.99.

       01  BranchCountLine.
           03  BclLabel        PIC X(22).
           03  BclColumn       OCCURS 4 TIMES.
               05  FILLER      PIC X(5) VALUE SPACES.
               05  BclCount    PIC ZZZ,ZZ9.

       01  TopTitleLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  TtlRank         PIC 9.
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30) VALUE "MGMT-PACK-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "MONTHEND-MGMTPACK".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM WORK-OUT-PACK-MONTHS.
           PERFORM CLEAR-PACK-STATS
               VARYING MonthIndex FROM 1 BY 1 UNTIL MonthIndex > 3.
           INITIALIZE BranchPageTable.
           MOVE "N" TO CopyFileOpenSw.
           OPEN INPUT VideoCopyFile.
           IF CopyFileOK
               SET CopyFileIsOpen TO TRUE
           END-IF.

           PERFORM GATHER-JOURNAL-REVENUE.
           PERFORM GATHER-LOAN-VOLUMES.
           PERFORM GATHER-NEW-MEMBERS.
           PERFORM GATHER-BRANCH-STOCK.
           IF CopyFileIsOpen
               CLOSE VideoCopyFile
           END-IF.
           PERFORM WORK-OUT-BRANCH-PER-COPY
               VARYING BranchIndex FROM 1 BY 1
               UNTIL BranchIndex > 98.
           MOVE 99 TO BranchIndex.
           PERFORM WORK-OUT-BRANCH-PER-COPY.
           PERFORM GATHER-STOCK-BOUGHT.
           PERFORM GATHER-SUPPLIER-PAYMENTS.
           PERFORM GATHER-SUPPLIER-OWED.
           PERFORM PRINT-THE-PACK.

           IF RunFailed
           MOVE ZERO TO PksLoanCount(MonthIndex)
           MOVE ZERO TO PksNewMembers(MonthIndex)
           MOVE ZERO TO PksStockBought(MonthIndex)
           MOVE ZERO TO PksStockRetired(MonthIndex)
           MOVE ZERO TO PksSupplierPaid(MonthIndex).

      *>   which compared month (if any) a YYYYMM belongs to
       MATCH-PACK-MONTH.
                   MOVE FeesJournalFlatLine TO FeesJournalLine
                   MOVE FeeJrnDate(1:6) TO LineYearMonth
                   PERFORM MATCH-PACK-MONTH
                   IF MonthSlot = 1
                       PERFORM POST-BRANCH-REVENUE
                   END-IF
                   IF MonthSlot > ZERO
                       MOVE FeeJrnTotal TO LineAmount
                       EVALUATE FeeJrnType
                           WHEN "VSL"
                               ADD LineAmount
                                   TO PksOtherIncome(MonthSlot)
                           WHEN "SEL"
                               ADD LineAmount
                                   TO PksOtherIncome(MonthSlot)
                           WHEN "REV"
                               ADD LineAmount
                                   TO PksReductions(MonthSlot)
                           WHEN "ADJ"
                               ADD LineAmount
                                   TO PksReductions(MonthSlot)
                           WHEN "DSC"
                               ADD LineAmount
                                   TO PksReductions(MonthSlot)
                           WHEN "LPR"
                               ADD LineAmount
                                   TO PksReductions(MonthSlot)
                           WHEN "BDW"
                               ADD LineAmount
                                   TO PksReductions(MonthSlot)
                           WHEN "CCM"
                               ADD LineAmount
                                   TO PksReductions(MonthSlot)
                       END-EVALUATE
                   END-IF
                   READ FeesJournalFile
                       END-IF
                       IF MonthSlot = 1
                           PERFORM POST-TOP-TITLE
                           PERFORM POST-BRANCH-LOAN
                       END-IF
                   END-IF
                   READ LoanHistoryFile
                   IF MonthSlot > ZERO
                       ADD 1 TO PksNewMembers(MonthSlot)
                   END-IF
                   IF MonthSlot = 1
                       MOVE BorrowerJoinedBranch TO LineBranch
                       PERFORM FIX-LINE-BRANCH
                       ADD 1 TO BpgNewMembers(LineBranch)
                   END-IF
                   READ BorrowerFile
                       AT END CONTINUE
                   END-READ
               CLOSE BorrowerFile
           END-IF.

      *>   a branch missing or zero is the original shop
       FIX-LINE-BRANCH.
           IF LineBranch = ZERO
               MOVE 1 TO LineBranch
           END-IF
           MOVE "Y" TO BpgInUseSw(LineBranch).

      *>   the same types the revenue lines above take in and give
      *>   back, netted on the journal line's own branch
       POST-BRANCH-REVENUE.
           MOVE ZERO TO LineBranch
           IF FeeJrnBranchCode IS NUMERIC
               MOVE FeeJrnBranchCode TO LineBranch
           END-IF
           PERFORM FIX-LINE-BRANCH
           MOVE FeeJrnTotal TO LineAmount
           EVALUATE FeeJrnType
               WHEN "CHG"
                   MOVE FeeJrnRental TO LineAmount
                   ADD LineAmount TO BpgNetRevenue(LineBranch)
                   MOVE FeeJrnLateFee TO LineAmount
                   ADD LineAmount TO BpgNetRevenue(LineBranch)
               WHEN "RPL"
               WHEN "ADC"
               WHEN "MEM"
               WHEN "VSL"
               WHEN "SEL"
                   ADD LineAmount TO BpgNetRevenue(LineBranch)
               WHEN "REV"
               WHEN "ADJ"
               WHEN "DSC"
               WHEN "LPR"
               WHEN "BDW"
               WHEN "CCM"
                   SUBTRACT LineAmount FROM BpgNetRevenue(LineBranch)
           END-EVALUATE.

      *>   the history line carries no branch - the loan counts to
      *>   the branch its copy belongs to now
       POST-BRANCH-LOAN.
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
           ADD 1 TO BpgLoans(LineBranch).

      *>   the copies each branch still owns tonight - gone are the
      *>   lost, withdrawn, scrapped and returned ones
       GATHER-BRANCH-STOCK.
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
                       ADD 1 TO BpgStockHeld(LineBranch)
                   END-IF
                   READ VideoCopyFile NEXT RECORD
                       AT END SET EndOfCopyFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

       WORK-OUT-BRANCH-PER-COPY.
           IF BpgStockHeld(BranchIndex) > ZERO
               COMPUTE BpgPerCopy(BranchIndex) ROUNDED =
                   BpgNetRevenue(BranchIndex)
                   / BpgStockHeld(BranchIndex)
           END-IF.

       GATHER-STOCK-BOUGHT.
           OPEN INPUT DeliveryNoteFile
           IF DeliveryNotesOK
               CLOSE DeliveryNoteFile
           END-IF.

       GATHER-SUPPLIER-PAYMENTS.
           OPEN INPUT SupplierPaymentFile
           IF SupplierPaymentsOK
               READ SupplierPaymentFile
                   AT END SET EndOfPaymentFlat TO TRUE
               END-READ
               PERFORM UNTIL EndOfPaymentFlat
                   MOVE SupplierPaymentFlatLine TO SupplierPaymentLine
                   MOVE PayRunDate(1:6) TO LineYearMonth
                   PERFORM MATCH-PACK-MONTH
                   IF MonthSlot > ZERO
                       MOVE PayAmount TO LedgerAmount
      *>               a credit netted off the run came off the
      *>               cash paid in that same run
                       IF PayIsCredit
                           SUBTRACT LedgerAmount
                               FROM PksSupplierPaid(MonthSlot)
                       ELSE
                           ADD LedgerAmount
                               TO PksSupplierPaid(MonthSlot)
                       END-IF
                   END-IF
                   READ SupplierPaymentFile
                       AT END SET EndOfPaymentFlat TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SupplierPaymentFile
           END-IF.

      *>   the ledger is rewritten whole by each payment run, so its
      *>   balances already are the position as at that run
       GATHER-SUPPLIER-OWED.
           MOVE ZERO TO SupplierOwedTotal
           MOVE ZERO TO SupplierOwedAsAt
           OPEN INPUT SupplierLedgerFile
           IF SupplierLedgerOK
               READ SupplierLedgerFile
                   AT END SET EndOfLedgerFlat TO TRUE
               END-READ
               PERFORM UNTIL EndOfLedgerFlat
                   MOVE SupplierLedgerFlatLine TO SupplierLedgerLine
                   MOVE LedgBalanceOwed TO LedgerAmount
                   ADD LedgerAmount TO SupplierOwedTotal
                   MOVE LedgAsAtDate TO SupplierOwedAsAt
                   READ SupplierLedgerFile
                       AT END SET EndOfLedgerFlat TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SupplierLedgerFile
           END-IF.

       PRINT-THE-PACK.
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
           MOVE PksReductions(2) TO DtlAmount2
           MOVE PksReductions(3) TO DtlAmount3
           WRITE ReportLine FROM MoneyDetailLine
           MOVE "PAID TO SUPPLIERS     " TO DtlLabel
           MOVE PksSupplierPaid(1) TO DtlAmount1
           MOVE PksSupplierPaid(2) TO DtlAmount2
           MOVE PksSupplierPaid(3) TO DtlAmount3
           WRITE ReportLine FROM MoneyDetailLine
           MOVE SupplierOwedTotal TO SolAmount
           MOVE SupplierOwedAsAt TO SolAsAtDate
           WRITE ReportLine FROM SupplierOwedLine

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           PERFORM PRINT-NEXT-TOP-TITLE
               VARYING TopRank FROM 1 BY 1 UNTIL TopRank > 5

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "BY BRANCH THIS MONTH:" TO ReportLine
           WRITE ReportLine
           MOVE ZERO TO BlockCount
           PERFORM VARYING BranchIndex FROM 1 BY 1
                   UNTIL BranchIndex > 98
               PERFORM ADD-BRANCH-TO-BLOCK
           END-PERFORM
           MOVE 99 TO BranchIndex
           PERFORM ADD-BRANCH-TO-BLOCK
           IF BlockCount > ZERO
               PERFORM PRINT-BRANCH-BLOCK
           END-IF

           CLOSE ReportFile, VideoFile
           CALL "Sub-VaultReport" USING VaultReportName, VaultStepName.

      *>   the next-biggest unprinted count each time - five passes
      *>   beat a sort for a five-line list
               MOVE TopLoanCount(TopTitleIndex) TO BestCount
               MOVE TopTitleIndex TO BestIndex
           END-IF.

      *>   the branches in use, four to a block across the page
       ADD-BRANCH-TO-BLOCK.
           IF BpgInUse(BranchIndex)
               ADD 1 TO BlockCount
               MOVE BranchIndex TO BlockBranch(BlockCount)
               IF BlockCount = 4
                   PERFORM PRINT-BRANCH-BLOCK
               END-IF
           END-IF.

       PRINT-BRANCH-BLOCK.
           MOVE SPACES TO BranchHeadingLine
           MOVE SPACES TO BranchMoneyLine
           MOVE SPACES TO BranchCountLine
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE "     BRNCH" TO BhdColumn(BlockIndex)(1:10)
               MOVE BlockBranch(BlockIndex) TO BhdBranch(BlockIndex)
           END-PERFORM
           WRITE ReportLine FROM BranchHeadingLine

           MOVE "NET REVENUE           " TO BmlLabel
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE BpgNetRevenue(BlockBranch(BlockIndex))
                   TO BmlAmount(BlockIndex)
           END-PERFORM
           WRITE ReportLine FROM BranchMoneyLine
           MOVE "LOANS COMPLETED       " TO BclLabel
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE BpgLoans(BlockBranch(BlockIndex))
                   TO BclCount(BlockIndex)
           END-PERFORM
           WRITE ReportLine FROM BranchCountLine
           MOVE "NEW MEMBERS           " TO BclLabel
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE BpgNewMembers(BlockBranch(BlockIndex))
                   TO BclCount(BlockIndex)
           END-PERFORM
           WRITE ReportLine FROM BranchCountLine
           MOVE "STOCK HELD (COPIES)   " TO BclLabel
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE BpgStockHeld(BlockBranch(BlockIndex))
                   TO BclCount(BlockIndex)
           END-PERFORM
           WRITE ReportLine FROM BranchCountLine
           MOVE "REVENUE PER COPY      " TO BmlLabel
           PERFORM VARYING BlockIndex FROM 1 BY 1
                   UNTIL BlockIndex > BlockCount
               MOVE BpgPerCopy(BlockBranch(BlockIndex))
                   TO BmlAmount(BlockIndex)
           END-PERFORM
           WRITE ReportLine FROM BranchMoneyLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE ZERO TO BlockCount.
