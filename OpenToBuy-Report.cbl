       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENTOBUY-REPORT.
      *> Open-to-buy report for the month of the business date: per
      *> genre, the month's purchasing budget off OTB-BUDGET.DAT
      *> (OTBBUDGET.cpy) against what the orders raised that month
      *> on PURCHORD.DAT have done with it -
      *>   COMMITTED  the quantity still outstanding on open lines,
      *>              at the line's unit price (the catalogue price
      *>              agreed the day the order went in)
      *>   RECEIVED   what has been delivered against the lines, at
      *>              the same price
      *>   INVOICED   the approved supplier invoice lines on
      *>              APPROVED-INVOICES.DAT for those order lines
      *>   OPEN-TO-BUY  the budget less committed and received -
      *>              the same sum PURCHORDER-MAINTAIN holds each
      *>              new line against; negative where a supervisor
      *>              let a line go over
      *> Genres are named off IDXGENRE.DAT; a genre budgeted but not
      *> yet bought for still prints, and lines with no genre print
      *> as UNASSIGNED. Open lines keyed without a price commit
      *> nothing they can be valued at, so they are counted at the
      *> foot. Output to OTB-RPT.DAT, filed in the report vault.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PurchOrderFile ASSIGN TO "PURCHORD.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PordKey
             ALTERNATE RECORD KEY IS PordVideoCode
               WITH DUPLICATES
             FILE STATUS IS PordStatus.

           SELECT OtbBudgetFile ASSIGN TO "OTB-BUDGET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OtbBudgetStatus.

           SELECT ApprovedFile ASSIGN TO "APPROVED-INVOICES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ApprovedStatus.

           SELECT GenreFile ASSIGN TO "IDXGENRE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS GenreCode
             FILE STATUS IS GenreFileStatus.

           SELECT ReportFile ASSIGN TO "OTB-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PurchOrderFile.
           COPY PORDREC.

       FD  OtbBudgetFile.
           COPY OTBBUDGET.

       FD  ApprovedFile.
       01  ApprovedFlatLine    PIC X(84).
           88  EndOfApprovedFlat   VALUE HIGH-VALUES.

       FD  GenreFile.
           COPY GENREREC.

       FD  ReportFile.
       01  ReportLine  PIC X(120).

       WORKING-STORAGE SECTION.
           COPY APPRINV.

       01  PordStatus          PIC X(2).
           88  PordFound       VALUE "00".
       01  OtbBudgetStatus     PIC X(2).
           88  OtbBudgetFound  VALUE "00".
       01  ApprovedStatus      PIC X(2).
           88  ApprovedFileOK  VALUE "00".
       01  GenreFileStatus     PIC X(2).
           88  GenreFound      VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

      *> one slot per genre met, budgeted or bought for
       01  GenreOtbTable.
           03  GenreOtbEntry       OCCURS 100 TIMES.
               05  GotGenreCode    PIC X(3).
               05  GotBudget       PIC 9(7)V99.
               05  GotCommitted    PIC 9(9)V99.
               05  GotReceived     PIC 9(9)V99.
               05  GotInvoiced     PIC 9(9)V99.
       01  GenreOtbCount       PIC 9(3) VALUE ZERO.
       01  GenreOtbIndex       PIC 9(3).
       01  GenreSlotIndex      PIC 9(3).
       01  SlotFoundSw         PIC X.
           88  SlotFound       VALUE "Y".
       01  WantedGenreCode     PIC X(3).

       01  BusinessDate        PIC 9(8).
       01  FILLER REDEFINES BusinessDate.
           03  ReportMonth     PIC 9(6).
           03  FILLER          PIC 99.
       01  LineOrderDate       PIC 9(8).
       01  FILLER REDEFINES LineOrderDate.
           03  LineOrderMonth  PIC 9(6).
           03  FILLER          PIC 99.
       01  OutstandingQty      PIC 9(3).
       01  InvoiceAmount       PIC 9(6)V99.
       01  GenreOpenToBuy      PIC S9(9)V99.
       01  UnpricedCount       PIC 9(5) VALUE ZERO.
       01  NoBudgetSw          PIC X VALUE "N".
           88  NoBudgetFile    VALUE "Y".

       01  TotalsWork.
           03  TotBudget       PIC 9(9)V99.
           03  TotCommitted    PIC 9(9)V99.
           03  TotReceived     PIC 9(9)V99.
           03  TotInvoiced     PIC 9(9)V99.
           03  TotOpenToBuy    PIC S9(9)V99.

       01  ReportHeading.
           03  FILLER          PIC X(26)
                 VALUE "=OPEN-TO-BUY BY GENRE=    ".
           03  FILLER          PIC X(6) VALUE "MONTH ".
           03  HdgMonth        PIC 9(6).
           03  FILLER          PIC X(7) VALUE "   RUN ".
           03  HdgDate         PIC 9(8).

       01  ColumnHeadingLine.
           03  FILLER          PIC X(25) VALUE "GENRE".
           03  FILLER          PIC X(17) VALUE "           BUDGET".
           03  FILLER          PIC X(17) VALUE "        COMMITTED".
           03  FILLER          PIC X(17) VALUE "         RECEIVED".
           03  FILLER          PIC X(17) VALUE "         INVOICED".
           03  FILLER          PIC X(17) VALUE "      OPEN-TO-BUY".

       01  OtbDetailLine.
           03  DtlGenreCode    PIC X(3).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlGenreName    PIC X(20).
           03  FILLER          PIC X(4) VALUE SPACES.
           03  DtlBudget       PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  DtlCommitted    PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  DtlReceived     PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  DtlInvoiced     PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlOpenToBuy    PIC ZZZ,ZZZ,ZZ9.99-.

       01  NoBudgetLine        PIC X(50)
             VALUE "..NO OPEN-TO-BUY BUDGET ON FILE - BUDGETS NIL..".

       01  UnpricedLine.
           03  FILLER          PIC X(30)
                 VALUE "OPEN LINES WITHOUT A PRICE  = ".
           03  UnpUnpricedCount    PIC ZZ,ZZ9.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30) VALUE "OTB-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "OPENTOBUY-REPORT".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-BusinessDate" USING BusinessDate.
           OPEN INPUT PurchOrderFile
           IF NOT PordFound
               DISPLAY "..UNABLE TO OPEN ORDER FILE, STATUS = ",
                   PordStatus
               SET RunFailed TO TRUE
           END-IF.

           IF NOT RunFailed
               PERFORM GATHER-MONTH-BUDGET
               PERFORM GATHER-MONTH-ORDERS
               PERFORM GATHER-MONTH-INVOICES
               CLOSE PurchOrderFile
               PERFORM PRINT-OTB-REPORT
           END-IF.

           IF NOT RunFailed
               CALL "Sub-VaultReport" USING VaultReportName,
                   VaultStepName
               DISPLAY "GENRES REPORTED          = ", GenreOtbCount
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *>   every genre budgeted for the month gets its slot, so one
      *>   with nothing ordered yet still shows its whole budget;
      *>   lines that don't parse are passed over
       GATHER-MONTH-BUDGET.
           OPEN INPUT OtbBudgetFile
           IF NOT OtbBudgetFound
               SET NoBudgetFile TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ OtbBudgetFile
               AT END SET EndOfOtbBudget TO TRUE
           END-READ
           PERFORM UNTIL EndOfOtbBudget
               IF ObgMonth IS NUMERIC AND ObgAllowance IS NUMERIC
                   AND ObgMonth = ReportMonth
                   MOVE ObgGenreCode TO WantedGenreCode
                   PERFORM FIND-GENRE-SLOT
                   IF SlotFound
                       MOVE ObgAllowance TO GotBudget(GenreSlotIndex)
                   END-IF
               END-IF
               READ OtbBudgetFile
                   AT END SET EndOfOtbBudget TO TRUE
               END-READ
           END-PERFORM
           CLOSE OtbBudgetFile.

      *>   an open line commits what is still to come and has had
      *>   what arrived; a finished or cancelled line only what
      *>   arrived
       GATHER-MONTH-ORDERS.
           READ PurchOrderFile NEXT RECORD
               AT END SET EndOfPurchOrderFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfPurchOrderFile
               MOVE PordOrderDate TO LineOrderDate
               IF LineOrderMonth = ReportMonth
                   PERFORM POST-ORDER-LINE
               END-IF
               READ PurchOrderFile NEXT RECORD
                   AT END SET EndOfPurchOrderFile TO TRUE
               END-READ
           END-PERFORM.

       POST-ORDER-LINE.
           MOVE PordGenreCode TO WantedGenreCode
           PERFORM FIND-GENRE-SLOT
           IF NOT SlotFound
               EXIT PARAGRAPH
           END-IF
           COMPUTE GotReceived(GenreSlotIndex) =
               GotReceived(GenreSlotIndex)
               + PordReceivedQty * PordUnitPrice
           IF PordIsOpen
               MOVE ZERO TO OutstandingQty
               IF PordQuantity > PordReceivedQty
                   COMPUTE OutstandingQty =
                       PordQuantity - PordReceivedQty
               END-IF
               COMPUTE GotCommitted(GenreSlotIndex) =
                   GotCommitted(GenreSlotIndex)
                   + OutstandingQty * PordUnitPrice
               IF PordUnitPrice = ZERO
                   ADD 1 TO UnpricedCount
               END-IF
           END-IF.

      *>   each approved invoice line is charged to the genre and
      *>   month of the order line it was matched to; one whose
      *>   order line has since gone is passed over
       GATHER-MONTH-INVOICES.
           OPEN INPUT ApprovedFile
           IF NOT ApprovedFileOK
               EXIT PARAGRAPH
           END-IF
           READ ApprovedFile
               AT END SET EndOfApprovedFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfApprovedFlat
               MOVE ApprovedFlatLine TO ApprovedDetailLine
               MOVE ApvOrderNumber TO PordOrderNumber
               MOVE ApvLineNumber TO PordLineNumber
               READ PurchOrderFile
                   KEY IS PordKey
                   INVALID KEY CONTINUE
               END-READ
               IF PordFound
                   MOVE PordOrderDate TO LineOrderDate
                   IF LineOrderMonth = ReportMonth
                       MOVE PordGenreCode TO WantedGenreCode
                       PERFORM FIND-GENRE-SLOT
                       IF SlotFound
                           MOVE ApvAmount TO InvoiceAmount
                           ADD InvoiceAmount
                               TO GotInvoiced(GenreSlotIndex)
                       END-IF
                   END-IF
               END-IF
               READ ApprovedFile
                   AT END SET EndOfApprovedFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE ApprovedFile.

       FIND-GENRE-SLOT.
           MOVE "N" TO SlotFoundSw
           PERFORM SCAN-GENRE-SLOTS
               VARYING GenreOtbIndex FROM 1 BY 1
               UNTIL SlotFound OR GenreOtbIndex > GenreOtbCount
           IF NOT SlotFound AND GenreOtbCount < 100
               ADD 1 TO GenreOtbCount
               MOVE WantedGenreCode TO GotGenreCode(GenreOtbCount)
               MOVE ZERO TO GotBudget(GenreOtbCount)
               MOVE ZERO TO GotCommitted(GenreOtbCount)
               MOVE ZERO TO GotReceived(GenreOtbCount)
               MOVE ZERO TO GotInvoiced(GenreOtbCount)
               MOVE GenreOtbCount TO GenreSlotIndex
               SET SlotFound TO TRUE
           END-IF.

       SCAN-GENRE-SLOTS.
           IF GotGenreCode(GenreOtbIndex) = WantedGenreCode
               MOVE GenreOtbIndex TO GenreSlotIndex
               SET SlotFound TO TRUE
           END-IF.

       PRINT-OTB-REPORT.
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GenreFile
           MOVE ZERO TO TotBudget TotCommitted TotReceived
               TotInvoiced TotOpenToBuy

           MOVE ReportMonth TO HdgMonth
           MOVE BusinessDate TO HdgDate
           WRITE ReportLine FROM ReportHeading
           IF NoBudgetFile
               WRITE ReportLine FROM NoBudgetLine
           END-IF
           WRITE ReportLine FROM ColumnHeadingLine

           PERFORM PRINT-ONE-GENRE-LINE
               VARYING GenreSlotIndex FROM 1 BY 1
               UNTIL GenreSlotIndex > GenreOtbCount

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO DtlGenreCode
           MOVE "ALL GENRES" TO DtlGenreName
           MOVE TotBudget TO DtlBudget
           MOVE TotCommitted TO DtlCommitted
           MOVE TotReceived TO DtlReceived
           MOVE TotInvoiced TO DtlInvoiced
           MOVE TotOpenToBuy TO DtlOpenToBuy
           WRITE ReportLine FROM OtbDetailLine
           MOVE UnpricedCount TO UnpUnpricedCount
           WRITE ReportLine FROM UnpricedLine

           CLOSE ReportFile, GenreFile.

       PRINT-ONE-GENRE-LINE.
           MOVE GotGenreCode(GenreSlotIndex) TO DtlGenreCode
           IF GotGenreCode(GenreSlotIndex) = SPACES
               MOVE "UNASSIGNED" TO DtlGenreName
           ELSE
               MOVE GotGenreCode(GenreSlotIndex) TO GenreCode
               READ GenreFile
                   INVALID KEY
                       MOVE "**UNKNOWN GENRE**" TO GenreName
               END-READ
               MOVE GenreName TO DtlGenreName
           END-IF
           COMPUTE GenreOpenToBuy = GotBudget(GenreSlotIndex)
               - GotCommitted(GenreSlotIndex)
               - GotReceived(GenreSlotIndex)
           MOVE GotBudget(GenreSlotIndex) TO DtlBudget
           MOVE GotCommitted(GenreSlotIndex) TO DtlCommitted
           MOVE GotReceived(GenreSlotIndex) TO DtlReceived
           MOVE GotInvoiced(GenreSlotIndex) TO DtlInvoiced
           MOVE GenreOpenToBuy TO DtlOpenToBuy
           WRITE ReportLine FROM OtbDetailLine
           ADD GotBudget(GenreSlotIndex) TO TotBudget
           ADD GotCommitted(GenreSlotIndex) TO TotCommitted
           ADD GotReceived(GenreSlotIndex) TO TotReceived
           ADD GotInvoiced(GenreSlotIndex) TO TotInvoiced
           ADD GenreOpenToBuy TO TotOpenToBuy.
