       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-RETURN.
      *> Periodic sales-tax return off the fees journal, so the
      *> accountant stops working the quarter's tax out by hand.
      *> Every journal line dated inside the period is taken under
      *> the tax code and rate Sub-JournalTax stamped on it (a line
      *> from before the tax columns is priced the same way on the
      *> fly), and grouped per code and rate into gross takings, the
      *> tax inside them and the net sale. The reducing types count
      *> against the sales they reduce: ADJ and REV lines go in
      *> negative, tax and all, so a refunded or reversed charge
      *> takes its tax back off what is due. Lines coded OS (cash
      *> movements, deposits, redemptions, write-offs) are outside
      *> the return and only counted. The return closes on
      *>   TAXABLE SALES - the ST and ZR net sales
      *>   EXEMPT SALES  - the EX takings
      *>   TAX DUE       - the tax inside the ST takings
      *> The period is the current calendar quarter to the business
      *> date unless REPORT-PARAMS.DAT gives TAX-FROM / TAX-TO
      *> (YYYYMMDD). The return prints on TAX-RETURN-RPT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FeesJournalFile ASSIGN TO "FEES-JOURNAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FeesJournalStatus.

           SELECT ReportFile ASSIGN TO "TAX-RETURN-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

           SELECT ReportParamsFile ASSIGN TO "REPORT-PARAMS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportParamsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  FeesJournalFile.
       01  FeesJournalFlatLine PIC X(85).
           88  EndOfJournalFlat    VALUE HIGH-VALUES.

       FD  ReportFile.
       01  ReportLine          PIC X(80).

       FD  ReportParamsFile.
       01  ReportParamLine.
           88  EndOfParamsFile VALUE HIGH-VALUES.
           03  FILLER          PIC X(33).

       WORKING-STORAGE SECTION.
           COPY FEEJRNL.

       01  FeesJournalStatus   PIC X(2).
           88  FeesJournalOK   VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".
       01  ReportParamsStatus  PIC X(2).
           88  ParamsFileOK    VALUE "00".

       01  ParamKeyword        PIC X(12).
       01  ParamValue          PIC X(20).
       01  ParamNumber         PIC 9(8) VALUE ZERO.
       01  ParamDigitX         PIC X.
       01  ParamDigit REDEFINES ParamDigitX PIC 9.
       01  ParamScanIndex      PIC 99.
       01  ParamDigitCount     PIC 99.
       01  ParamNumericSw      PIC X.
           88  ParamIsNumeric  VALUE "Y".

      *> the period returned - the quarter to date unless the
      *> parameter file says otherwise
       01  BusinessDate        PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
           03  BusinessYear    PIC 9(4).
           03  BusinessMonth   PIC 99.
           03  BusinessDay     PIC 99.
       01  PeriodFrom          PIC 9(8).
       01  PeriodFromParts REDEFINES PeriodFrom.
           03  PeriodFromYear  PIC 9(4).
           03  PeriodFromMonth PIC 99.
           03  PeriodFromDay   PIC 99.
       01  PeriodTo            PIC 9(8).
       01  QuarterMonthWork    PIC 99.
       01  QuarterNumber       PIC 9.
       01  QuarterRemainder    PIC 9.

      *> one slot per tax code and rate met inside the period
       01  TaxSlotTable.
           03  TaxSlotEntry        OCCURS 20 TIMES.
               05  TxsCode         PIC X(2).
               05  TxsRate         PIC 99V99.
               05  TxsGross        PIC S9(7)V99.
               05  TxsTax          PIC S9(7)V99.
               05  TxsLineCount    PIC 9(5).
       01  TaxSlotCount        PIC 99 VALUE ZERO.
       01  TaxSlotIndex        PIC 99.
       01  TaxSlotMax          PIC 99 VALUE 20.
       01  SlotFoundSw         PIC X.
           88  SlotFound       VALUE "Y".
       01  FoundSlotIndex      PIC 99.

       01  LineRate            PIC 99V99.
       01  LineGross           PIC S9(5)V99.
       01  LineTax             PIC S9(5)V99.
       01  PeriodLineCount     PIC 9(5) VALUE ZERO.
       01  OutOfScopeCount     PIC 9(5) VALUE ZERO.
       01  OutOfScopeTotal     PIC S9(7)V99 VALUE ZERO.
       01  TaxableSalesTotal   PIC S9(7)V99 VALUE ZERO.
       01  ExemptSalesTotal    PIC S9(7)V99 VALUE ZERO.
       01  TaxDueTotal         PIC S9(7)V99 VALUE ZERO.
       01  SlotNet             PIC S9(7)V99.

       01  ReportTitleLine.
           03  FILLER          PIC X(20) VALUE "KUANG VIDEO RENTALS".
           03  FILLER          PIC X(20) VALUE "SALES TAX RETURN".
       01  ReportPeriodLine.
           03  FILLER          PIC X(8) VALUE "PERIOD: ".
           03  RplFrom         PIC 9(8).
           03  FILLER          PIC X(4) VALUE " TO ".
           03  RplTo           PIC 9(8).
       01  ReportHeadingLine.
           03  FILLER          PIC X(6) VALUE "CODE".
           03  FILLER          PIC X(8) VALUE "RATE %".
           03  FILLER          PIC X(16) VALUE "  GROSS TAKINGS".
           03  FILLER          PIC X(16) VALUE "    TAX INSIDE".
           03  FILLER          PIC X(16) VALUE "      NET SALES".
           03  FILLER          PIC X(7) VALUE "  LINES".
       01  ReportDetailLine.
           03  RdlCode         PIC X(2).
           03  FILLER          PIC X(4) VALUE SPACES.
           03  RdlRate         PIC Z9.99.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  RdlGross        PIC -Z,ZZZ,ZZ9.99.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  RdlTax          PIC -Z,ZZZ,ZZ9.99.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  RdlNet          PIC -Z,ZZZ,ZZ9.99.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  RdlLines        PIC ZZZZ9.
       01  ReportTotalLine.
           03  RtlLabel        PIC X(30).
           03  RtlAmount       PIC -Z,ZZZ,ZZ9.99.
       01  ReportCountLine.
           03  RclLabel        PIC X(30).
           03  RclCount        PIC ZZZZ9.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-BusinessDate" USING BusinessDate.
           PERFORM SET-DEFAULT-PERIOD.
           PERFORM LOAD-REPORT-PARAMS.
           PERFORM GATHER-PERIOD-TAX.

           IF NOT RunFailed
               PERFORM PRINT-TAX-RETURN
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *>   the calendar quarter the business date falls in, from its
      *>   first day to the business date itself
       SET-DEFAULT-PERIOD.
           SUBTRACT 1 FROM BusinessMonth GIVING QuarterMonthWork
           DIVIDE QuarterMonthWork BY 3 GIVING QuarterNumber
               REMAINDER QuarterRemainder
           MOVE BusinessYear TO PeriodFromYear
           COMPUTE PeriodFromMonth = QuarterNumber * 3 + 1
           MOVE 1 TO PeriodFromDay
           MOVE BusinessDate TO PeriodTo.

      *>   same keyword=value parameter file the other period
      *>   reports read; unknown keywords are simply ignored
       LOAD-REPORT-PARAMS.
           OPEN INPUT ReportParamsFile
           IF ParamsFileOK
               READ ReportParamsFile
                   AT END SET EndOfParamsFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfParamsFile
                   UNSTRING ReportParamLine DELIMITED BY "="
                       INTO ParamKeyword, ParamValue
                   END-UNSTRING
                   EVALUATE ParamKeyword
                       WHEN "TAX-FROM"
                           PERFORM CONVERT-NUMERIC-PARAM
                           IF ParamIsNumeric
                               MOVE ParamNumber TO PeriodFrom
                           END-IF
                       WHEN "TAX-TO"
                           PERFORM CONVERT-NUMERIC-PARAM
                           IF ParamIsNumeric
                               MOVE ParamNumber TO PeriodTo
                           END-IF
                   END-EVALUATE
                   READ ReportParamsFile
                       AT END SET EndOfParamsFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReportParamsFile
           END-IF.

      *>   digits gathered left to right up to the first space, the
      *>   same check the other period reports make
       CONVERT-NUMERIC-PARAM.
           MOVE ZERO TO ParamNumber ParamDigitCount
           MOVE "Y" TO ParamNumericSw
           PERFORM VARYING ParamScanIndex FROM 1 BY 1
                   UNTIL ParamScanIndex > 20
                   OR ParamValue(ParamScanIndex:1) = SPACE
                   OR NOT ParamIsNumeric
               IF ParamValue(ParamScanIndex:1) IS NUMERIC
                   AND ParamDigitCount < 8
                   ADD 1 TO ParamDigitCount
                   MOVE ParamValue(ParamScanIndex:1) TO ParamDigitX
                   COMPUTE ParamNumber = ParamNumber * 10 + ParamDigit
               ELSE
                   MOVE "N" TO ParamNumericSw
               END-IF
           END-PERFORM
           IF ParamDigitCount = ZERO
               MOVE "N" TO ParamNumericSw
           END-IF.

       GATHER-PERIOD-TAX.
           OPEN INPUT FeesJournalFile
           IF NOT FeesJournalOK
               DISPLAY "..NO FEES JOURNAL ON FILE - NOTHING TO "
                   "RETURN.."
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ FeesJournalFile
               AT END SET EndOfJournalFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfJournalFlat
               MOVE FeesJournalFlatLine TO FeesJournalLine
               IF FeeJrnDate NOT < PeriodFrom
                   AND FeeJrnDate NOT > PeriodTo
                   PERFORM TAKE-ONE-JOURNAL-LINE
               END-IF
               READ FeesJournalFile
                   AT END SET EndOfJournalFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE FeesJournalFile.

      *>   a line from before the tax columns is split now, under
      *>   the table as it stood on the line's date; the reducing
      *>   types take their gross and tax back off
       TAKE-ONE-JOURNAL-LINE.
           ADD 1 TO PeriodLineCount
           IF FeeJrnTaxCode = SPACES
               CALL "Sub-JournalTax" USING FeesJournalLine
           END-IF
           MOVE FeeJrnTotal TO LineGross
           MOVE FeeJrnTaxAmount TO LineTax
           MOVE FeeJrnTaxRate TO LineRate
           IF FeeJrnType = "ADJ" OR FeeJrnType = "REV"
               OR FeeJrnType = "DSC" OR FeeJrnType = "LPR"
               MULTIPLY -1 BY LineGross
               MULTIPLY -1 BY LineTax
           END-IF
           IF FeeJrnTaxCode = "OS"
               ADD 1 TO OutOfScopeCount
               ADD LineGross TO OutOfScopeTotal
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TAX-SLOT
           IF NOT SlotFound
               DISPLAY "..MORE THAN 20 TAX CODE/RATE PAIRS IN THE "
                   "PERIOD - RETURN CANNOT CARRY THEM, RUN FAILED.."
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD LineGross TO TxsGross(FoundSlotIndex)
           ADD LineTax TO TxsTax(FoundSlotIndex)
           ADD 1 TO TxsLineCount(FoundSlotIndex).

       FIND-TAX-SLOT.
           MOVE "N" TO SlotFoundSw
           PERFORM SCAN-TAX-SLOTS
               VARYING TaxSlotIndex FROM 1 BY 1
               UNTIL SlotFound OR TaxSlotIndex > TaxSlotCount
           IF NOT SlotFound AND TaxSlotCount < TaxSlotMax
               ADD 1 TO TaxSlotCount
               MOVE FeeJrnTaxCode TO TxsCode(TaxSlotCount)
               MOVE LineRate TO TxsRate(TaxSlotCount)
               MOVE ZERO TO TxsGross(TaxSlotCount)
                   TxsTax(TaxSlotCount) TxsLineCount(TaxSlotCount)
               MOVE TaxSlotCount TO FoundSlotIndex
               SET SlotFound TO TRUE
           END-IF.

       SCAN-TAX-SLOTS.
           IF TxsCode(TaxSlotIndex) = FeeJrnTaxCode
               AND TxsRate(TaxSlotIndex) = LineRate
               MOVE TaxSlotIndex TO FoundSlotIndex
               SET SlotFound TO TRUE
           END-IF.

       PRINT-TAX-RETURN.
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..TAX RETURN REPORT ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           WRITE ReportLine FROM ReportTitleLine
           MOVE PeriodFrom TO RplFrom
           MOVE PeriodTo TO RplTo
           WRITE ReportLine FROM ReportPeriodLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM ReportHeadingLine

           PERFORM PRINT-ONE-TAX-SLOT
               VARYING TaxSlotIndex FROM 1 BY 1
               UNTIL TaxSlotIndex > TaxSlotCount

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "TAXABLE SALES (NET OF TAX)  = " TO RtlLabel
           MOVE TaxableSalesTotal TO RtlAmount
           WRITE ReportLine FROM ReportTotalLine
           MOVE "EXEMPT SALES                = " TO RtlLabel
           MOVE ExemptSalesTotal TO RtlAmount
           WRITE ReportLine FROM ReportTotalLine
           MOVE "TAX DUE                     = " TO RtlLabel
           MOVE TaxDueTotal TO RtlAmount
           WRITE ReportLine FROM ReportTotalLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "JOURNAL LINES IN PERIOD     = " TO RclLabel
           MOVE PeriodLineCount TO RclCount
           WRITE ReportLine FROM ReportCountLine
           MOVE "OUTSIDE SCOPE, NOT RETURNED = " TO RclLabel
           MOVE OutOfScopeCount TO RclCount
           WRITE ReportLine FROM ReportCountLine
           CLOSE ReportFile
           MOVE TaxDueTotal TO RtlAmount
           DISPLAY "TAX DUE FOR ", PeriodFrom, " TO ", PeriodTo,
               " = ", RtlAmount.

      *>   the EX takings carry no tax and are all exempt sale; the
      *>   rated codes return their net sale as taxable
       PRINT-ONE-TAX-SLOT.
           COMPUTE SlotNet = TxsGross(TaxSlotIndex)
               - TxsTax(TaxSlotIndex)
           IF TxsCode(TaxSlotIndex) = "EX"
               ADD TxsGross(TaxSlotIndex) TO ExemptSalesTotal
           ELSE
               ADD SlotNet TO TaxableSalesTotal
               ADD TxsTax(TaxSlotIndex) TO TaxDueTotal
           END-IF
           MOVE TxsCode(TaxSlotIndex) TO RdlCode
           MOVE TxsRate(TaxSlotIndex) TO RdlRate
           MOVE TxsGross(TaxSlotIndex) TO RdlGross
           MOVE TxsTax(TaxSlotIndex) TO RdlTax
           MOVE SlotNet TO RdlNet
           MOVE TxsLineCount(TaxSlotIndex) TO RdlLines
           WRITE ReportLine FROM ReportDetailLine.
