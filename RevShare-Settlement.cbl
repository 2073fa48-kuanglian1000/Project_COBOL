       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVSHARE-SETTLEMENT.
      *> Monthly revenue-share settlement - what each supplier on a
      *> REVSHARE.DAT agreement has earned from our rentals of its
      *> titles, and the hand-over of that money to the ordinary
      *> supplier payment run. For the month settled:
      *>   every agreement running on any day of the month is taken
      *>     up (REVSHAREREC)
      *>   every CHG line on the fees journal dated in the month for
      *>     one of those titles is accrued to the agreement in force
      *>     on the line's date - the supplier's percentage of the
      *>     takings net of sales tax - and a line per accrual goes
      *>     on REVSHARE-ACCRUALS.DAT; a DSC promotion discount
      *>     or LPR points redemption given on the title comes back
      *>     off the same way, the supplier sharing in what was
      *>     actually taken
      *>   an agreement whose share for the month falls short of its
      *>     minimum guarantee is made up to it
      *>   a statement per supplier (REVSHARE-STMT-RPT.DAT) lists
      *>     each title's rentals, gross takings, net takings, share
      *>     and the amount owed, addressed off
      *>     RelativeFile-IsHere.dat
      *>   each supplier's amount owed is appended to
      *>     APPROVED-INVOICES.DAT as invoice RSyyyymm, so
      *>     SUPPLIER-PAYMENTRUN pays it on the supplier's terms and
      *>     carries it on the supplier ledger like any other
      *>     approved invoice
      *> A month already handed over (an RSyyyymm line on the
      *> approved list for the supplier) is reprinted but not posted
      *> again. The month is the one before the business date unless
      *> REPORT-PARAMS.DAT gives SETTLE-MONTH=yyyymm.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RevShareFile ASSIGN TO "REVSHARE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RshKey
             FILE STATUS IS RevShareStatus.

           SELECT FeesJournalFile ASSIGN TO "FEES-JOURNAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FeesJournalStatus.

           SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VideoCode
             ALTERNATE RECORD KEY IS VideoTitle
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS VideoSupplierCode
               WITH DUPLICATES
             FILE STATUS IS VideoStatus.

           SELECT SupplierFile ASSIGN TO "RelativeFile-IsHere.dat"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS SupplierKey
             FILE STATUS IS SupplierStatus.

           SELECT ApprovedFile ASSIGN TO "APPROVED-INVOICES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ApprovedStatus.

           SELECT AccrualFile ASSIGN TO "REVSHARE-ACCRUALS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AccrualStatus.

           SELECT ReportParamsFile ASSIGN TO "REPORT-PARAMS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportParamsStatus.

           SELECT ReportFile ASSIGN TO "REVSHARE-STMT-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RevShareFile.
           COPY REVSHAREREC.

       FD  FeesJournalFile.
       01  FeesJournalFlatLine PIC X(85).
           88  EndOfJournalFlat    VALUE HIGH-VALUES.

       FD  VideoFile.
           COPY VIDEOREC.

       FD  SupplierFile.
       01  SupplierRecord.
           03  SupplierCode    PIC 999.
           03  SupplierName    PIC X(20).
           03  SupplierAddress PIC X(50).

       FD  ApprovedFile.
       01  ApprovedFlatLine    PIC X(84).
           88  EndOfApprovedFlat   VALUE HIGH-VALUES.

       FD  AccrualFile.
       01  AccrualFlatLine     PIC X(64).

       FD  ReportParamsFile.
       01  ReportParamLine.
           88  EndOfParamsFile VALUE HIGH-VALUES.
           03  FILLER          PIC X(33).

       FD  ReportFile.
       01  ReportLine  PIC X(103).

       WORKING-STORAGE SECTION.
           COPY FEEJRNL.
           COPY APPRINV.

       01  RevShareStatus      PIC X(2).
           88  RevShareFileOK  VALUE "00".
       01  FeesJournalStatus   PIC X(2).
           88  FeesJournalOK   VALUE "00".
       01  VideoStatus         PIC X(2).
           88  VideoFound      VALUE "00".
       01  SupplierStatus      PIC X(2).
           88  SupplierFound   VALUE "00".
       01  SupplierKey         PIC 999.
       01  ApprovedStatus      PIC X(2).
           88  ApprovedFileOK  VALUE "00".
           88  ApprovedMissing VALUE "35".
       01  AccrualStatus       PIC X(2).
           88  AccrualsMissing VALUE "35".
       01  ReportParamsStatus  PIC X(2).
           88  ParamsFileOK    VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

       01  ParamKeyword        PIC X(12).
       01  ParamValue          PIC X(20).
       01  ParamNumber         PIC 9(6) VALUE ZERO.
       01  ParamDigitX         PIC X.
       01  ParamDigit REDEFINES ParamDigitX PIC 9.
       01  ParamScanIndex      PIC 99.
       01  ParamDigitCount     PIC 99.
       01  ParamNumericSw      PIC X.
           88  ParamIsNumeric  VALUE "Y".

       01  BatchOperatorId     PIC X(4) VALUE "BTCH".
       01  BusinessDate        PIC 9(8).
       01  WorkYear            PIC 9(4).
       01  WorkMonth           PIC 99.
      *> the month settled and its first and last possible dates -
      *> day 31 serves every month, no journal line carries a day
      *> past the month's real end
       01  SettleMonth         PIC 9(6).
       01  MonthFirstDate      PIC 9(8).
       01  MonthLastDate       PIC 9(8).
       01  JrnYearMonth        PIC 9(6).
       01  SettleInvoiceNo.
           03  FILLER          PIC XX VALUE "RS".
           03  InvMonth        PIC 9(6).
           03  FILLER          PIC XX VALUE SPACES.

      *> the agreements running in the month, and what each earned
       01  AgreementTable.
           03  AgreementEntry      OCCURS 500 TIMES.
               05  AgtVideoCode    PIC 9(5).
               05  AgtStartDate    PIC 9(8).
               05  AgtEndDate      PIC 9(8).
               05  AgtSupplier     PIC 999.
               05  AgtPercent      PIC 99V99.
               05  AgtGuarantee    PIC 9(5)V99.
               05  AgtRentals      PIC 9(5).
               05  AgtGross        PIC 9(7)V99.
               05  AgtNet          PIC 9(7)V99.
               05  AgtShare        PIC 9(7)V99.
               05  AgtOwed         PIC 9(7)V99.
       01  AgreementCount      PIC 9(3) VALUE ZERO.
       01  AgreementIndex      PIC 9(3).
       01  AgreementSlot       PIC 9(3).
       01  AgreementMax        PIC 9(3) VALUE 500.
       01  SlotFoundSw         PIC X.
           88  SlotFound       VALUE "Y".
       01  TableFullSw         PIC X VALUE "N".
           88  TableFull       VALUE "Y".

      *> each supplier with an agreement in the month, in the order
      *> first met, and whether its month is already handed over
       01  SupplierTable.
           03  SupplierEntry       OCCURS 200 TIMES.
               05  SptSupplier     PIC 999.
               05  SptRentals      PIC 9(5).
               05  SptGross        PIC 9(7)V99.
               05  SptOwed         PIC 9(7)V99.
               05  SptSettledSw    PIC X.
                   88  SptAlreadySettled   VALUE "Y".
       01  SupplierCount       PIC 9(3) VALUE ZERO.
       01  SupplierIndex       PIC 9(3).
       01  SupplierSlot        PIC 9(3).

       01  EndCompareDate      PIC 9(8).
       01  LineGross           PIC 9(5)V99.
       01  LineTax             PIC 9(5)V99.
       01  LineNet             PIC 9(5)V99.
       01  LineShare           PIC 9(5)V99.
       01  AccruedLineCount    PIC 9(5) VALUE ZERO.
       01  PostedSupplierCount PIC 9(3) VALUE ZERO.
       01  PostedTotal         PIC 9(7)V99 VALUE ZERO.

      *> one line per CHG line accrued to a supplier
       01  AccrualLine.
           03  AcrSettleMonth  PIC 9(6).
           03  FILLER          PIC X VALUE SPACE.
           03  AcrSupplier     PIC 999.
           03  FILLER          PIC X VALUE SPACE.
           03  AcrVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE SPACE.
           03  AcrJournalType  PIC X(3).
           03  FILLER          PIC X VALUE SPACE.
           03  AcrJournalDate  PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  AcrBorrower     PIC 9(4).
           03  FILLER          PIC X VALUE SPACE.
           03  AcrGross        PIC 9(5).99.
           03  FILLER          PIC X VALUE SPACE.
           03  AcrNet          PIC 9(5).99.
           03  FILLER          PIC X VALUE SPACE.
           03  AcrShare        PIC 9(5).99.

       01  StmtHeadingLine.
           03  FILLER          PIC X(31)
                 VALUE "=REVENUE-SHARE STATEMENT= FOR ".
           03  HdgMonth        PIC 9(6).
           03  FILLER          PIC X(10) VALUE "  PRINTED ".
           03  HdgDate         PIC 9(8).
       01  StmtSupplierLine.
           03  FILLER          PIC X(11) VALUE "SUPPLIER : ".
           03  SplCode         PIC 999.
           03  FILLER          PIC X VALUE SPACE.
           03  SplName         PIC X(20).
       01  StmtAddressLine.
           03  FILLER          PIC X(11) VALUE SPACES.
           03  SplAddress      PIC X(50).
       01  StmtColumnLine.
           03  FILLER          PIC X(32) VALUE "TITLE".
           03  FILLER          PIC X(8) VALUE "SHARE %".
           03  FILLER          PIC X(8) VALUE "RENTALS".
           03  FILLER          PIC X(13) VALUE "   GROSS".
           03  FILLER          PIC X(13) VALUE "     NET".
           03  FILLER          PIC X(13) VALUE "   SHARE".
           03  FILLER          PIC X(13) VALUE "    OWED".
       01  StmtDetailLine.
           03  StdVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE SPACE.
           03  StdTitle        PIC X(25).
           03  FILLER          PIC X VALUE SPACE.
           03  StdPercent      PIC Z9.99.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  StdRentals      PIC ZZ,ZZ9.
           03  FILLER          PIC X VALUE SPACE.
           03  StdGross        PIC Z,ZZZ,ZZ9.99.
           03  FILLER          PIC X VALUE SPACE.
           03  StdNet          PIC Z,ZZZ,ZZ9.99.
           03  FILLER          PIC X VALUE SPACE.
           03  StdShare        PIC Z,ZZZ,ZZ9.99.
           03  FILLER          PIC X VALUE SPACE.
           03  StdOwed         PIC Z,ZZZ,ZZ9.99.
           03  FILLER          PIC X VALUE SPACE.
           03  StdMinimumMark  PIC X(4).
       01  StmtTotalLine.
           03  FILLER          PIC X(24)
                 VALUE "RENTALS / GROSS / OWED= ".
           03  SttRentals      PIC ZZ,ZZ9.
           03  FILLER          PIC X(3) VALUE " / ".
           03  SttGross        PIC Z,ZZZ,ZZ9.99.
           03  FILLER          PIC X(3) VALUE " / ".
           03  SttOwed         PIC Z,ZZZ,ZZ9.99.
       01  StmtPostedLine      PIC X(60).

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-BusinessDate" USING BusinessDate.
           PERFORM WORK-OUT-DEFAULT-MONTH.
           PERFORM LOAD-REPORT-PARAMS.
           COMPUTE MonthFirstDate = SettleMonth * 100 + 1.
           COMPUTE MonthLastDate = SettleMonth * 100 + 31.
           MOVE SettleMonth TO InvMonth.

           PERFORM LOAD-RUNNING-AGREEMENTS.
           IF NOT RunFailed
               PERFORM FIND-SETTLED-SUPPLIERS
               PERFORM ACCRUE-JOURNAL-CHARGES
           END-IF.
           IF NOT RunFailed
               PERFORM APPLY-MINIMUM-GUARANTEES
                   VARYING AgreementIndex FROM 1 BY 1
                   UNTIL AgreementIndex > AgreementCount
               PERFORM PRINT-STATEMENTS
           END-IF.
           IF NOT RunFailed
               PERFORM POST-TO-APPROVED-LIST
           END-IF.

           DISPLAY "AGREEMENTS IN MONTH = ", AgreementCount,
               "  CHARGES ACCRUED = ", AccruedLineCount,
               "  SUPPLIERS POSTED = ", PostedSupplierCount.
           IF RunFailed
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *>   the last whole month before the business date, walked
      *>   back over a year end when it must
       WORK-OUT-DEFAULT-MONTH.
           MOVE BusinessDate(1:4) TO WorkYear
           MOVE BusinessDate(5:2) TO WorkMonth
           IF WorkMonth = 1
               MOVE 12 TO WorkMonth
               SUBTRACT 1 FROM WorkYear
           ELSE
               SUBTRACT 1 FROM WorkMonth
           END-IF
           COMPUTE SettleMonth = WorkYear * 100 + WorkMonth.

      *>   same keyword=value parameter file the period reports
      *>   read; unknown keywords are simply ignored
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
                   IF ParamKeyword = "SETTLE-MONTH"
                       PERFORM CONVERT-NUMERIC-PARAM
                       IF ParamIsNumeric
                           MOVE ParamNumber TO SettleMonth
                       END-IF
                   END-IF
                   READ ReportParamsFile
                       AT END SET EndOfParamsFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReportParamsFile
           END-IF.

      *>   digits gathered left to right up to the first space, the
      *>   same keyed-month check the period reports make
       CONVERT-NUMERIC-PARAM.
           MOVE ZERO TO ParamNumber ParamDigitCount
           MOVE "Y" TO ParamNumericSw
           PERFORM VARYING ParamScanIndex FROM 1 BY 1
                   UNTIL ParamScanIndex > 20
                   OR ParamValue(ParamScanIndex:1) = SPACE
                   OR NOT ParamIsNumeric
               IF ParamValue(ParamScanIndex:1) IS NUMERIC
                   AND ParamDigitCount < 6
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

      *>   an agreement runs in the month when it starts on or
      *>   before the month's last day and has not ended before its
      *>   first; more agreements than the table holds fails the
      *>   run - a supplier must not be short-paid silently
       LOAD-RUNNING-AGREEMENTS.
           OPEN INPUT RevShareFile
           IF NOT RevShareFileOK
               DISPLAY "..NO REVENUE-SHARE AGREEMENTS ON FILE - "
                   "NOTHING TO SETTLE.."
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ RevShareFile NEXT RECORD
               AT END SET EndOfRevShareFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRevShareFile OR TableFull
               IF RshOpenEnded
                   MOVE 99999999 TO EndCompareDate
               ELSE
                   MOVE RshEndDate TO EndCompareDate
               END-IF
               IF RshStartDate NOT > MonthLastDate
                   AND EndCompareDate NOT < MonthFirstDate
                   PERFORM TAKE-ONE-AGREEMENT
               END-IF
               READ RevShareFile NEXT RECORD
                   AT END SET EndOfRevShareFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RevShareFile
           IF TableFull
               DISPLAY "..MORE THAN 500 AGREEMENTS RUNNING IN THE "
                   "MONTH - RUN FAILED.."
               SET RunFailed TO TRUE
           END-IF.

       TAKE-ONE-AGREEMENT.
           IF AgreementCount >= AgreementMax
               SET TableFull TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AgreementCount
           MOVE RshVideoCode TO AgtVideoCode(AgreementCount)
           MOVE RshStartDate TO AgtStartDate(AgreementCount)
           MOVE EndCompareDate TO AgtEndDate(AgreementCount)
           MOVE RshSupplierCode TO AgtSupplier(AgreementCount)
           MOVE RshSharePercent TO AgtPercent(AgreementCount)
           MOVE RshMinimumGuarantee TO AgtGuarantee(AgreementCount)
           MOVE ZERO TO AgtRentals(AgreementCount)
               AgtGross(AgreementCount) AgtNet(AgreementCount)
               AgtShare(AgreementCount) AgtOwed(AgreementCount)
           PERFORM FIND-SUPPLIER-SLOT.

       FIND-SUPPLIER-SLOT.
           MOVE "N" TO SlotFoundSw
           PERFORM VARYING SupplierIndex FROM 1 BY 1
                   UNTIL SlotFound OR SupplierIndex > SupplierCount
               IF SptSupplier(SupplierIndex) = RshSupplierCode
                   SET SlotFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT SlotFound AND SupplierCount < 200
               ADD 1 TO SupplierCount
               MOVE RshSupplierCode TO SptSupplier(SupplierCount)
               MOVE ZERO TO SptRentals(SupplierCount)
                   SptGross(SupplierCount) SptOwed(SupplierCount)
               MOVE "N" TO SptSettledSw(SupplierCount)
           END-IF.

      *>   a supplier already carrying this month's RS invoice on
      *>   the approved list was settled by an earlier run
       FIND-SETTLED-SUPPLIERS.
           OPEN INPUT ApprovedFile
           IF NOT ApprovedFileOK
               EXIT PARAGRAPH
           END-IF
           READ ApprovedFile
               AT END SET EndOfApprovedFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfApprovedFlat
               MOVE ApprovedFlatLine TO ApprovedDetailLine
               IF ApvInvoiceNo = SettleInvoiceNo
                   PERFORM VARYING SupplierIndex FROM 1 BY 1
                           UNTIL SupplierIndex > SupplierCount
                       IF SptSupplier(SupplierIndex) = ApvSupplier
                           SET SptAlreadySettled(SupplierIndex)
                               TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               READ ApprovedFile
                   AT END SET EndOfApprovedFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE ApprovedFile.

      *>   each CHG line in the month goes to the agreement for its
      *>   title in force on the line's date; a line from before the
      *>   tax columns has its tax split made now
       ACCRUE-JOURNAL-CHARGES.
           OPEN INPUT FeesJournalFile
           IF NOT FeesJournalOK
               DISPLAY "..NO FEES JOURNAL ON FILE - ONLY MINIMUM "
                   "GUARANTEES ARE DUE.."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND AccrualFile
           IF AccrualsMissing
               OPEN OUTPUT AccrualFile
           END-IF
           READ FeesJournalFile
               AT END SET EndOfJournalFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfJournalFlat
               MOVE FeesJournalFlatLine TO FeesJournalLine
               MOVE FeeJrnDate(1:6) TO JrnYearMonth
               IF JrnYearMonth = SettleMonth
                   AND (FeeJrnType = "CHG" OR FeeJrnType = "DSC"
                   OR FeeJrnType = "LPR")
                   PERFORM ACCRUE-ONE-CHARGE
               END-IF
               READ FeesJournalFile
                   AT END SET EndOfJournalFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE FeesJournalFile, AccrualFile.

       ACCRUE-ONE-CHARGE.
           MOVE "N" TO SlotFoundSw
           PERFORM VARYING AgreementIndex FROM 1 BY 1
                   UNTIL SlotFound OR AgreementIndex > AgreementCount
               IF AgtVideoCode(AgreementIndex) = FeeJrnVideoCode
                   AND AgtStartDate(AgreementIndex) NOT > FeeJrnDate
                   AND AgtEndDate(AgreementIndex) NOT < FeeJrnDate
                   MOVE AgreementIndex TO AgreementSlot
                   SET SlotFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT SlotFound
               EXIT PARAGRAPH
           END-IF
           IF FeeJrnTaxCode = SPACES
               CALL "Sub-JournalTax" USING FeesJournalLine
           END-IF
           MOVE FeeJrnTotal TO LineGross
           MOVE FeeJrnTaxAmount TO LineTax
           COMPUTE LineNet = LineGross - LineTax
           COMPUTE LineShare ROUNDED =
               LineNet * AgtPercent(AgreementSlot) / 100
           IF FeeJrnType = "DSC" OR FeeJrnType = "LPR"
               SUBTRACT LineGross FROM AgtGross(AgreementSlot)
               SUBTRACT LineNet FROM AgtNet(AgreementSlot)
               SUBTRACT LineShare FROM AgtShare(AgreementSlot)
           ELSE
               ADD 1 TO AgtRentals(AgreementSlot)
               ADD LineGross TO AgtGross(AgreementSlot)
               ADD LineNet TO AgtNet(AgreementSlot)
               ADD LineShare TO AgtShare(AgreementSlot)
           END-IF
           ADD 1 TO AccruedLineCount

           PERFORM FIND-AGREEMENT-SUPPLIER
           IF SptAlreadySettled(SupplierSlot)
               EXIT PARAGRAPH
           END-IF
           MOVE SettleMonth TO AcrSettleMonth
           MOVE AgtSupplier(AgreementSlot) TO AcrSupplier
           MOVE FeeJrnVideoCode TO AcrVideoCode
           MOVE FeeJrnType TO AcrJournalType
           MOVE FeeJrnDate TO AcrJournalDate
           MOVE FeeJrnBorrower TO AcrBorrower
           MOVE LineGross TO AcrGross
           MOVE LineNet TO AcrNet
           MOVE LineShare TO AcrShare
           WRITE AccrualFlatLine FROM AccrualLine.

       FIND-AGREEMENT-SUPPLIER.
           PERFORM VARYING SupplierIndex FROM 1 BY 1
                   UNTIL SupplierIndex > SupplierCount
               IF SptSupplier(SupplierIndex)
                   = AgtSupplier(AgreementSlot)
                   MOVE SupplierIndex TO SupplierSlot
               END-IF
           END-PERFORM.

      *>   the supplier is owed its share, or the minimum it was
      *>   guaranteed for a month the agreement ran, whichever is
      *>   more
       APPLY-MINIMUM-GUARANTEES.
           IF AgtShare(AgreementIndex) < AgtGuarantee(AgreementIndex)
               MOVE AgtGuarantee(AgreementIndex)
                   TO AgtOwed(AgreementIndex)
           ELSE
               MOVE AgtShare(AgreementIndex) TO AgtOwed(AgreementIndex)
           END-IF
           MOVE AgreementIndex TO AgreementSlot
           PERFORM FIND-AGREEMENT-SUPPLIER
           ADD AgtRentals(AgreementIndex) TO SptRentals(SupplierSlot)
           ADD AgtGross(AgreementIndex) TO SptGross(SupplierSlot)
           ADD AgtOwed(AgreementIndex) TO SptOwed(SupplierSlot).

       PRINT-STATEMENTS.
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..STATEMENT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT VideoFile
           OPEN INPUT SupplierFile
           PERFORM PRINT-ONE-STATEMENT
               VARYING SupplierIndex FROM 1 BY 1
               UNTIL SupplierIndex > SupplierCount
           CLOSE ReportFile, VideoFile, SupplierFile.

       PRINT-ONE-STATEMENT.
           MOVE SettleMonth TO HdgMonth
           MOVE BusinessDate TO HdgDate
           WRITE ReportLine FROM StmtHeadingLine
           MOVE SptSupplier(SupplierIndex) TO SupplierKey SplCode
           READ SupplierFile
               INVALID KEY
                   MOVE "**NOT ON FILE**" TO SupplierName
                   MOVE SPACES TO SupplierAddress
           END-READ
           MOVE SupplierName TO SplName
           WRITE ReportLine FROM StmtSupplierLine
           MOVE SupplierAddress TO SplAddress
           WRITE ReportLine FROM StmtAddressLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM StmtColumnLine
           PERFORM PRINT-ONE-AGREEMENT-LINE
               VARYING AgreementIndex FROM 1 BY 1
               UNTIL AgreementIndex > AgreementCount
           MOVE SptRentals(SupplierIndex) TO SttRentals
           MOVE SptGross(SupplierIndex) TO SttGross
           MOVE SptOwed(SupplierIndex) TO SttOwed
           WRITE ReportLine FROM StmtTotalLine
           EVALUATE TRUE
               WHEN SptAlreadySettled(SupplierIndex)
                   MOVE "** REPRINT - ALREADY PASSED FOR PAYMENT **"
                       TO StmtPostedLine
               WHEN SptOwed(SupplierIndex) = ZERO
                   MOVE "NOTHING OWED THIS MONTH" TO StmtPostedLine
               WHEN OTHER
                   MOVE SPACES TO StmtPostedLine
                   STRING "PASSED FOR PAYMENT AS INVOICE "
                       DELIMITED BY SIZE
                       SettleInvoiceNo DELIMITED BY SPACE
                       INTO StmtPostedLine
                   END-STRING
           END-EVALUATE
           WRITE ReportLine FROM StmtPostedLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine.

       PRINT-ONE-AGREEMENT-LINE.
           IF AgtSupplier(AgreementIndex)
               NOT = SptSupplier(SupplierIndex)
               EXIT PARAGRAPH
           END-IF
           MOVE AgtVideoCode(AgreementIndex) TO VideoCode StdVideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY MOVE "*TITLE NOT ON CATALOG*" TO VideoTitle
           END-READ
           MOVE VideoTitle TO StdTitle
           MOVE AgtPercent(AgreementIndex) TO StdPercent
           MOVE AgtRentals(AgreementIndex) TO StdRentals
           MOVE AgtGross(AgreementIndex) TO StdGross
           MOVE AgtNet(AgreementIndex) TO StdNet
           MOVE AgtShare(AgreementIndex) TO StdShare
           MOVE AgtOwed(AgreementIndex) TO StdOwed
           IF AgtOwed(AgreementIndex) > AgtShare(AgreementIndex)
               MOVE "MIN." TO StdMinimumMark
           ELSE
               MOVE SPACES TO StdMinimumMark
           END-IF
           WRITE ReportLine FROM StmtDetailLine.

      *>   one approved line per supplier owed anything, the rental
      *>   count standing in the quantity column, the way an
      *>   invoice matched by SUPPINVOICE-ENTRY arrives
       POST-TO-APPROVED-LIST.
           OPEN EXTEND ApprovedFile
           IF ApprovedMissing
               OPEN OUTPUT ApprovedFile
           END-IF
           PERFORM POST-ONE-SUPPLIER
               VARYING SupplierIndex FROM 1 BY 1
               UNTIL SupplierIndex > SupplierCount
           CLOSE ApprovedFile.

       POST-ONE-SUPPLIER.
           IF SptAlreadySettled(SupplierIndex)
               OR SptOwed(SupplierIndex) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE BusinessDate TO ApvDate
           MOVE SptSupplier(SupplierIndex) TO ApvSupplier
           MOVE SettleInvoiceNo TO ApvInvoiceNo
           MOVE ZERO TO ApvOrderNumber ApvLineNumber
           IF SptRentals(SupplierIndex) > 999
               MOVE 999 TO ApvQuantity
           ELSE
               MOVE SptRentals(SupplierIndex) TO ApvQuantity
           END-IF
           MOVE SptOwed(SupplierIndex) TO ApvAmount
           MOVE BatchOperatorId TO ApvOperatorId
           MOVE ZEROS TO ApvPaidDate
           WRITE ApprovedFlatLine FROM ApprovedDetailLine
           ADD 1 TO PostedSupplierCount
           ADD SptOwed(SupplierIndex) TO PostedTotal.
