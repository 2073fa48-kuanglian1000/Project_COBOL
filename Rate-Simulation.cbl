       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-SIMULATION.
      *> What-if pricing run - a rate change keyed through
      *> CONTROLFILE-MAINTAIN is a guess about revenue until this
      *> has been run against it. The proposed rates sit on a side
      *> file, PROPOSED-RATES.DAT, in the fee schedule's own line
      *> layout (FEESCHED.cpy - the effective date is not used); a
      *> category it leaves out keeps the rate in force today off
      *> FEE-SCHEDULE.DAT. Every completed loan on LOAN-HISTORY.DAT
      *> returned inside the chosen months is priced again at the
      *> proposed rates by the check-in's own rules - days out from
      *> loan to return, a same-day return counted as one day, late
      *> days past the due date at the late rate - and set beside
      *> the rental takings the fees journal actually holds for the
      *> same months (the CHG lines). Both are broken down per
      *> pricing category and per genre, each title placed by the
      *> catalog as it stands and each loan priced at its copy's
      *> own format (tape or disc, off VIDEOCOPY.DAT). Lost and
      *> damaged loans are left out: they were billed for
      *> replacement, not priced by the day. A box set keyed with
      *> its own daily rate on SERIESVOL.DAT is priced at that rate,
      *> as the check-in prices it - the proposal does not change
      *> it - and the loans so priced are counted on the report.
      *> The months come from REPORT-PARAMS.DAT (MONTH-FROM /
      *> MONTH-TO, YYYYMM); with none given the month before the
      *> business date is run. Output to RATE-SIMULATION-RPT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanHistoryFile ASSIGN TO "LOAN-HISTORY.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HistoryStatus.

           SELECT FeesJournalFile ASSIGN TO "FEES-JOURNAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FeesJournalStatus.

           SELECT FeeScheduleFile ASSIGN TO "FEE-SCHEDULE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FeeScheduleStatus.

           SELECT ProposedRatesFile ASSIGN TO "PROPOSED-RATES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ProposedRatesStatus.

           SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VideoCode
             ALTERNATE RECORD KEY IS VideoTitle
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS VideoSupplierCode
               WITH DUPLICATES
             FILE STATUS IS VideoStatus.

           SELECT VideoCopyFile ASSIGN TO "VIDEOCOPY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CopyKey
             FILE STATUS IS CopyStatus.

           SELECT SeriesVolFile ASSIGN TO "SERIESVOL.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SvlKey
             ALTERNATE RECORD KEY IS SvlVideoCode
             FILE STATUS IS SeriesVolStatus.

           SELECT GenreFile ASSIGN TO "IDXGENRE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS GenreCode
             FILE STATUS IS GenreFileStatus.

           SELECT ReportParamsFile ASSIGN TO "REPORT-PARAMS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportParamsStatus.

           SELECT ReportFile ASSIGN TO "RATE-SIMULATION-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanHistoryFile.
       01  HistoryFlatLine     PIC X(63).
           88  EndOfHistoryFlat    VALUE HIGH-VALUES.

       FD  FeesJournalFile.
       01  FeesJournalFlatLine PIC X(85).
           88  EndOfJournalFlat    VALUE HIGH-VALUES.

       FD  FeeScheduleFile.
       01  FeeScheduleFlatLine PIC X(36).

       FD  ProposedRatesFile.
       01  ProposedRatesFlatLine   PIC X(36).

       FD  VideoFile.
           COPY VIDEOREC.

       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  SeriesVolFile.
           COPY SERVOLREC.

       FD  GenreFile.
           COPY GENREREC.

       FD  ReportParamsFile.
       01  ReportParamLine.
           88  EndOfParamsFile VALUE HIGH-VALUES.
           03  FILLER          PIC X(33).

       FD  ReportFile.
       01  ReportLine  PIC X(90).

       WORKING-STORAGE SECTION.
           COPY LOANHIST.
           COPY FEEJRNL.
           COPY FEESCHED.

       01  HistoryStatus       PIC X(2).
           88  HistoryFileOK   VALUE "00".
       01  FeesJournalStatus   PIC X(2).
           88  FeesJournalFound    VALUE "00".
       01  FeeScheduleStatus   PIC X(2).
           88  FeeScheduleFound    VALUE "00".
       01  ProposedRatesStatus PIC X(2).
           88  ProposedRatesFound  VALUE "00".
       01  VideoStatus         PIC X(2).
           88  VideoFound      VALUE "00".
       01  CopyStatus          PIC X(2).
       01  SeriesVolStatus     PIC X(2).
           88  SeriesVolFound      VALUE "00".
           88  SeriesVolFileOK     VALUE "00".
       01  SeriesVolOpenSw     PIC X VALUE "N".
           88  SeriesVolOpen       VALUE "Y".
       01  GenreFileStatus     PIC X(2).
           88  GenreFound      VALUE "00".
       01  ReportParamsStatus  PIC X(2).
           88  ParamsFileOK    VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

      *> the months run - the month before the business date
      *> unless the parameter file says otherwise
       01  WantedMonthFrom     PIC 9(6).
       01  WantedMonthTo       PIC 9(6).

       01  ParamKeyword        PIC X(12).
       01  ParamValue          PIC X(20).
       01  ParamNumber         PIC 9(6) VALUE ZERO.
       01  ParamDigitX         PIC X.
       01  ParamDigit REDEFINES ParamDigitX PIC 9.
       01  ParamScanIndex      PIC 99.
       01  ParamDigitCount     PIC 99.
       01  ParamNumericSw      PIC X.
           88  ParamIsNumeric  VALUE "Y".

       01  BusinessDate        PIC 9(8).
       01  WorkYear            PIC 9(4).
       01  WorkMonth           PIC 99.
       01  HistYearMonth       PIC 9(6).
       01  JrnYearMonth        PIC 9(6).

      *> per pricing category (1 = new release, 2 = standard,
      *> 3 = classic) and copy format (1 = tape, 2 = disc) the rates
      *> in force today and the rates proposed - the standing
      *> counter rates until the schedule and the side file say
      *> otherwise
       01  CategoryRateTable.
           03  CategoryRateEntry   OCCURS 3 TIMES.
               05  FormatRateEntry OCCURS 2 TIMES.
                   07  CatRentalRate   PIC 9(5)V99.
                   07  CatLateRate     PIC 9(5)V99.
                   07  CatBestEffDate  PIC 9(8).
                   07  CatBestExactSw  PIC X.
                       88  CatBestExact    VALUE "Y".
                   07  PropRentalRate  PIC 9(5)V99.
                   07  PropLateRate    PIC 9(5)V99.
                   07  PropKeyedSw     PIC X.
                       88  PropKeyed   VALUE "Y".
       01  CategoryIndex       PIC 9.
       01  FormatIndex         PIC 9.
       01  FormatNameTable.
           03  FILLER          PIC X(4) VALUE "TAPE".
           03  FILLER          PIC X(4) VALUE "DISC".
       01  FormatNames REDEFINES FormatNameTable.
           03  FormatName      PIC X(4) OCCURS 2 TIMES.
       01  CategoryNameTable.
           03  FILLER          PIC X(12) VALUE "NEW RELEASE".
           03  FILLER          PIC X(12) VALUE "STANDARD".
           03  FILLER          PIC X(12) VALUE "CLASSIC".
       01  CategoryNames REDEFINES CategoryNameTable.
           03  CategoryName    PIC X(12) OCCURS 3 TIMES.

      *> actual and simulated takings per category, and per genre
      *> one slot per genre code met
       01  CategoryTotalTable.
           03  CategoryTotalEntry  OCCURS 3 TIMES.
               05  CttLoanCount    PIC 9(5).
               05  CttActual       PIC 9(7)V99.
               05  CttSimulated    PIC 9(7)V99.
       01  GenreTotalTable.
           03  GenreTotalEntry     OCCURS 100 TIMES.
               05  GttGenreCode    PIC X(3).
               05  GttLoanCount    PIC 9(5).
               05  GttActual       PIC 9(7)V99.
               05  GttSimulated    PIC 9(7)V99.
       01  GenreTotalCount     PIC 9(3) VALUE ZERO.
       01  GenreTotalIndex     PIC 9(3).
       01  GenreSlotIndex      PIC 9(3).
       01  SlotFoundSw         PIC X.
           88  SlotFound       VALUE "Y".
       01  WantedGenreCode     PIC X(3).

      *> the one loan being priced again - the check-in's own
      *> day counts
       01  LoanDayNumber       PIC 9(7).
       01  DueDayNumber        PIC 9(7).
       01  ReturnDayNumber     PIC 9(7).
       01  DaysOut             PIC 9(5).
       01  LateDays            PIC 9(5).
       01  RentalCharge        PIC 9(7)V99.
       01  LateFeeCharge       PIC 9(7)V99.
       01  SimulatedCharge     PIC 9(7)V99.
       01  LineAmount          PIC 9(5)V99.
       01  SimRentalRate       PIC 9(5)V99.

       01  TotalLoanCount      PIC 9(5) VALUE ZERO.
       01  BoxSetLoanCount     PIC 9(5) VALUE ZERO.
       01  TotalActual         PIC 9(7)V99 VALUE ZERO.
       01  TotalSimulated      PIC 9(7)V99 VALUE ZERO.
       01  DifferenceAmount    PIC S9(7)V99.
       01  DifferencePercent   PIC S9(3)V9.
       01  CompareActual       PIC 9(7)V99.

       01  ReportHeading.
           03  FILLER          PIC X(27)
                 VALUE "=RATE SIMULATION (WHAT-IF)=".
           03  FILLER          PIC X VALUE SPACE.
           03  HdgDate         PIC 9(8).

       01  ParamEchoLine.
           03  FILLER          PIC X(18) VALUE "SELECTED MONTHS : ".
           03  EchoMonthFrom   PIC 9(6).
           03  FILLER          PIC X VALUE "-".
           03  EchoMonthTo     PIC 9(6).

       01  BoxSetNoteLine.
           03  FILLER          PIC X(48) VALUE
                 "BOX SET LOANS AT THEIR OWN RATE, NOT PROPOSED : ".
           03  BsnLoanCount    PIC ZZZZ9.

       01  RateHeadingLine.
           03  FILLER          PIC X(14) VALUE "CATEGORY".
           03  FILLER          PIC X(24) VALUE
                 "   TODAY RENTAL/LATE".
           03  FILLER          PIC X(24) VALUE
                 "PROPOSED RENTAL/LATE".
       01  RateDetailLine.
           03  RtdName         PIC X(12).
           03  RtdFormat       PIC X(4).
           03  RtdRental       PIC ZZ,ZZ9.99.
           03  FILLER          PIC X VALUE "/".
           03  RtdLate         PIC ZZ,ZZ9.99.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  RtdPropRental   PIC ZZ,ZZ9.99.
           03  FILLER          PIC X VALUE "/".
           03  RtdPropLate     PIC ZZ,ZZ9.99.
           03  FILLER          PIC X VALUE SPACE.
           03  RtdKeptMark     PIC X(12).

       01  CompareHeadingLine.
           03  FILLER          PIC X(25) VALUE "BREAKDOWN".
           03  FILLER          PIC X(7) VALUE "  LOANS".
           03  FILLER          PIC X(14) VALUE "        ACTUAL".
           03  FILLER          PIC X(14) VALUE "     SIMULATED".
           03  FILLER          PIC X(14) VALUE "    DIFFERENCE".
           03  FILLER          PIC X(8) VALUE "  CHANGE".
       01  CompareDetailLine.
           03  CmpCode         PIC X(3).
           03  FILLER          PIC X VALUE SPACE.
           03  CmpName         PIC X(20).
           03  FILLER          PIC X VALUE SPACE.
           03  CmpLoanCount    PIC ZZ,ZZ9.
           03  FILLER          PIC X VALUE SPACE.
           03  CmpActual       PIC Z,ZZZ,ZZ9.99.
           03  FILLER          PIC X VALUE SPACE.
           03  CmpSimulated    PIC Z,ZZZ,ZZ9.99.
           03  FILLER          PIC X VALUE SPACE.
           03  CmpDifference   PIC -Z,ZZZ,ZZ9.99.
           03  FILLER          PIC X VALUE SPACE.
           03  CmpPercent      PIC -ZZ9.9.
           03  FILLER          PIC X VALUE "%".

       01  CategorySectionHeading  PIC X(30)
             VALUE "== BY PRICING CATEGORY ==".
       01  GenreSectionHeading     PIC X(30)
             VALUE "== BY GENRE ==".

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-BusinessDate" USING BusinessDate.
           PERFORM WORK-OUT-DEFAULT-MONTHS.
           PERFORM LOAD-REPORT-PARAMS.
           PERFORM LOAD-FEE-SCHEDULE.
           PERFORM LOAD-PROPOSED-RATES.
           PERFORM SIMULATE-HISTORY-LOANS.
           IF NOT RunFailed
               PERFORM GATHER-ACTUAL-REVENUE
               PERFORM PRINT-SIMULATION-REPORT
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *>   the last whole month before the business date, walked
      *>   back over a year end when it must
       WORK-OUT-DEFAULT-MONTHS.
           MOVE BusinessDate(1:4) TO WorkYear
           MOVE BusinessDate(5:2) TO WorkMonth
           IF WorkMonth = 1
               MOVE 12 TO WorkMonth
               SUBTRACT 1 FROM WorkYear
           ELSE
               SUBTRACT 1 FROM WorkMonth
           END-IF
           COMPUTE WantedMonthFrom = WorkYear * 100 + WorkMonth
           MOVE WantedMonthFrom TO WantedMonthTo.

      *>   same keyword=value parameter file the title performance
      *>   report reads; unknown keywords are simply ignored
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
                       WHEN "MONTH-FROM"
                           PERFORM CONVERT-NUMERIC-PARAM
                           IF ParamIsNumeric
                               MOVE ParamNumber TO WantedMonthFrom
                           END-IF
                       WHEN "MONTH-TO"
                           PERFORM CONVERT-NUMERIC-PARAM
                           IF ParamIsNumeric
                               MOVE ParamNumber TO WantedMonthTo
                           END-IF
                   END-EVALUATE
                   READ ReportParamsFile
                       AT END SET EndOfParamsFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReportParamsFile
           END-IF.

      *>   digits gathered left to right up to the first space, the
      *>   same keyed-month check the title performance report makes
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

      *>   the rates the check-in charges today, loaded exactly as
      *>   the loan desk loads them - the standing counter rates,
      *>   then per category the newest schedule line in force
       LOAD-FEE-SCHEDULE.
           MOVE 2.50 TO CatRentalRate(1, 1)
           MOVE 1.50 TO CatLateRate(1, 1)
           MOVE 1.50 TO CatRentalRate(2, 1)
           MOVE 1.00 TO CatLateRate(2, 1)
           MOVE 1.00 TO CatRentalRate(3, 1)
           MOVE 0.50 TO CatLateRate(3, 1)
           PERFORM VARYING CategoryIndex FROM 1 BY 1
                   UNTIL CategoryIndex > 3
               MOVE ZERO TO CatBestEffDate(CategoryIndex, 1)
               MOVE "N" TO CatBestExactSw(CategoryIndex, 1)
               MOVE FormatRateEntry(CategoryIndex, 1)
                   TO FormatRateEntry(CategoryIndex, 2)
           END-PERFORM
           OPEN INPUT FeeScheduleFile
           IF FeeScheduleFound
               READ FeeScheduleFile
                   AT END MOVE HIGH-VALUES TO FeeScheduleFlatLine
               END-READ
               PERFORM UNTIL FeeScheduleFlatLine = HIGH-VALUES
                   MOVE FeeScheduleFlatLine TO FeeScheduleLine
                   PERFORM APPLY-ONE-SCHEDULE-LINE
                   READ FeeScheduleFile
                       AT END MOVE HIGH-VALUES TO FeeScheduleFlatLine
                   END-READ
               END-PERFORM
               CLOSE FeeScheduleFile
           END-IF.

       APPLY-ONE-SCHEDULE-LINE.
           PERFORM FIND-SCHEDULE-CATEGORY
           IF CategoryIndex > ZERO
               AND SchedEffectiveFrom NUMERIC
               AND SchedRentalRate NUMERIC
               AND SchedLateFeeRate NUMERIC
               AND ValidSchedFormat
               AND SchedEffectiveFrom <= BusinessDate
               PERFORM VARYING FormatIndex FROM 1 BY 1
                       UNTIL FormatIndex > 2
                   IF SchedBothFormats
                       OR (SchedTapeOnly AND FormatIndex = 1)
                       OR (SchedDiscOnly AND FormatIndex = 2)
                       PERFORM APPLY-SCHEDULE-TO-FORMAT
                   END-IF
               END-PERFORM
           END-IF.

      *>   a line naming the format beats a both-formats line of
      *>   the same date, the same as the loan desk
       APPLY-SCHEDULE-TO-FORMAT.
           IF SchedEffectiveFrom
                   > CatBestEffDate(CategoryIndex, FormatIndex)
               OR (SchedEffectiveFrom
                   = CatBestEffDate(CategoryIndex, FormatIndex)
                   AND (NOT SchedBothFormats OR NOT
                        CatBestExact(CategoryIndex, FormatIndex)))
               MOVE SchedRentalRate
                   TO CatRentalRate(CategoryIndex, FormatIndex)
               MOVE SchedLateFeeRate
                   TO CatLateRate(CategoryIndex, FormatIndex)
               MOVE SchedEffectiveFrom
                   TO CatBestEffDate(CategoryIndex, FormatIndex)
               IF SchedBothFormats
                   MOVE "N"
                       TO CatBestExactSw(CategoryIndex, FormatIndex)
               ELSE
                   MOVE "Y"
                       TO CatBestExactSw(CategoryIndex, FormatIndex)
               END-IF
           END-IF.

       FIND-SCHEDULE-CATEGORY.
           MOVE ZERO TO CategoryIndex
           EVALUATE SchedCategory
               WHEN "N"
                   MOVE 1 TO CategoryIndex
               WHEN "S"
                   MOVE 2 TO CategoryIndex
               WHEN "C"
                   MOVE 3 TO CategoryIndex
           END-EVALUATE.

      *>   each category and format starts at today's rates; a
      *>   parseable line on the side file replaces them, the last
      *>   one keyed for a category and format winning - a line
      *>   with no format proposes for both
       LOAD-PROPOSED-RATES.
           PERFORM VARYING CategoryIndex FROM 1 BY 1
                   UNTIL CategoryIndex > 3
                   AFTER FormatIndex FROM 1 BY 1
                   UNTIL FormatIndex > 2
               MOVE CatRentalRate(CategoryIndex, FormatIndex)
                   TO PropRentalRate(CategoryIndex, FormatIndex)
               MOVE CatLateRate(CategoryIndex, FormatIndex)
                   TO PropLateRate(CategoryIndex, FormatIndex)
               MOVE "N" TO PropKeyedSw(CategoryIndex, FormatIndex)
           END-PERFORM
           OPEN INPUT ProposedRatesFile
           IF NOT ProposedRatesFound
               DISPLAY "..NO PROPOSED-RATES.DAT - TODAY'S RATES ARE "
                   "SIMULATED AGAINST THEMSELVES.."
               EXIT PARAGRAPH
           END-IF
           READ ProposedRatesFile
               AT END MOVE HIGH-VALUES TO ProposedRatesFlatLine
           END-READ
           PERFORM UNTIL ProposedRatesFlatLine = HIGH-VALUES
               MOVE ProposedRatesFlatLine TO FeeScheduleLine
               PERFORM FIND-SCHEDULE-CATEGORY
               IF CategoryIndex > ZERO
                   AND SchedRentalRate NUMERIC
                   AND SchedLateFeeRate NUMERIC
                   AND ValidSchedFormat
                   PERFORM VARYING FormatIndex FROM 1 BY 1
                           UNTIL FormatIndex > 2
                       IF SchedBothFormats
                           OR (SchedTapeOnly AND FormatIndex = 1)
                           OR (SchedDiscOnly AND FormatIndex = 2)
                           PERFORM PROPOSE-FOR-FORMAT
                       END-IF
                   END-PERFORM
               END-IF
               READ ProposedRatesFile
                   AT END MOVE HIGH-VALUES TO ProposedRatesFlatLine
               END-READ
           END-PERFORM
           CLOSE ProposedRatesFile.

       PROPOSE-FOR-FORMAT.
           MOVE SchedRentalRate
               TO PropRentalRate(CategoryIndex, FormatIndex)
           MOVE SchedLateFeeRate
               TO PropLateRate(CategoryIndex, FormatIndex)
           SET PropKeyed(CategoryIndex, FormatIndex) TO TRUE.

      *>   one pass over the history: each ordinary return inside the
      *>   months is priced at the proposed rates for its title's
      *>   category and lands in that category and its genre
       SIMULATE-HISTORY-LOANS.
           PERFORM VARYING CategoryIndex FROM 1 BY 1
                   UNTIL CategoryIndex > 3
               MOVE ZERO TO CttLoanCount(CategoryIndex)
                   CttActual(CategoryIndex) CttSimulated(CategoryIndex)
           END-PERFORM
           OPEN INPUT LoanHistoryFile
           IF NOT HistoryFileOK
               DISPLAY "..NO LOAN HISTORY ON FILE - NOTHING TO "
                   "SIMULATE.."
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT VideoFile
           OPEN INPUT VideoCopyFile
           MOVE "N" TO SeriesVolOpenSw
           OPEN INPUT SeriesVolFile
           IF SeriesVolFileOK
               SET SeriesVolOpen TO TRUE
           END-IF

           READ LoanHistoryFile
               AT END SET EndOfHistoryFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfHistoryFlat
               MOVE HistoryFlatLine TO LoanHistoryRecord
               MOVE HistReturnDate(1:6) TO HistYearMonth
               IF HistYearMonth >= WantedMonthFrom
                   AND HistYearMonth <= WantedMonthTo
                   AND NOT HistLostOutcome
                   AND NOT HistDamagedOutcome
                   PERFORM SIMULATE-ONE-LOAN
               END-IF
               READ LoanHistoryFile
                   AT END SET EndOfHistoryFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE LoanHistoryFile, VideoCopyFile
           IF SeriesVolOpen
               CLOSE SeriesVolFile
           END-IF.

      *>   the check-in's sums: days out from loan to return with a
      *>   same-day return counted as one day, and late days past
      *>   the due date at the late rate
       SIMULATE-ONE-LOAN.
           MOVE HistVideoCode TO VideoCode
           PERFORM PLACE-THE-TITLE
           MOVE HistVideoCode TO CopyVideoCode
           MOVE HistCopyNumber TO CopyNumber
           READ VideoCopyFile
               KEY IS CopyKey
               INVALID KEY MOVE SPACE TO CopyFormat
           END-READ
           IF CopyOnDisc
               MOVE 2 TO FormatIndex
           ELSE
               MOVE 1 TO FormatIndex
           END-IF
           CALL "Sub-DateDayNumber" USING HistReturnDate,
               ReturnDayNumber
           CALL "Sub-DateDayNumber" USING HistLoanDate, LoanDayNumber
           CALL "Sub-DateDayNumber" USING HistDueDate, DueDayNumber
           COMPUTE DaysOut = ReturnDayNumber - LoanDayNumber
           IF DaysOut = ZERO
               MOVE 1 TO DaysOut
           END-IF
           IF ReturnDayNumber > DueDayNumber
               COMPUTE LateDays = ReturnDayNumber - DueDayNumber
           ELSE
               MOVE ZERO TO LateDays
           END-IF
           MOVE PropRentalRate(CategoryIndex, FormatIndex)
               TO SimRentalRate
           PERFORM CHECK-BOX-SET-RATE
           MULTIPLY DaysOut BY SimRentalRate GIVING RentalCharge
           IF LateDays > ZERO
               MULTIPLY LateDays
                   BY PropLateRate(CategoryIndex, FormatIndex)
                   GIVING LateFeeCharge
           ELSE
               MOVE ZERO TO LateFeeCharge
           END-IF
           COMPUTE SimulatedCharge = RentalCharge + LateFeeCharge

           ADD 1 TO CttLoanCount(CategoryIndex) TotalLoanCount
           ADD SimulatedCharge TO CttSimulated(CategoryIndex)
               TotalSimulated
           IF SlotFound
               ADD 1 TO GttLoanCount(GenreSlotIndex)
               ADD SimulatedCharge TO GttSimulated(GenreSlotIndex)
           END-IF.

      *>   a box set is one copy on one loan, charged at the set's
      *>   own daily rate when one is keyed - SET-RATES-FOR-TITLE's
      *>   rule at the check-in; late fee stays with its category
       CHECK-BOX-SET-RATE.
           IF NOT SeriesVolOpen
               EXIT PARAGRAPH
           END-IF
           MOVE HistVideoCode TO SvlVideoCode
           READ SeriesVolFile
               KEY IS SvlVideoCode
               INVALID KEY CONTINUE
           END-READ
           IF SeriesVolFound AND SvlIsBoxSet
               AND SvlBoxDailyRate > ZERO
               MOVE SvlBoxDailyRate TO SimRentalRate
               ADD 1 TO BoxSetLoanCount
           END-IF.

      *>   category and genre off the catalog as it stands, with a
      *>   space or unstamped category priced as standard, the same
      *>   as the loan desk prices it
       PLACE-THE-TITLE.
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY
                   MOVE SPACE TO VideoPriceCategory
                   MOVE "???" TO VideoGenreCode
           END-READ
           EVALUATE TRUE
               WHEN NewRelease
                   MOVE 1 TO CategoryIndex
               WHEN ClassicPrice
                   MOVE 3 TO CategoryIndex
               WHEN OTHER
                   MOVE 2 TO CategoryIndex
           END-EVALUATE
           MOVE VideoGenreCode TO WantedGenreCode
           PERFORM FIND-GENRE-SLOT.

       FIND-GENRE-SLOT.
           MOVE "N" TO SlotFoundSw
           PERFORM SCAN-GENRE-SLOTS
               VARYING GenreTotalIndex FROM 1 BY 1
               UNTIL SlotFound OR GenreTotalIndex > GenreTotalCount
           IF NOT SlotFound AND GenreTotalCount < 100
               ADD 1 TO GenreTotalCount
               MOVE WantedGenreCode TO GttGenreCode(GenreTotalCount)
               MOVE ZERO TO GttLoanCount(GenreTotalCount)
                   GttActual(GenreTotalCount)
                   GttSimulated(GenreTotalCount)
               MOVE GenreTotalCount TO GenreSlotIndex
               SET SlotFound TO TRUE
           END-IF.

       SCAN-GENRE-SLOTS.
           IF GttGenreCode(GenreTotalIndex) = WantedGenreCode
               MOVE GenreTotalIndex TO GenreSlotIndex
               SET SlotFound TO TRUE
           END-IF.

      *>   what the check-ins actually charged - the CHG lines, the
      *>   rental and late parts together - for the same months
       GATHER-ACTUAL-REVENUE.
           OPEN INPUT FeesJournalFile
           IF FeesJournalFound
               READ FeesJournalFile
                   AT END SET EndOfJournalFlat TO TRUE
               END-READ
               PERFORM UNTIL EndOfJournalFlat
                   MOVE FeesJournalFlatLine TO FeesJournalLine
                   MOVE FeeJrnDate(1:6) TO JrnYearMonth
                   IF JrnYearMonth >= WantedMonthFrom
                       AND JrnYearMonth <= WantedMonthTo
                       AND FeeJrnType = "CHG"
                       PERFORM TAKE-ONE-ACTUAL-CHARGE
                   END-IF
                   READ FeesJournalFile
                       AT END SET EndOfJournalFlat TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FeesJournalFile
           END-IF
           CLOSE VideoFile.

       TAKE-ONE-ACTUAL-CHARGE.
           MOVE FeeJrnVideoCode TO VideoCode
           PERFORM PLACE-THE-TITLE
           MOVE FeeJrnTotal TO LineAmount
           ADD LineAmount TO CttActual(CategoryIndex) TotalActual
           IF SlotFound
               ADD LineAmount TO GttActual(GenreSlotIndex)
           END-IF.

       PRINT-SIMULATION-REPORT.
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GenreFile

           MOVE BusinessDate TO HdgDate
           WRITE ReportLine FROM ReportHeading
           MOVE WantedMonthFrom TO EchoMonthFrom
           MOVE WantedMonthTo TO EchoMonthTo
           WRITE ReportLine FROM ParamEchoLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM RateHeadingLine
           PERFORM PRINT-ONE-RATE-LINE
               VARYING CategoryIndex FROM 1 BY 1
               UNTIL CategoryIndex > 3
               AFTER FormatIndex FROM 1 BY 1
               UNTIL FormatIndex > 2

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM CategorySectionHeading
           WRITE ReportLine FROM CompareHeadingLine
           PERFORM PRINT-ONE-CATEGORY-LINE
               VARYING CategoryIndex FROM 1 BY 1
               UNTIL CategoryIndex > 3

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM GenreSectionHeading
           WRITE ReportLine FROM CompareHeadingLine
           PERFORM PRINT-ONE-GENRE-LINE
               VARYING GenreSlotIndex FROM 1 BY 1
               UNTIL GenreSlotIndex > GenreTotalCount

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO CmpCode
           MOVE "ALL LOANS" TO CmpName
           MOVE TotalLoanCount TO CmpLoanCount
           MOVE TotalActual TO CmpActual CompareActual
           MOVE TotalSimulated TO CmpSimulated
           COMPUTE DifferenceAmount = TotalSimulated - TotalActual
           PERFORM PRINT-COMPARE-LINE
           MOVE BoxSetLoanCount TO BsnLoanCount
           WRITE ReportLine FROM BoxSetNoteLine

           CLOSE ReportFile, GenreFile
           MOVE DifferenceAmount TO CmpDifference
           DISPLAY "SIMULATED LESS ACTUAL = ", CmpDifference.

       PRINT-ONE-RATE-LINE.
           MOVE CategoryName(CategoryIndex) TO RtdName
           MOVE FormatName(FormatIndex) TO RtdFormat
           MOVE CatRentalRate(CategoryIndex, FormatIndex) TO RtdRental
           MOVE CatLateRate(CategoryIndex, FormatIndex) TO RtdLate
           MOVE PropRentalRate(CategoryIndex, FormatIndex)
               TO RtdPropRental
           MOVE PropLateRate(CategoryIndex, FormatIndex)
               TO RtdPropLate
           IF PropKeyed(CategoryIndex, FormatIndex)
               MOVE SPACES TO RtdKeptMark
           ELSE
               MOVE "(UNCHANGED)" TO RtdKeptMark
           END-IF
           WRITE ReportLine FROM RateDetailLine.

       PRINT-ONE-CATEGORY-LINE.
           MOVE SPACES TO CmpCode
           MOVE CategoryName(CategoryIndex) TO CmpName
           MOVE CttLoanCount(CategoryIndex) TO CmpLoanCount
           MOVE CttActual(CategoryIndex) TO CmpActual CompareActual
           MOVE CttSimulated(CategoryIndex) TO CmpSimulated
           COMPUTE DifferenceAmount = CttSimulated(CategoryIndex)
               - CttActual(CategoryIndex)
           PERFORM PRINT-COMPARE-LINE.

       PRINT-ONE-GENRE-LINE.
           MOVE GttGenreCode(GenreSlotIndex) TO CmpCode
           MOVE GttGenreCode(GenreSlotIndex) TO GenreCode
           READ GenreFile
               INVALID KEY
                   MOVE "**UNKNOWN GENRE**" TO GenreName
           END-READ
           MOVE GenreName TO CmpName
           MOVE GttLoanCount(GenreSlotIndex) TO CmpLoanCount
           MOVE GttActual(GenreSlotIndex) TO CmpActual
               CompareActual
           MOVE GttSimulated(GenreSlotIndex) TO CmpSimulated
           COMPUTE DifferenceAmount = GttSimulated(GenreSlotIndex)
               - GttActual(GenreSlotIndex)
           PERFORM PRINT-COMPARE-LINE.

      *>   the change is the difference against what was actually
      *>   taken; nothing taken shows no change at all
       PRINT-COMPARE-LINE.
           MOVE DifferenceAmount TO CmpDifference
           IF CompareActual = ZERO
               MOVE ZERO TO DifferencePercent
           ELSE
               COMPUTE DifferencePercent ROUNDED =
                   DifferenceAmount * 100 / CompareActual
                   ON SIZE ERROR MOVE 999.9 TO DifferencePercent
               END-COMPUTE
           END-IF
           MOVE DifferencePercent TO CmpPercent
           WRITE ReportLine FROM CompareDetailLine.
