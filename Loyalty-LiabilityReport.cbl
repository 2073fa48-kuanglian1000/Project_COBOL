       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYALTY-LIABILITYREPORT.
      *> Period report on the loyalty points the shop owes its
      *> members - every point outstanding is a free rental the desk
      *> may yet have to give away, so the accountant carries it as
      *> a liability at the scheme's point value
      *> (LOYALTY-RULES.DAT, LOYRULES.cpy). Off LOYALTY-LEDGER.DAT:
      *>   the points outstanding when the period opened (every
      *>     movement dated before it, netted)
      *>   the points earned, redeemed and expired inside it
      *>   the points outstanding when it closed
      *> each in points and in money. Then, off LOYALTY.DAT, every
      *> member holding points today with the days their balance has
      *> sat quiet and the days left before the nightly step
      *> expires it, and a proof that the master's balances agree
      *> with the ledger's movements. The period is the current
      *> calendar month to the business date unless
      *> REPORT-PARAMS.DAT gives LOYALTY-FROM / LOYALTY-TO
      *> (YYYYMMDD). The report prints on LOYALTY-LIABILITY-RPT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoyaltyFile ASSIGN TO "LOYALTY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LoyBorrowerNumber
             FILE STATUS IS LoyaltyStatus.

           SELECT LoyaltyLedgerFile ASSIGN TO "LOYALTY-LEDGER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LoyaltyLedgerStatus.

           SELECT LoyaltyRulesFile ASSIGN TO "LOYALTY-RULES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LoyaltyRulesStatus.

           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS BorrowerKey
             FILE STATUS IS BorrowerStatus.

           SELECT ReportFile ASSIGN TO "LOYALTY-LIABILITY-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

           SELECT ReportParamsFile ASSIGN TO "REPORT-PARAMS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportParamsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LoyaltyFile.
           COPY LOYALREC.

       FD  LoyaltyLedgerFile.
       01  LoyaltyLedgerFlatLine   PIC X(53).
           88  EndOfLedgerFlat     VALUE HIGH-VALUES.

       FD  LoyaltyRulesFile.
       01  LoyaltyRulesFlatLine    PIC X(23).

       FD  BorrowerFile.
           COPY BORROWREC.

       FD  ReportFile.
       01  ReportLine              PIC X(80).

       FD  ReportParamsFile.
       01  ReportParamLine.
           88  EndOfParamsFile VALUE HIGH-VALUES.
           03  FILLER          PIC X(33).

       WORKING-STORAGE SECTION.
           COPY LOYLEDG.
           COPY LOYRULES.

       01  LoyaltyStatus       PIC X(2).
           88  LoyaltyFileOK   VALUE "00".
       01  LoyaltyLedgerStatus PIC X(2).
           88  LoyaltyLedgerOK VALUE "00".
       01  LoyaltyRulesStatus  PIC X(2).
           88  LoyaltyRulesFound   VALUE "00".
       01  BorrowerStatus      PIC X(2).
           88  BorrowerFound   VALUE "00".
       01  BorrowerKey         PIC 9(4).
       01  UnknownBorrowerName PIC X(20)
             VALUE "**UNKNOWN BORROWER**".
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

      *> the period reported - the month to date unless the
      *> parameter file says otherwise
       01  BusinessDate        PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
           03  BusinessYear    PIC 9(4).
           03  BusinessMonth   PIC 99.
           03  BusinessDay     PIC 99.
       01  BusinessDayNumber   PIC 9(7).
       01  PeriodFrom          PIC 9(8).
       01  PeriodFromParts REDEFINES PeriodFrom.
           03  PeriodFromYear  PIC 9(4).
           03  PeriodFromMonth PIC 99.
           03  PeriodFromDay   PIC 99.
       01  PeriodTo            PIC 9(8).

      *> the ledger's movements, netted by where they fall against
      *> the period - points in, points out
       01  OpeningPoints       PIC S9(9) VALUE ZERO.
       01  EarnedPoints        PIC 9(9) VALUE ZERO.
       01  RedeemedPoints      PIC 9(9) VALUE ZERO.
       01  ExpiredPoints       PIC 9(9) VALUE ZERO.
       01  ClosingPoints       PIC S9(9) VALUE ZERO.
       01  LedgerNowPoints     PIC S9(9) VALUE ZERO.
       01  LedgerLineCount     PIC 9(7) VALUE ZERO.
       01  LinePoints          PIC 9(7).

      *> the members holding points today, off the master
       01  MasterPoints        PIC 9(9) VALUE ZERO.
       01  HolderCount         PIC 9(5) VALUE ZERO.
       01  ActivityDayNumber   PIC 9(7).
       01  DaysQuiet           PIC 9(7).
       01  DaysLeft            PIC 9(7).
       01  PointsDifference    PIC S9(9).
       01  SummaryPoints       PIC S9(9).
       01  ValueWork           PIC S9(9)V99.

       01  ReportTitleLine.
           03  FILLER          PIC X(20) VALUE "KUANG VIDEO RENTALS".
           03  FILLER          PIC X(30)
                 VALUE "LOYALTY POINTS LIABILITY".
       01  ReportPeriodLine.
           03  FILLER          PIC X(8) VALUE "PERIOD: ".
           03  RplFrom         PIC 9(8).
           03  FILLER          PIC X(4) VALUE " TO ".
           03  RplTo           PIC 9(8).
           03  FILLER          PIC X(17) VALUE "   POINT VALUE = ".
           03  RplPointValue   PIC 9.99.
       01  SummaryHeadingLine.
           03  FILLER          PIC X(30) VALUE SPACES.
           03  FILLER          PIC X(14) VALUE "        POINTS".
           03  FILLER          PIC X(16) VALUE "           VALUE".
       01  SummaryLine.
           03  SmlLabel        PIC X(30).
           03  SmlPoints       PIC -ZZZ,ZZZ,ZZ9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  SmlValue        PIC -ZZ,ZZZ,ZZ9.99.
       01  HolderHeadingLine.
           03  FILLER          PIC X(25) VALUE "MEMBER".
           03  FILLER          PIC X(12) VALUE "      POINTS".
           03  FILLER          PIC X(12) VALUE "       VALUE".
           03  FILLER          PIC X(10) VALUE "  LAST ACT".
           03  FILLER          PIC X(8) VALUE "   QUIET".
           03  FILLER          PIC X(8) VALUE "    LEFT".
       01  HolderDetailLine.
           03  HdlBorrower     PIC 9(4).
           03  FILLER          PIC X VALUE SPACE.
           03  HdlName         PIC X(20).
           03  HdlPoints       PIC Z,ZZZ,ZZ9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  HdlValue        PIC ZZZ,ZZ9.99.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  HdlLastActivity PIC 9(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  HdlDaysQuiet    PIC ZZZZZ9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  HdlDaysLeft     PIC ZZZZZ9.
       01  ReportCountLine.
           03  RclLabel        PIC X(30).
           03  RclCount        PIC -ZZZ,ZZZ,ZZ9.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-BusinessDate" USING BusinessDate.
           CALL "Sub-DateDayNumber" USING BusinessDate,
               BusinessDayNumber.
           PERFORM SET-DEFAULT-PERIOD.
           PERFORM LOAD-REPORT-PARAMS.
           PERFORM LOAD-LOYALTY-RULES.
           PERFORM GATHER-LEDGER-MOVEMENTS.

           IF NOT RunFailed
               PERFORM PRINT-LIABILITY-REPORT
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *>   the calendar month the business date falls in, from its
      *>   first day to the business date itself
       SET-DEFAULT-PERIOD.
           MOVE BusinessYear TO PeriodFromYear
           MOVE BusinessMonth TO PeriodFromMonth
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
                       WHEN "LOYALTY-FROM"
                           PERFORM CONVERT-NUMERIC-PARAM
                           IF ParamIsNumeric
                               MOVE ParamNumber TO PeriodFrom
                           END-IF
                       WHEN "LOYALTY-TO"
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

      *>   no rules on file leaves the standing rules in force
       LOAD-LOYALTY-RULES.
           OPEN INPUT LoyaltyRulesFile
           IF LoyaltyRulesFound
               READ LoyaltyRulesFile INTO LoyaltyRules
                   AT END CONTINUE
               END-READ
               CLOSE LoyaltyRulesFile
           END-IF.

      *>   one pass over the ledger: a movement before the period
      *>   opens goes to the opening balance, one inside it to its
      *>   own column, one after it nowhere but the running total
      *>   the master is proved against
       GATHER-LEDGER-MOVEMENTS.
           OPEN INPUT LoyaltyLedgerFile
           IF NOT LoyaltyLedgerOK
               DISPLAY "..NO LOYALTY LEDGER ON FILE - NO POINTS HAVE "
                   "BEEN EARNED.."
               EXIT PARAGRAPH
           END-IF
           READ LoyaltyLedgerFile
               AT END SET EndOfLedgerFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfLedgerFlat
               MOVE LoyaltyLedgerFlatLine TO LoyaltyLedgerLine
               PERFORM TAKE-ONE-MOVEMENT
               READ LoyaltyLedgerFile
                   AT END SET EndOfLedgerFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE LoyaltyLedgerFile
           COMPUTE ClosingPoints = OpeningPoints + EarnedPoints
               - RedeemedPoints - ExpiredPoints.

      *>   points moved between members by a borrower merge leave
      *>   the scheme's liability as it was
       TAKE-ONE-MOVEMENT.
           IF LlgPoints NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF LlgMergeMove
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LedgerLineCount
           MOVE LlgPoints TO LinePoints
           IF LlgEarned
               ADD LinePoints TO LedgerNowPoints
           ELSE
               SUBTRACT LinePoints FROM LedgerNowPoints
           END-IF
           EVALUATE TRUE
               WHEN LlgDate < PeriodFrom
                   IF LlgEarned
                       ADD LinePoints TO OpeningPoints
                   ELSE
                       SUBTRACT LinePoints FROM OpeningPoints
                   END-IF
               WHEN LlgDate > PeriodTo
                   CONTINUE
               WHEN LlgEarned
                   ADD LinePoints TO EarnedPoints
               WHEN LlgRedeemed
                   ADD LinePoints TO RedeemedPoints
               WHEN LlgExpired
                   ADD LinePoints TO ExpiredPoints
           END-EVALUATE.

       PRINT-LIABILITY-REPORT.
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..LIABILITY REPORT ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           WRITE ReportLine FROM ReportTitleLine
           MOVE PeriodFrom TO RplFrom
           MOVE PeriodTo TO RplTo
           MOVE LyrPointValue TO RplPointValue
           WRITE ReportLine FROM ReportPeriodLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM SummaryHeadingLine

           MOVE "OUTSTANDING AT PERIOD START  " TO SmlLabel
           MOVE OpeningPoints TO SummaryPoints
           PERFORM PRINT-SUMMARY-LINE
           MOVE "  EARNED ON PAID RENTALS     +" TO SmlLabel
           MOVE EarnedPoints TO SummaryPoints
           PERFORM PRINT-SUMMARY-LINE
           MOVE "  REDEEMED AT THE DESK       -" TO SmlLabel
           MOVE RedeemedPoints TO SummaryPoints
           PERFORM PRINT-SUMMARY-LINE
           MOVE "  EXPIRED ON INACTIVITY      -" TO SmlLabel
           MOVE ExpiredPoints TO SummaryPoints
           PERFORM PRINT-SUMMARY-LINE
           MOVE "OUTSTANDING AT PERIOD END    =" TO SmlLabel
           MOVE ClosingPoints TO SummaryPoints
           PERFORM PRINT-SUMMARY-LINE

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM HolderHeadingLine
           PERFORM LIST-POINTS-HOLDERS

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "MEMBERS HOLDING POINTS NOW  = " TO RclLabel
           MOVE HolderCount TO RclCount
           WRITE ReportLine FROM ReportCountLine
           MOVE "POINTS ON THE MASTER NOW    = " TO RclLabel
           MOVE MasterPoints TO RclCount
           WRITE ReportLine FROM ReportCountLine
           MOVE "POINTS BY THE LEDGER NOW    = " TO RclLabel
           MOVE LedgerNowPoints TO RclCount
           WRITE ReportLine FROM ReportCountLine
           COMPUTE PointsDifference = MasterPoints - LedgerNowPoints
           IF PointsDifference NOT = ZERO
               MOVE "** MASTER DISAGREES BY      = " TO RclLabel
               MOVE PointsDifference TO RclCount
               WRITE ReportLine FROM ReportCountLine
               DISPLAY "..LOYALTY MASTER AND LEDGER DISAGREE - SEE "
                   "REPORT.."
           END-IF
           CLOSE ReportFile
           COMPUTE ValueWork = ClosingPoints * LyrPointValue
           MOVE ValueWork TO SmlValue
           DISPLAY "POINTS LIABILITY AT ", PeriodTo, " = ", SmlValue.

       PRINT-SUMMARY-LINE.
           MOVE SummaryPoints TO SmlPoints
           COMPUTE ValueWork = SummaryPoints * LyrPointValue
           MOVE ValueWork TO SmlValue
           WRITE ReportLine FROM SummaryLine.

      *>   the master in member order; a member with nothing left
      *>   is not a liability and is skipped
       LIST-POINTS-HOLDERS.
           OPEN INPUT LoyaltyFile
           IF NOT LoyaltyFileOK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BorrowerFile
           READ LoyaltyFile NEXT RECORD
               AT END SET EndOfLoyaltyFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLoyaltyFile
               IF LoyPointsBalance > ZERO
                   PERFORM PRINT-ONE-HOLDER
               END-IF
               READ LoyaltyFile NEXT RECORD
                   AT END SET EndOfLoyaltyFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE LoyaltyFile, BorrowerFile.

       PRINT-ONE-HOLDER.
           ADD 1 TO HolderCount
           ADD LoyPointsBalance TO MasterPoints
           MOVE LoyBorrowerNumber TO HdlBorrower
           MOVE LoyBorrowerNumber TO BorrowerKey
           READ BorrowerFile
               INVALID KEY
                   MOVE UnknownBorrowerName TO HdlName
               NOT INVALID KEY
                   MOVE BorrowerName TO HdlName
           END-READ
           MOVE LoyPointsBalance TO HdlPoints
           COMPUTE ValueWork = LoyPointsBalance * LyrPointValue
           MOVE ValueWork TO HdlValue
           MOVE LoyLastActivityDate TO HdlLastActivity
           CALL "Sub-DateDayNumber" USING LoyLastActivityDate,
               ActivityDayNumber
           IF ActivityDayNumber < BusinessDayNumber
               COMPUTE DaysQuiet = BusinessDayNumber
                   - ActivityDayNumber
           ELSE
               MOVE ZERO TO DaysQuiet
           END-IF
           IF DaysQuiet < LyrExpiryDays
               COMPUTE DaysLeft = LyrExpiryDays - DaysQuiet
           ELSE
               MOVE ZERO TO DaysLeft
           END-IF
           MOVE DaysQuiet TO HdlDaysQuiet
           MOVE DaysLeft TO HdlDaysLeft
           WRITE ReportLine FROM HolderDetailLine.
