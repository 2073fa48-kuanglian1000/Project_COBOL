       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-EXCEPTIONS.
      *> Weekly exception report over what the operators did with
      *> the money, for the owner to follow up. Every journal line
      *> on FEES-JOURNAL.DAT dated in the seven days ending on the
      *> business date is read, and three patterns are flagged on
      *> OPERATOR-EXCEPTIONS-RPT.DAT, each flag followed by the
      *> journal lines behind it:
      *>   WAIVERS - an operator whose ADJ and REV lines for the week
      *>     total more than WaiverFactor times the shop average
      *>     (the week's waivers over every operator who keyed any
      *>     journal line at all)
      *>   APPROVALS - one approver signing off the same colleague's
      *>     lines PairLimit times or more in the week, and any line
      *>     whose approver is the operator who keyed it
      *>   LAST-MINUTE CHECK-INS - a check-in charged no late fee
      *>     on its due date or the day before, per the matching
      *>     LOAN-HISTORY.DAT line; an operator with at least
      *>     LastMinuteMinimum of them whose share of their own
      *>     check-ins is more than LastMinuteFactor times the shop's
      *>     share is flagged (the drop box dates its check-ins back,
      *>     so its operator turns up here too)
      *> The account postings on BORR-ACCOUNT.DAT mirror the
      *> journal's money lines without the approver, and the desk
      *> events on LOAN-ACTIVITY.DAT carry no amounts, so the
      *> journal is the one file read for all three. Runs from the
      *> nightly chain on Sundays; run on its own it reports the
      *> week ending on the business date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FeesJournalFile ASSIGN TO "FEES-JOURNAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FeesJournalStatus.

           SELECT LoanHistoryFile ASSIGN TO "LOAN-HISTORY.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HistoryStatus.

           SELECT ReportFile ASSIGN TO "OPERATOR-EXCEPTIONS-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  FeesJournalFile.
       01  FeesJournalFlatLine     PIC X(85).
           88  EndOfJournalFlat    VALUE HIGH-VALUES.

       FD  LoanHistoryFile.
       01  HistoryFlatLine     PIC X(63).
           88  EndOfHistoryFlat    VALUE HIGH-VALUES.

       FD  ReportFile.
       01  ReportLine          PIC X(90).

       WORKING-STORAGE SECTION.
           COPY FEEJRNL.
           COPY LOANHIST.

       01  FeesJournalStatus   PIC X(2).
           88  FeesJournalOK   VALUE "00".
           88  FeesJournalNotFound VALUE "35".
       01  HistoryStatus       PIC X(2).
           88  HistoryFileOK   VALUE "00".
           88  HistoryNotFound VALUE "35".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

      *> the shop's thresholds - what "well above" means
       01  WaiverFactor        PIC 9V9 VALUE 2.0.
       01  PairLimit           PIC 9(3) VALUE 4.
       01  LastMinuteMinimum   PIC 9(3) VALUE 3.
       01  LastMinuteFactor    PIC 9V9 VALUE 2.0.

       01  BusinessDate        PIC 9(8).
       01  WeekStartDate       PIC 9(8).
       01  StepBackCount       PIC 9.
       01  ReturnDayNumber     PIC 9(7).
       01  DueDayNumber        PIC 9(7).

      *> one row per operator seen on the week's journal
       01  OperatorCount       PIC 9(3) VALUE ZERO.
       01  OperatorTable.
           03  OperatorEntry OCCURS 200 TIMES.
               05  OptId               PIC X(4).
               05  OptWaiverTotal      PIC 9(7)V99.
               05  OptWaiverLines      PIC 9(5).
               05  OptCheckins         PIC 9(5).
               05  OptLastMinute       PIC 9(5).
       01  OptIdx              PIC 9(3).

      *> one row per operator/approver pairing on the week's lines
       01  PairCount           PIC 9(3) VALUE ZERO.
       01  PairTable.
           03  PairEntry OCCURS 500 TIMES.
               05  PairOperator        PIC X(4).
               05  PairApprover        PIC X(4).
               05  PairLines           PIC 9(5).
       01  PairIdx             PIC 9(3).

      *> the week's returns that came back on the due date or the
      *> day before - what a no-fee CHG line is matched against
       01  LastMinuteCount     PIC 9(5) VALUE ZERO.
       01  LastMinuteTable.
           03  LastMinuteEntry OCCURS 5000 TIMES.
               05  LmtVideoCode        PIC 9(5).
               05  LmtBorrower         PIC 9(4).
               05  LmtReturnDate       PIC 9(8).
       01  LmtIdx              PIC 9(5).

       01  LineAmount          PIC 9(5)V99.
       01  ShopWaiverTotal     PIC 9(9)V99 VALUE ZERO.
       01  ShopWaiverAverage   PIC 9(7)V99 VALUE ZERO.
       01  WaiverThreshold     PIC 9(9)V99 VALUE ZERO.
       01  ShopCheckins        PIC 9(7) VALUE ZERO.
       01  ShopLastMinute      PIC 9(7) VALUE ZERO.
       01  OperatorShareWork   PIC 9(12).
       01  ShopShareWork       PIC 9(12)V9.
       01  FlagCount           PIC 9(5) VALUE ZERO.
       01  SectionFlags        PIC 9(5).

      *> what the journal re-read is listing lines for
       01  ListOperator        PIC X(4).
       01  ListApprover        PIC X(4).
       01  ListKind            PIC X.
           88  ListWaivers     VALUE "W".
           88  ListApprovals   VALUE "A".
           88  ListLastMinute  VALUE "L".

       01  LastMinuteSw        PIC X.
           88  IsLastMinute    VALUE "Y".

       01  ReportHeading.
           03  FILLER          PIC X(32)
                 VALUE "=OPERATOR EXCEPTIONS FOR WEEK = ".
           03  HdgStartDate    PIC 9(8).
           03  FILLER          PIC X(4) VALUE " TO ".
           03  HdgEndDate      PIC 9(8).

       01  SectionHeading.
           03  FILLER          PIC X(3) VALUE "-- ".
           03  ShdTitle        PIC X(60).

       01  WaiverFlagLine.
           03  FILLER          PIC X(9) VALUE "OPERATOR ".
           03  WflOperator     PIC X(4).
           03  FILLER          PIC X(8) VALUE " WAIVED ".
           03  WflTotal        PIC Z,ZZZ,ZZ9.99.
           03  FILLER          PIC X(4) VALUE " IN ".
           03  WflLines        PIC ZZ,ZZ9.
           03  FILLER          PIC X(22)
                 VALUE " LINES - SHOP AVERAGE ".
           03  WflAverage      PIC Z,ZZZ,ZZ9.99.

       01  PairFlagLine.
           03  FILLER          PIC X(9) VALUE "APPROVER ".
           03  PflApprover     PIC X(4).
           03  FILLER          PIC X(12) VALUE " SIGNED OFF ".
           03  PflLines        PIC ZZ,ZZ9.
           03  FILLER          PIC X(11) VALUE " LINES FOR ".
           03  PflOperator     PIC X(4).
           03  PflOwnLines     PIC X(26).

       01  LastMinuteFlagLine.
           03  FILLER          PIC X(9) VALUE "OPERATOR ".
           03  LflOperator     PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  LflLastMinute   PIC ZZ,ZZ9.
           03  FILLER          PIC X(4) VALUE " OF ".
           03  LflCheckins     PIC ZZ,ZZ9.
           03  FILLER          PIC X(18) VALUE " CHECK-INS - SHOP ".
           03  LflShopLast     PIC ZZZ,ZZ9.
           03  FILLER          PIC X(4) VALUE " OF ".
           03  LflShopCheckins PIC ZZZ,ZZ9.

      *> the journal line exactly as it stands on the file
       01  JournalDetailLine.
           03  FILLER          PIC X(4) VALUE SPACES.
           03  JdlImage        PIC X(85).

       01  NoFlagsLine         PIC X(20) VALUE "    NONE THIS WEEK".

       01  ExceptionTotalLine.
           03  FILLER          PIC X(28)
                 VALUE "EXCEPTIONS FLAGGED        = ".
           03  EtlCount        PIC ZZ,ZZ9.

      *> start/end lines on the shared job log, so the weekly
      *> batch-window report can see this step's elapsed time
       01  JobLogName          PIC X(30) VALUE "OPERATOR-EXCEPTIONS".
       01  JobStartEvent       PIC X(5) VALUE "START".
       01  JobEndEvent         PIC X(5) VALUE "END".
       01  JobLogCount         PIC 9(7) VALUE ZERO.
       01  JobLogStatus        PIC X(4) VALUE SPACES.

      *> a CALL hands the called program's RETURN-CODE back to this
      *> one, so the step's own code is parked here across the final
      *> job-log call and put back before control returns
       01  HeldReturnCode      PIC S9(4) COMP VALUE ZERO.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> Main-Call-NightlyBatch can detect this step did not
      *> complete instead of trusting a clean STOP
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30)
             VALUE "OPERATOR-EXCEPTIONS-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "OPERATOR-EXCEPTIONS".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-JobLog" USING JobLogName, JobStartEvent,
               JobLogCount, JobLogStatus.
           CALL "Sub-BusinessDate" USING BusinessDate.
           MOVE BusinessDate TO WeekStartDate
           PERFORM VARYING StepBackCount FROM 1 BY 1
                   UNTIL StepBackCount > 6
               CALL "Sub-DatePrior" USING WeekStartDate,
                   WeekStartDate
           END-PERFORM

           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
           ELSE
               MOVE WeekStartDate TO HdgStartDate
               MOVE BusinessDate TO HdgEndDate
               WRITE ReportLine FROM ReportHeading
               MOVE SPACES TO ReportLine
               WRITE ReportLine
               PERFORM LOAD-LAST-MINUTE-RETURNS
               IF NOT RunFailed
                   PERFORM GATHER-WEEK-FIGURES
               END-IF
               IF NOT RunFailed
                   PERFORM REPORT-WAIVER-FLAGS
                   PERFORM REPORT-APPROVAL-FLAGS
                   PERFORM REPORT-LAST-MINUTE-FLAGS
                   MOVE FlagCount TO EtlCount
                   WRITE ReportLine FROM ExceptionTotalLine
               END-IF
               CLOSE ReportFile
               CALL "Sub-VaultReport" USING VaultReportName,
                   VaultStepName
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
               MOVE "FAIL" TO JobLogStatus
           ELSE
               MOVE "OK" TO JobLogStatus
           END-IF.
           MOVE FlagCount TO JobLogCount.
           MOVE RETURN-CODE TO HeldReturnCode.
           CALL "Sub-JobLog" USING JobLogName, JobEndEvent,
               JobLogCount, JobLogStatus.
           MOVE HeldReturnCode TO RETURN-CODE.

           GOBACK.

      *>   no history yet is a shop with nothing returned - no
      *>   check-in can be last-minute, but the run carries on
       LOAD-LAST-MINUTE-RETURNS.
           OPEN INPUT LoanHistoryFile
           IF HistoryNotFound
               EXIT PARAGRAPH
           END-IF
           IF NOT HistoryFileOK
               DISPLAY "..UNABLE TO OPEN LOAN HISTORY, STATUS = ",
                   HistoryStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ LoanHistoryFile
               AT END SET EndOfHistoryFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfHistoryFlat
               MOVE HistoryFlatLine TO LoanHistoryRecord
               IF HistReturned
                   AND HistReturnDate NOT < WeekStartDate
                   AND HistReturnDate NOT > BusinessDate
                   PERFORM CHECK-ONE-RETURN
               END-IF
               READ LoanHistoryFile
                   AT END SET EndOfHistoryFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE LoanHistoryFile.

       CHECK-ONE-RETURN.
           CALL "Sub-DateDayNumber" USING HistReturnDate,
               ReturnDayNumber
           CALL "Sub-DateDayNumber" USING HistDueDate, DueDayNumber
           IF ReturnDayNumber > DueDayNumber
               OR ReturnDayNumber + 1 < DueDayNumber
               EXIT PARAGRAPH
           END-IF
           IF LastMinuteCount >= 5000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LastMinuteCount
           MOVE HistVideoCode TO LmtVideoCode(LastMinuteCount)
           MOVE HistBorrowerNumber TO LmtBorrower(LastMinuteCount)
           MOVE HistReturnDate TO LmtReturnDate(LastMinuteCount).

      *>   no journal at all is a shop that has not traded - an
      *>   empty report, not a failure
       GATHER-WEEK-FIGURES.
           OPEN INPUT FeesJournalFile
           IF FeesJournalNotFound
               EXIT PARAGRAPH
           END-IF
           IF NOT FeesJournalOK
               DISPLAY "..UNABLE TO OPEN FEES JOURNAL, STATUS = ",
                   FeesJournalStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ FeesJournalFile
               AT END SET EndOfJournalFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfJournalFlat
               MOVE FeesJournalFlatLine TO FeesJournalLine
               IF FeeJrnDate NOT < WeekStartDate
                   AND FeeJrnDate NOT > BusinessDate
                   PERFORM COUNT-ONE-JOURNAL-LINE
               END-IF
               READ FeesJournalFile
                   AT END SET EndOfJournalFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE FeesJournalFile

           IF OperatorCount > ZERO
               COMPUTE ShopWaiverAverage ROUNDED =
                   ShopWaiverTotal / OperatorCount
           END-IF
           COMPUTE WaiverThreshold = ShopWaiverAverage * WaiverFactor.

       COUNT-ONE-JOURNAL-LINE.
           PERFORM FIND-OPERATOR-ROW
           IF OptIdx = ZERO
               EXIT PARAGRAPH
           END-IF
           IF FeeJrnType = "ADJ" OR FeeJrnType = "REV"
               MOVE FeeJrnTotal TO LineAmount
               ADD LineAmount TO OptWaiverTotal(OptIdx)
               ADD LineAmount TO ShopWaiverTotal
               ADD 1 TO OptWaiverLines(OptIdx)
           END-IF
           IF FeeJrnApproverId NOT = SPACES
               PERFORM COUNT-APPROVER-PAIR
           END-IF
           IF FeeJrnType = "CHG"
               ADD 1 TO OptCheckins(OptIdx)
               ADD 1 TO ShopCheckins
               PERFORM CHECK-LAST-MINUTE
               IF IsLastMinute
                   ADD 1 TO OptLastMinute(OptIdx)
                   ADD 1 TO ShopLastMinute
               END-IF
           END-IF.

      *>   a full table leaves OptIdx at zero and the line uncounted
       FIND-OPERATOR-ROW.
           MOVE ZERO TO OptIdx
           PERFORM VARYING OptIdx FROM 1 BY 1
                   UNTIL OptIdx > OperatorCount
                      OR OptId(OptIdx) = FeeJrnOperatorId
               CONTINUE
           END-PERFORM
           IF OptIdx > OperatorCount
               IF OperatorCount >= 200
                   MOVE ZERO TO OptIdx
               ELSE
                   ADD 1 TO OperatorCount
                   MOVE OperatorCount TO OptIdx
                   MOVE FeeJrnOperatorId TO OptId(OptIdx)
                   MOVE ZERO TO OptWaiverTotal(OptIdx)
                   MOVE ZERO TO OptWaiverLines(OptIdx)
                   MOVE ZERO TO OptCheckins(OptIdx)
                   MOVE ZERO TO OptLastMinute(OptIdx)
               END-IF
           END-IF.

       COUNT-APPROVER-PAIR.
           PERFORM VARYING PairIdx FROM 1 BY 1
                   UNTIL PairIdx > PairCount
                      OR (PairOperator(PairIdx) = FeeJrnOperatorId
                      AND PairApprover(PairIdx) = FeeJrnApproverId)
               CONTINUE
           END-PERFORM
           IF PairIdx > PairCount
               IF PairCount >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PairCount
               MOVE PairCount TO PairIdx
               MOVE FeeJrnOperatorId TO PairOperator(PairIdx)
               MOVE FeeJrnApproverId TO PairApprover(PairIdx)
               MOVE ZERO TO PairLines(PairIdx)
           END-IF
           ADD 1 TO PairLines(PairIdx).

      *>   a CHG line with no late fee whose loan came back on the
      *>   due date or the day before
       CHECK-LAST-MINUTE.
           MOVE "N" TO LastMinuteSw
           MOVE FeeJrnLateFee TO LineAmount
           IF LineAmount NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LmtIdx FROM 1 BY 1
                   UNTIL LmtIdx > LastMinuteCount OR IsLastMinute
               IF LmtVideoCode(LmtIdx) = FeeJrnVideoCode
                   AND LmtBorrower(LmtIdx) = FeeJrnBorrower
                   AND LmtReturnDate(LmtIdx) = FeeJrnDate
                   SET IsLastMinute TO TRUE
               END-IF
           END-PERFORM.

      *>   ---------------- the three flags ----------------------
       REPORT-WAIVER-FLAGS.
           MOVE "WAIVERS (ADJ/REV) WELL ABOVE THE SHOP AVERAGE"
               TO ShdTitle
           WRITE ReportLine FROM SectionHeading
           MOVE ZERO TO SectionFlags
           SET ListWaivers TO TRUE
           PERFORM VARYING OptIdx FROM 1 BY 1
                   UNTIL OptIdx > OperatorCount
               IF OptWaiverTotal(OptIdx) > WaiverThreshold
                   ADD 1 TO SectionFlags
                   MOVE OptId(OptIdx) TO WflOperator ListOperator
                   MOVE OptWaiverTotal(OptIdx) TO WflTotal
                   MOVE OptWaiverLines(OptIdx) TO WflLines
                   MOVE ShopWaiverAverage TO WflAverage
                   WRITE ReportLine FROM WaiverFlagLine
                   PERFORM LIST-FLAGGED-LINES
               END-IF
           END-PERFORM
           PERFORM END-FLAG-SECTION.

       REPORT-APPROVAL-FLAGS.
           MOVE "ONE APPROVER SIGNING OFF THE SAME OPERATOR" TO ShdTitle
           WRITE ReportLine FROM SectionHeading
           MOVE ZERO TO SectionFlags
           SET ListApprovals TO TRUE
           PERFORM VARYING PairIdx FROM 1 BY 1
                   UNTIL PairIdx > PairCount
               IF PairLines(PairIdx) >= PairLimit
                   OR PairApprover(PairIdx) = PairOperator(PairIdx)
                   ADD 1 TO SectionFlags
                   MOVE PairApprover(PairIdx) TO PflApprover
                       ListApprover
                   MOVE PairOperator(PairIdx) TO PflOperator
                       ListOperator
                   MOVE PairLines(PairIdx) TO PflLines
                   IF PairApprover(PairIdx) = PairOperator(PairIdx)
                       MOVE " - APPROVED OWN LINES" TO PflOwnLines
                   ELSE
                       MOVE SPACES TO PflOwnLines
                   END-IF
                   WRITE ReportLine FROM PairFlagLine
                   PERFORM LIST-FLAGGED-LINES
               END-IF
           END-PERFORM
           PERFORM END-FLAG-SECTION.

      *>   operator share over shop share, cross-multiplied so no
      *>   fraction is ever held: mine/my-checkins beats factor *
      *>   shop/shop-checkins
       REPORT-LAST-MINUTE-FLAGS.
           MOVE "NO-FEE CHECK-INS ON OR JUST BEFORE THE DUE DATE"
               TO ShdTitle
           WRITE ReportLine FROM SectionHeading
           MOVE ZERO TO SectionFlags
           SET ListLastMinute TO TRUE
           PERFORM VARYING OptIdx FROM 1 BY 1
                   UNTIL OptIdx > OperatorCount
               COMPUTE OperatorShareWork =
                   OptLastMinute(OptIdx) * ShopCheckins
               COMPUTE ShopShareWork = LastMinuteFactor
                   * ShopLastMinute * OptCheckins(OptIdx)
               IF OptLastMinute(OptIdx) >= LastMinuteMinimum
                   AND OperatorShareWork > ShopShareWork
                   ADD 1 TO SectionFlags
                   MOVE OptId(OptIdx) TO LflOperator ListOperator
                   MOVE OptLastMinute(OptIdx) TO LflLastMinute
                   MOVE OptCheckins(OptIdx) TO LflCheckins
                   MOVE ShopLastMinute TO LflShopLast
                   MOVE ShopCheckins TO LflShopCheckins
                   WRITE ReportLine FROM LastMinuteFlagLine
                   PERFORM LIST-FLAGGED-LINES
               END-IF
           END-PERFORM
           PERFORM END-FLAG-SECTION.

       END-FLAG-SECTION.
           IF SectionFlags = ZERO
               WRITE ReportLine FROM NoFlagsLine
           END-IF
           ADD SectionFlags TO FlagCount
           MOVE SPACES TO ReportLine
           WRITE ReportLine.

      *>   the journal is read again for each flag, so the lines
      *>   behind it print straight under it in journal order
       LIST-FLAGGED-LINES.
           OPEN INPUT FeesJournalFile
           IF NOT FeesJournalOK
               EXIT PARAGRAPH
           END-IF
           READ FeesJournalFile
               AT END SET EndOfJournalFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfJournalFlat
               MOVE FeesJournalFlatLine TO FeesJournalLine
               IF FeeJrnDate NOT < WeekStartDate
                   AND FeeJrnDate NOT > BusinessDate
                   AND FeeJrnOperatorId = ListOperator
                   PERFORM LIST-ONE-IF-FLAGGED
               END-IF
               READ FeesJournalFile
                   AT END SET EndOfJournalFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE FeesJournalFile.

       LIST-ONE-IF-FLAGGED.
           EVALUATE TRUE
               WHEN ListWaivers
                   IF FeeJrnType NOT = "ADJ" AND FeeJrnType NOT = "REV"
                       EXIT PARAGRAPH
                   END-IF
               WHEN ListApprovals
                   IF FeeJrnApproverId NOT = ListApprover
                       EXIT PARAGRAPH
                   END-IF
               WHEN ListLastMinute
                   IF FeeJrnType NOT = "CHG"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CHECK-LAST-MINUTE
                   IF NOT IsLastMinute
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           MOVE FeesJournalFlatLine TO JdlImage
           WRITE ReportLine FROM JournalDetailLine.
