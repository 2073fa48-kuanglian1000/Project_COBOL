      *>   BALANCE-RPT.DAT   - balance verdict (*OUT OF BALANCE*
      *>                       lines)
      *>   REJECTS-*.DAT     - reject line count per feed
      *>   STEP-DUE.DAT      - the weekly, month-end and year-end
      *>                       steps: due last night or not, and
      *>                       whether they ran
      *> Anything red can be drilled into: the drill choice lists
      *> the detail lines behind the number. First item on the
      *> counter menu, because it is the first question of the day.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BalanceRptStatus.

           SELECT StepDueFile ASSIGN TO "STEP-DUE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StepDueStatus.

           SELECT RejectFile ASSIGN TO RejectFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RejectStatus.
       01  BalanceRptLine          PIC X(90).
           88  EndOfBalanceRpt     VALUE HIGH-VALUES.

       FD  StepDueFile.
       01  StepDueFlatLine         PIC X(57).

       FD  RejectFile.
       01  RejectFileLine          PIC X(120).
           88  EndOfRejectFile     VALUE HIGH-VALUES.

       WORKING-STORAGE SECTION.
           COPY STEPDUE.

       01  RunControlStatus    PIC X(2).
           88  RunControlOK    VALUE "00".
       01  JobLogStatus        PIC X(2).
           88  ToleranceRptOK  VALUE "00".
       01  BalanceRptStatus    PIC X(2).
           88  BalanceRptOK    VALUE "00".
       01  StepDueStatus       PIC X(2).
           88  StepDueOK       VALUE "00".
       01  RejectStatus        PIC X(2).
           88  RejectFileOK    VALUE "00".
       01  RejectFileName      PIC X(20).
       01  StudentRejectCount  PIC 9(5) VALUE ZERO.
       01  EnrollRejectCount   PIC 9(5) VALUE ZERO.
       01  FeedLineCount       PIC 9(5).
       01  PeriodicDueCount    PIC 99 VALUE ZERO.
       01  PeriodicMissedCount PIC 99 VALUE ZERO.

      *> the weekday a weekly step is scheduled for, by name
       01  WeekdayNames        PIC X(21)
               VALUE "SUNMONTUEWEDTHUFRISAT".
       01  WeekdayNameIndex    PIC 99.

       01  PeriodicStepLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  PsdProgramName  PIC X(30).
           03  FILLER          PIC X VALUE SPACE.
           03  PsdSchedule     PIC X(9).
           03  FILLER          PIC X VALUE SPACE.
           03  PsdOutcome      PIC X(15).

       01  DrillChoice         PIC 9.
           88  DrillTolerance  VALUE 1.
           MOVE ZERO TO StepTimeCount NewestLogDate BreachCount
               OutOfBalanceCount VideoRejectCount
               StudentRejectCount EnrollRejectCount
               PeriodicDueCount PeriodicMissedCount

           PERFORM SHOW-CHAIN-VERDICT.
           PERFORM GATHER-STEP-TIMES.
           PERFORM SHOW-STEP-TIMES.
           PERFORM SHOW-PERIODIC-STEPS.
           PERFORM COUNT-TOLERANCE-BREACHES.
           PERFORM COUNT-BALANCE-FAILURES.
           PERFORM COUNT-FEED-REJECTS.
                   " **STARTED, NO END LINE**"
           END-IF.

      *>   every periodic step is listed, due or not, so a month-end
      *>   job that was NOT due reads as such instead of as missing
       SHOW-PERIODIC-STEPS.
           OPEN INPUT StepDueFile
           IF NOT StepDueOK
               DISPLAY "PERIODIC : NO STEP-DUE FILE - NOT YET RUN ON "
                   "THE SCHEDULE"
               EXIT PARAGRAPH
           END-IF
           READ StepDueFile INTO StepDueLine
               AT END SET EndOfStepDue TO TRUE
           END-READ
           IF NOT EndOfStepDue
               DISPLAY "PERIODIC : STEPS FOR BUSINESS DATE ",
                   SduBusinessDate
           END-IF
           PERFORM UNTIL EndOfStepDue
               PERFORM SHOW-ONE-PERIODIC-STEP
               READ StepDueFile INTO StepDueLine
                   AT END SET EndOfStepDue TO TRUE
               END-READ
           END-PERFORM
           CLOSE StepDueFile.

       SHOW-ONE-PERIODIC-STEP.
           MOVE SduProgramName TO PsdProgramName
           EVALUATE SduFrequency
               WHEN "W"
                   COMPUTE WeekdayNameIndex = SduWeekday * 3 + 1
                   MOVE SPACES TO PsdSchedule
                   STRING "WEEKLY " DELIMITED BY SIZE
                       WeekdayNames(WeekdayNameIndex:3)
                           DELIMITED BY SIZE
                       INTO PsdSchedule
                   END-STRING
               WHEN "M"
                   MOVE "MONTH-END" TO PsdSchedule
               WHEN "Y"
                   MOVE "YEAR-END" TO PsdSchedule
               WHEN OTHER
                   MOVE SduFrequency TO PsdSchedule
           END-EVALUATE
           IF SduNotDue
               MOVE "NOT DUE" TO PsdOutcome
           ELSE
               ADD 1 TO PeriodicDueCount
               IF SduDueNotRun
                   ADD 1 TO PeriodicMissedCount
                   MOVE SPACES TO PsdOutcome
                   STRING "**" DELIMITED BY SIZE
                       SduOutcome DELIMITED BY "  "
                       "**" DELIMITED BY SIZE
                       INTO PsdOutcome
                   END-STRING
               ELSE
                   MOVE SduOutcome TO PsdOutcome
               END-IF
           END-IF
           DISPLAY PeriodicStepLine.

       COUNT-TOLERANCE-BREACHES.
           OPEN INPUT ToleranceRptFile
           IF ToleranceRptOK
           END-IF.

       SHOW-RED-ITEMS.
           DISPLAY "PERIODIC : DUE = ", PeriodicDueCount,
               "  DUE BUT NOT RUN = ", PeriodicMissedCount
           DISPLAY "TOLERANCE: BREACHES = ", BreachCount
           DISPLAY "BALANCE  : OUT OF BALANCE = ", OutOfBalanceCount
           DISPLAY "REJECTS  : VIDEO = ", VideoRejectCount,
