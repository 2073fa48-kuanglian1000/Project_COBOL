      *> that completed, saved after every step - so a chain that
      *> died at 2am is rerun for the same business date and RESUMES
      *> from the failed step, with the already-complete steps
      *> skipped. The tolerance and balancing checks run as steps
      *> 8 and 9 and cover the counter day and steps 1 to 7 only;
      *> the steps after them - the loyalty expiry, the voucher
      *> breakage and the tuition late penalties among them - post
      *> money those checks never see, and answer for it on their
      *> own reports. The operator can force a full rerun
      *> from step one instead; a night that COMPLETED is still
      *> refused outright.
      *> Which steps run on a given night is the step schedule's
      *> call (STEP-SCHEDULE.DAT, STEPSCHED.cpy): every night, one
      *> weekday, the last business day of the month or of the
      *> year, worked out once at the start from the business date
      *> and the closed-days calendar - so a rerun of the same
      *> night picks exactly the same set and still resumes behind
      *> the failed step. The weekly, month-end and year-end jobs
      *> that used to be run by hand (and forgotten) are chain steps
      *> now; as the run ends, what became of each periodic step is
      *> left on STEP-DUE.DAT for MORNING-STATUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BusyMarkerStatus.

      *> days the shop is shut, one YYYYMMDD per line - with the
      *> Sunday rule, what makes a date the last business day
           SELECT ClosedDaysFile ASSIGN TO "CLOSED-DAYS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ClosedDaysStatus.

           SELECT StepScheduleFile ASSIGN TO "STEP-SCHEDULE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StepScheduleStatus.

           SELECT StepDueFile ASSIGN TO "STEP-DUE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StepDueStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RunControlFile.
       FD  BusyMarkerFile.
       01  BusyMarkerLine      PIC X(40).

       FD  ClosedDaysFile.
       01  ClosedDayLine.
           88  EndOfClosedDays     VALUE HIGH-VALUES.
           03  ClosedDayDate       PIC 9(8).

       FD  StepScheduleFile.
       01  StepScheduleFlatLine    PIC X(33).

       FD  StepDueFile.
       01  StepDueFlatLine         PIC X(57).

       WORKING-STORAGE SECTION.
           COPY STEPSCHED.
           COPY STEPDUE.

       01  BusyMarkerStatus    PIC X(2).
           88  BusyMarkerOK    VALUE "00".
       01  ClosedDaysStatus    PIC X(2).
           88  ClosedDaysFound VALUE "00".
       01  StepScheduleStatus  PIC X(2).
           88  StepScheduleFound   VALUE "00".
       01  StepDueStatus       PIC X(2).

       01  StepFailedSw        PIC X VALUE "N".
           88  StepFailed      VALUE "Y".

       01  StepName            PIC X(40).
       01  StepNumber          PIC 99.
       01  StepProgram         PIC X(30).
      *> the last step done before tonight's attempt started - a
      *> step at or under it was run by the attempt that failed
       01  ResumedAfterStep    PIC 99.
       01  FailedStepNumber    PIC 99 VALUE ZERO.

      *> tonight's schedule: the standing one, with the file's
      *> lines laid over it by program name
       01  ScheduleTable.
           03  ScheduleEntry       OCCURS 40 TIMES.
               05  SctProgramName  PIC X(30).
               05  SctFrequency    PIC X.
               05  SctWeekday      PIC 9.
       01  ScheduleCount       PIC 99 VALUE ZERO.
       01  ScheduleIndex       PIC 99.
       01  ScheduleFoundSw     PIC X.
           88  ScheduleFound   VALUE "Y".

      *> what the schedule made of each step tonight, by step
      *> number, for STEP-DUE.DAT
       01  StepOutcomeTable.
           03  StepOutcomeEntry    OCCURS 40 TIMES.
               05  SotProgramName  PIC X(30).
               05  SotFrequency    PIC X.
               05  SotWeekday      PIC 9.
               05  SotOutcome      PIC X(11).
       01  StepOutcomeIndex    PIC 99.
       01  LastStepNumber      PIC 99 VALUE ZERO.

       01  StepDueSw           PIC X.
           88  StepIsDue       VALUE "Y".
           88  StepNotDue      VALUE "N".
       01  StepFrequency       PIC X.
           88  StepDaily       VALUE "D".
           88  StepWeekly      VALUE "W".
           88  StepMonthEnd    VALUE "M".
           88  StepYearEnd     VALUE "Y".
       01  StepWeekday         PIC 9.

      *> the closed days, for walking to the next open day
       01  ClosedDayTable.
           03  ClosedDayEntry  PIC 9(8) OCCURS 100 TIMES.
       01  ClosedDayCount      PIC 9(3) VALUE ZERO.
       01  ClosedDayIndex      PIC 9(3).

       01  WalkDate.
           03  WalkYear        PIC 9(4).
           03  WalkMonth       PIC 99.
           03  WalkDay         PIC 99.
       01  WalkDateNumeric REDEFINES WalkDate PIC 9(8).
       01  WalkDayNumber       PIC 9(7).
       01  WalkWeekday         PIC 9.
       01  WalkCount           PIC 99.
       01  DayIsOpenSw         PIC X.
           88  DayIsOpen       VALUE "Y".

      *> the business date's place in the calendar - the last day
      *> the shop opens in its month (or year) when the next open
      *> day falls in a later one
       01  BusinessDayOpenSw   PIC X VALUE "N".
           88  BusinessDayOpen VALUE "Y".
       01  MonthEndSw          PIC X VALUE "N".
           88  BusinessMonthEnd    VALUE "Y".
       01  YearEndSw           PIC X VALUE "N".
           88  BusinessYearEnd     VALUE "Y".

       01  RunControlStatus    PIC X(2).
           88  RunControlOK    VALUE "00".

       01  MachineDate         PIC 9(8).
      *> the weekday of the business date (0 = Sunday) - a weekly
      *> step runs only on its scheduled weekday's night
       01  BusinessDayNumber   PIC 9(7).
       01  WeekQuot            PIC 9(7).
       01  WeekDayOfBusiness   PIC 9.
           88  BusinessSunday  VALUE 0.
       01  OneDay              PIC 9(3) VALUE 1.
       01  SavedRunControl     PIC X(29).

               CALL "CBL_DELETE_FILE" USING "BALANCE-WORK.DAT"
           END-IF
           DISPLAY "CHAIN RUNNING FOR BUSINESS DATE ", RcBusinessDate
           MOVE RcLastStepDone TO ResumedAfterStep
           PERFORM LOAD-STEP-SCHEDULE
           PERFORM WORK-OUT-CALENDAR

           MOVE 1 TO StepNumber
           MOVE "VIDEO LOAD (INDEXEDFILE-CREATE)" TO StepName
           MOVE "INDEXEDFILE-CREATE" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 2 TO StepNumber
           MOVE "RESERVATION ACTIVATION" TO StepName
           MOVE "RESERVE-ACTIVATEPENDING" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 3 TO StepNumber
           MOVE "STUDENT REPORT (SEQUENTIALFILE-REPORT)" TO StepName
           MOVE "SEQUENTIALFILE-REPORT" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 4 TO StepNumber
           MOVE "MALE/FEMALE SORT (SORT-READDATAFILE)" TO StepName
           MOVE "SORT-READDATAFILE" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 5 TO StepNumber
           MOVE "HOLD SHELF RELEASE (HOLD-EXPIRERELEASE)" TO StepName
           MOVE "HOLD-EXPIRERELEASE" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 6 TO StepNumber
           MOVE "LOST ESCALATION (LOAN-LOSTESCALATE)" TO StepName
           MOVE "LOAN-LOSTESCALATE" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 7 TO StepNumber
           MOVE "INTEGRITY AUDIT (NIGHTLY-INTEGRITYAUDIT)" TO StepName
           MOVE "NIGHTLY-INTEGRITYAUDIT" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 8 TO StepNumber
           MOVE "TOLERANCE CHECK (TOLERANCE-CHECK)" TO StepName
           MOVE "TOLERANCE-CHECK" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 9 TO StepNumber
           MOVE "RUN BALANCING (BALANCE-CHECK)" TO StepName
           MOVE "BALANCE-CHECK" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 10 TO StepNumber
           MOVE "LOAN STATISTICS (LOANHIST-STATSEXTRACT)" TO StepName
           MOVE "LOANHIST-STATSEXTRACT" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 11 TO StepNumber
           MOVE "LOYALTY EXPIRY (LOYALTY-EXPIREPOINTS)" TO StepName
           MOVE "LOYALTY-EXPIREPOINTS" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 12 TO StepNumber
           MOVE "RELEASE TOMORROW (RELEASE-TOMORROWLIST)" TO StepName
           MOVE "RELEASE-TOMORROWLIST" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 13 TO StepNumber
           MOVE "HOLD PICKUP CALL LIST (HOLD-PICKUPLIST)" TO StepName
           MOVE "HOLD-PICKUPLIST" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 14 TO StepNumber
           MOVE "COPY WEAR CHECK (COPY-WEARCHECK)" TO StepName
           MOVE "COPY-WEARCHECK" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 15 TO StepNumber
           MOVE "OPERATOR EXCEPTIONS (OPERATOR-EXCEPTIONS)" TO StepName
           MOVE "OPERATOR-EXCEPTIONS" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 16 TO StepNumber
           MOVE "VOUCHER BREAKAGE (VOUCHER-BREAKAGE)" TO StepName
           MOVE "VOUCHER-BREAKAGE" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 17 TO StepNumber
           MOVE "TUITION PENALTY (TUITION-LATEPENALTY)" TO StepName
           MOVE "TUITION-LATEPENALTY" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

      *>   the student links run ahead of the renewal billing, so
      *>   a student given an account tonight is not billed for it
           MOVE 18 TO StepNumber
           MOVE "STUDENT BORROWERS (STUDENT-BORROWERLINK)" TO StepName
           MOVE "STUDENT-BORROWERLINK" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

      *>   the day's new and changed order lines go out to the
      *>   suppliers once the counter has closed for the night
           MOVE 19 TO StepNumber
           MOVE "PURCHASE ORDERS OUT (PURCHORDER-TRANSMIT)" TO StepName
           MOVE "PURCHORDER-TRANSMIT" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

      *>   the weekly rotation pick lists come off the copy and
      *>   reservation files as the counter left them tonight
           MOVE 20 TO StepNumber
           MOVE "STOCK ROTATION (STOCK-ROTATION)" TO StepName
           MOVE "STOCK-ROTATION" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

      *>   the weekly new-arrivals bulletin follows the week's
      *>   deliveries, all booked in by the time the counter closes
           MOVE 21 TO StepNumber
           MOVE "ARRIVALS BULLETIN (NEWARRIVALS-BULLETIN)" TO StepName
           MOVE "NEWARRIVALS-BULLETIN" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

      *>   the periodic jobs run only on the nights the schedule
      *>   makes them due - and ahead of the snapshot, since the
      *>   renewal run posts to the borrower accounts
           MOVE 22 TO StepNumber
           MOVE "BATCH WINDOW REPORT (JOBLOG-WEEKLYREPORT)" TO StepName
           MOVE "JOBLOG-WEEKLYREPORT" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 23 TO StepNumber
           MOVE "OPS TREND REPORT (OPSTREND-WEEKLYREPORT)" TO StepName
           MOVE "OPSTREND-WEEKLYREPORT" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 24 TO StepNumber
           MOVE "MEMBER RENEWALS (MEMBER-RENEWALRUN)" TO StepName
           MOVE "MEMBER-RENEWALRUN" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 25 TO StepNumber
           MOVE "MANAGEMENT PACK (MONTHEND-MGMTPACK)" TO StepName
           MOVE "MONTHEND-MGMTPACK" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 26 TO StepNumber
           MOVE "BRANCH COMPARISON (BRANCH-COMPARE)" TO StepName
           MOVE "BRANCH-COMPARE" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 27 TO StepNumber
           MOVE "YEAR-END CLOSE (YEAREND-CLOSE)" TO StepName
           MOVE "YEAREND-CLOSE" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

      *>   once every step that changes the loan desk files has
      *>   run - the snapshot is where the desk's after-image
      *>   journal picks up again in the morning
           MOVE 28 TO StepNumber
           MOVE "LOAN DESK SNAPSHOT (DESK-SNAPSHOT)" TO StepName
           MOVE "DESK-SNAPSHOT" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

      *>   the growth reading is taken once tonight's appending is
      *>   all done, and the weekly capacity report reads it
           MOVE 29 TO StepNumber
           MOVE "FILE GROWTH READING (FILEGROWTH-CAPTURE)" TO StepName
           MOVE "FILEGROWTH-CAPTURE" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           MOVE 30 TO StepNumber
           MOVE "CAPACITY (FILEGROWTH-WEEKLYREPORT)" TO StepName
           MOVE "FILEGROWTH-WEEKLYREPORT" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

      *>   last, once every report the night produces has gone
      *>   into the vault
           MOVE 31 TO StepNumber
           MOVE "REPORT VAULT PRUNE (VAULT-PRUNE)" TO StepName
           MOVE "VAULT-PRUNE" TO StepProgram
           PERFORM RUN-SCHEDULED-STEP

           PERFORM CLEAR-SYSTEM-BUSY
           PERFORM WRITE-STEP-DUE-FILE

           IF StepFailed
               DISPLAY "NIGHTLY BATCH CHAIN HALTED - SEE ABOVE"
               DISPLAY "**ALERT** STEP FAILED - ", StepName,
                   " RETURN-CODE = ", RETURN-CODE
               SET StepFailed TO TRUE
               MOVE StepNumber TO FailedStepNumber
           ELSE
               MOVE StepNumber TO RcLastStepDone
               PERFORM SAVE-RUN-CONTROL
           END-IF.

      *>   one step: run only when tonight's schedule makes it due,
      *>   and only behind the last step already done tonight
       RUN-SCHEDULED-STEP.
           PERFORM CHECK-STEP-SCHEDULE
           IF NOT StepFailed AND RcLastStepDone < StepNumber
               AND StepIsDue
               CALL StepProgram
               PERFORM CHECK-STEP-STATUS
           END-IF
           PERFORM NOTE-STEP-OUTCOME.

       CHECK-STEP-SCHEDULE.
           MOVE "D" TO StepFrequency
           MOVE ZERO TO StepWeekday
           MOVE "N" TO ScheduleFoundSw
           PERFORM VARYING ScheduleIndex FROM 1 BY 1
                   UNTIL ScheduleFound OR ScheduleIndex > ScheduleCount
               IF SctProgramName(ScheduleIndex) = StepProgram
                   MOVE SctFrequency(ScheduleIndex) TO StepFrequency
                   MOVE SctWeekday(ScheduleIndex) TO StepWeekday
                   SET ScheduleFound TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN StepWeekly
                   IF StepWeekday = WeekDayOfBusiness
                       SET StepIsDue TO TRUE
                   ELSE
                       SET StepNotDue TO TRUE
                   END-IF
               WHEN StepMonthEnd
                   IF BusinessMonthEnd
                       SET StepIsDue TO TRUE
                   ELSE
                       SET StepNotDue TO TRUE
                   END-IF
               WHEN StepYearEnd
                   IF BusinessYearEnd
                       SET StepIsDue TO TRUE
                   ELSE
                       SET StepNotDue TO TRUE
                   END-IF
               WHEN OTHER
                   SET StepIsDue TO TRUE
           END-EVALUATE.

       NOTE-STEP-OUTCOME.
           MOVE StepNumber TO LastStepNumber
           MOVE StepProgram TO SotProgramName(StepNumber)
           MOVE StepFrequency TO SotFrequency(StepNumber)
           MOVE StepWeekday TO SotWeekday(StepNumber)
           EVALUATE TRUE
               WHEN StepNotDue
                   MOVE "NOT DUE" TO SotOutcome(StepNumber)
               WHEN StepNumber NOT > ResumedAfterStep
                   MOVE "RAN EARLIER" TO SotOutcome(StepNumber)
               WHEN FailedStepNumber = StepNumber
                   MOVE "FAILED" TO SotOutcome(StepNumber)
               WHEN StepFailed
                   MOVE "NOT REACHED" TO SotOutcome(StepNumber)
               WHEN OTHER
                   MOVE "RAN OK" TO SotOutcome(StepNumber)
           END-EVALUATE.

      *>   the standing schedule first, then each line on file
      *>   replaces the standing entry for its program or adds one
       LOAD-STEP-SCHEDULE.
           MOVE ZERO TO ScheduleCount
           PERFORM VARYING ScheduleIndex FROM 1 BY 1
                   UNTIL ScheduleIndex > StandingScheduleCount
               ADD 1 TO ScheduleCount
               MOVE StdProgramName(ScheduleIndex)
                   TO SctProgramName(ScheduleCount)
               MOVE StdFrequency(ScheduleIndex)
                   TO SctFrequency(ScheduleCount)
               MOVE StdWeekday(ScheduleIndex)
                   TO SctWeekday(ScheduleCount)
           END-PERFORM
           OPEN INPUT StepScheduleFile
           IF NOT StepScheduleFound
               EXIT PARAGRAPH
           END-IF
           READ StepScheduleFile INTO StepScheduleLine
               AT END SET EndOfStepSchedule TO TRUE
           END-READ
           PERFORM UNTIL EndOfStepSchedule
               IF ValidSchFrequency AND SchWeekday NUMERIC
                   AND SchProgramName NOT = SPACES
                   PERFORM POST-SCHEDULE-LINE
               END-IF
               READ StepScheduleFile INTO StepScheduleLine
                   AT END SET EndOfStepSchedule TO TRUE
               END-READ
           END-PERFORM
           CLOSE StepScheduleFile.

       POST-SCHEDULE-LINE.
           MOVE "N" TO ScheduleFoundSw
           PERFORM VARYING ScheduleIndex FROM 1 BY 1
                   UNTIL ScheduleFound OR ScheduleIndex > ScheduleCount
               IF SctProgramName(ScheduleIndex) = SchProgramName
                   SET ScheduleFound TO TRUE
               END-IF
           END-PERFORM
           IF ScheduleFound
               SUBTRACT 1 FROM ScheduleIndex
           ELSE
               IF ScheduleCount >= 40
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ScheduleCount
               MOVE ScheduleCount TO ScheduleIndex
               MOVE SchProgramName TO SctProgramName(ScheduleIndex)
           END-IF
           MOVE SchFrequency TO SctFrequency(ScheduleIndex)
           MOVE SchWeekday TO SctWeekday(ScheduleIndex).

      *>   worked out once, before the first step, so every step
      *>   tonight - and every step of a rerun of tonight - is
      *>   judged against the same calendar
       WORK-OUT-CALENDAR.
           CALL "Sub-DateDayNumber" USING RcBusinessDate,
               BusinessDayNumber
           DIVIDE BusinessDayNumber BY 7 GIVING WeekQuot
               REMAINDER WeekDayOfBusiness
           PERFORM LOAD-CLOSED-DAYS
           MOVE RcBusinessDate TO WalkDate
           PERFORM CHECK-WALK-DAY-OPEN
           MOVE DayIsOpenSw TO BusinessDayOpenSw
      *>   a closed business date is not the last business day of
      *>   anything - the last open day before it already was
           IF BusinessDayOpen
               MOVE ZERO TO WalkCount
               MOVE "N" TO DayIsOpenSw
               PERFORM WALK-TO-NEXT-OPEN-DAY
                   UNTIL DayIsOpen OR WalkCount > 60
               IF WalkMonth NOT = RcBusinessMonth
                   OR WalkYear NOT = RcBusinessYear
                   SET BusinessMonthEnd TO TRUE
               END-IF
               IF WalkYear NOT = RcBusinessYear
                   SET BusinessYearEnd TO TRUE
               END-IF
           END-IF
           IF BusinessYearEnd
               DISPLAY "BUSINESS DATE IS THE LAST BUSINESS DAY OF "
                   "THE YEAR"
           ELSE
               IF BusinessMonthEnd
                   DISPLAY "BUSINESS DATE IS THE LAST BUSINESS DAY "
                       "OF THE MONTH"
               END-IF
           END-IF.

       WALK-TO-NEXT-OPEN-DAY.
           ADD 1 TO WalkCount
           CALL "Sub-DateAdd" USING WalkDate, OneDay, WalkDate
           PERFORM CHECK-WALK-DAY-OPEN.

      *>   the same Sunday rule and closed-days table the due-date
      *>   arithmetic at the desk applies
       CHECK-WALK-DAY-OPEN.
           MOVE "Y" TO DayIsOpenSw
           CALL "Sub-DateDayNumber" USING WalkDate, WalkDayNumber
           DIVIDE WalkDayNumber BY 7 GIVING WeekQuot
               REMAINDER WalkWeekday
           IF WalkWeekday = ZERO
               MOVE "N" TO DayIsOpenSw
           END-IF
           PERFORM VARYING ClosedDayIndex FROM 1 BY 1
                   UNTIL ClosedDayIndex > ClosedDayCount
               IF ClosedDayEntry(ClosedDayIndex) = WalkDateNumeric
                   MOVE "N" TO DayIsOpenSw
               END-IF
           END-PERFORM.

      *>   no closed-days file yet - only the Sunday rule applies
       LOAD-CLOSED-DAYS.
           MOVE ZERO TO ClosedDayCount
           OPEN INPUT ClosedDaysFile
           IF ClosedDaysFound
               READ ClosedDaysFile
                   AT END SET EndOfClosedDays TO TRUE
               END-READ
               PERFORM UNTIL EndOfClosedDays
                       OR ClosedDayCount >= 100
                   ADD 1 TO ClosedDayCount
                   MOVE ClosedDayDate
                       TO ClosedDayEntry(ClosedDayCount)
                   READ ClosedDaysFile
                       AT END SET EndOfClosedDays TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ClosedDaysFile
           END-IF.

      *>   only the steps that don't run every night are listed -
      *>   the every-night ones are the job log's business
       WRITE-STEP-DUE-FILE.
           OPEN OUTPUT StepDueFile
           PERFORM VARYING StepOutcomeIndex FROM 1 BY 1
                   UNTIL StepOutcomeIndex > LastStepNumber
               IF SotFrequency(StepOutcomeIndex) NOT = "D"
                   MOVE RcBusinessDate TO SduBusinessDate
                   MOVE StepOutcomeIndex TO SduStepNumber
                   MOVE SotProgramName(StepOutcomeIndex)
                       TO SduProgramName
                   MOVE SotFrequency(StepOutcomeIndex) TO SduFrequency
                   MOVE SotWeekday(StepOutcomeIndex) TO SduWeekday
                   MOVE SotOutcome(StepOutcomeIndex) TO SduOutcome
                   WRITE StepDueFlatLine FROM StepDueLine
               END-IF
           END-PERFORM
           CLOSE StepDueFile.
