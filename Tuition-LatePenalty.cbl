       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-LATEPENALTY.
      *> Nightly late-payment run over the tuition instalment plans
      *> (INSTALMENT.DAT). An unpaid instalment whose due date has
      *> gone by is flagged past due; once it is more than the
      *> grace period late (TUITION-RULES.DAT, TUITRULES.cpy - the
      *> standing rules if no file is on disk) the late-payment
      *> penalty is charged on it, once, and added to its invoice
      *> on TUITION.DAT, so the payment posting, the arrears list
      *> and the transcript hold all see what is owed. Every
      *> instalment flagged or charged tonight prints on
      *> TUITION-PENALTY-RPT.DAT. Runs in the nightly chain; no
      *> plan on file yet is an empty night, not a failure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InstalmentFile ASSIGN TO "INSTALMENT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS InstKey
             FILE STATUS IS InstalmentStatus.

           SELECT TuitionFile ASSIGN TO "TUITION.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TuitKey
             FILE STATUS IS TuitionStatus.

           SELECT TuitionRulesFile ASSIGN TO "TUITION-RULES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TuitionRulesStatus.

           SELECT ReportFile ASSIGN TO "TUITION-PENALTY-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  InstalmentFile.
           COPY INSTALREC.

       FD  TuitionFile.
           COPY TUITINVREC.

       FD  TuitionRulesFile.
       01  TuitionRulesFlatLine    PIC X(10).

       FD  ReportFile.
       01  ReportLine  PIC X(80).

       WORKING-STORAGE SECTION.
           COPY TUITRULES.

       01  InstalmentStatus    PIC X(2).
           88  InstalmentFileOK    VALUE "00".
           88  InstalmentNotFound  VALUE "35".
       01  TuitionStatus       PIC X(2).
           88  TuitionFound    VALUE "00".
           88  TuitionFileOK   VALUE "00".
       01  TuitionRulesStatus  PIC X(2).
           88  TuitionRulesFound   VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

       01  BusinessDate        PIC 9(8).
       01  TodayDayNumber      PIC 9(7).
       01  DueDayNumber        PIC 9(7).
       01  DaysPastDue         PIC 9(5).
       01  DueDateWork.
           03  DueWorkYear     PIC 9(4).
           03  DueWorkMonth    PIC 99.
           03  DueWorkDay      PIC 99.

       01  InstalmentChangedSw PIC X.
           88  InstalmentChanged   VALUE "Y".

       01  FlaggedCount        PIC 9(5) VALUE ZERO.
       01  PenaltyCount        PIC 9(5) VALUE ZERO.
       01  PenaltyTotal        PIC 9(7)V99 VALUE ZERO.
       01  NoInvoiceCount      PIC 9(5) VALUE ZERO.

       01  ReportHeading.
           03  FILLER          PIC X(30)
                 VALUE "=TUITION LATE PAYMENT RUN=    ".
           03  HdgDate         PIC 9(8).

       01  RulesLine.
           03  FILLER          PIC X(14) VALUE "GRACE DAYS  = ".
           03  RulGraceDays    PIC ZZ9.
           03  FILLER          PIC X(14) VALUE "   PENALTY  = ".
           03  RulPenalty      PIC ZZ,ZZ9.99.

       01  PenaltyDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlStudentId    PIC X(7).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlCourseCode   PIC X(4).
           03  FILLER          PIC X VALUE "/".
           03  DtlTerm         PIC X(6).
           03  FILLER          PIC X(3) VALUE " NO".
           03  DtlNumber       PIC Z9.
           03  FILLER          PIC X(5) VALUE " DUE ".
           03  DtlDueDate      PIC 9(8).
           03  FILLER          PIC X(6) VALUE " LATE ".
           03  DtlDaysPastDue  PIC ZZ,ZZ9.
           03  FILLER          PIC X VALUE SPACE.
           03  DtlAction       PIC X(16).
           03  DtlPenalty      PIC ZZ,ZZ9.99 BLANK WHEN ZERO.

       01  PenaltyCountLine.
           03  CntLabel        PIC X(24).
           03  CntAmount       PIC ZZZ,ZZ9.

       01  PenaltyTotalLine.
           03  TtlLabel        PIC X(24).
           03  TtlAmount       PIC ZZZ,ZZ9.99.

      *> start/end lines on the shared job log, so the weekly
      *> batch-window report can see this step's elapsed time
       01  JobLogName          PIC X(30) VALUE "TUITION-LATEPENALTY".
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
             VALUE "TUITION-PENALTY-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "TUITION-LATEPENALTY".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-JobLog" USING JobLogName, JobStartEvent,
               JobLogCount, JobLogStatus.
           CALL "Sub-BusinessDate" USING BusinessDate.

           OPEN INPUT TuitionRulesFile.
           IF TuitionRulesFound
               READ TuitionRulesFile INTO TuitionRules
                   AT END CONTINUE
               END-READ
               CLOSE TuitionRulesFile
           END-IF.

           OPEN I-O InstalmentFile.
           IF InstalmentNotFound
      *>       no plan set up yet - an empty night, not a failure
               DISPLAY "..NO INSTALMENT FILE - NOTHING TO CHARGE.."
           ELSE
               IF NOT InstalmentFileOK
                   DISPLAY "..UNABLE TO OPEN INSTALMENT FILE, "
                       "STATUS = ", InstalmentStatus
                   SET RunFailed TO TRUE
               ELSE
                   PERFORM RUN-LATE-PENALTIES
                   CLOSE InstalmentFile
               END-IF
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
               MOVE "FAIL" TO JobLogStatus
           ELSE
               MOVE "OK" TO JobLogStatus
           END-IF.
           ADD FlaggedCount PenaltyCount GIVING JobLogCount.
           MOVE RETURN-CODE TO HeldReturnCode.
           CALL "Sub-JobLog" USING JobLogName, JobEndEvent,
               JobLogCount, JobLogStatus.
           MOVE HeldReturnCode TO RETURN-CODE.

           GOBACK.

       RUN-LATE-PENALTIES.
           OPEN I-O TuitionFile
           IF NOT TuitionFileOK
               DISPLAY "..UNABLE TO OPEN TUITION FILE, STATUS = ",
                   TuitionStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
               CLOSE TuitionFile
               EXIT PARAGRAPH
           END-IF

           CALL "Sub-DateDayNumber" USING BusinessDate,
               TodayDayNumber
           MOVE BusinessDate TO HdgDate
           WRITE ReportLine FROM ReportHeading
           MOVE TtrGraceDays TO RulGraceDays
           MOVE TtrPenaltyAmount TO RulPenalty
           WRITE ReportLine FROM RulesLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine

      *>   the plans are walked in key order and each instalment
      *>   rewritten where it stands - the rewrite never moves the
      *>   key, so the scan's position is safe
           MOVE LOW-VALUES TO InstKey
           START InstalmentFile KEY IS NOT LESS THAN InstKey
               INVALID KEY CONTINUE
           END-START
           IF InstalmentFileOK
               READ InstalmentFile NEXT RECORD
                   AT END SET EndOfInstalmentFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfInstalmentFile
                   IF InstIsUnpaid AND InstDueDate < BusinessDate
                       PERFORM CHECK-ONE-INSTALMENT
                   END-IF
                   READ InstalmentFile NEXT RECORD
                       AT END SET EndOfInstalmentFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           PERFORM PRINT-PENALTY-TOTALS

           CLOSE TuitionFile, ReportFile
           CALL "Sub-VaultReport" USING VaultReportName, VaultStepName.

      *>   flagged past due the first night it is late; charged the
      *>   penalty the first night it is more than the grace period
      *>   late - a rerun of the night charges nothing twice
       CHECK-ONE-INSTALMENT.
           MOVE "N" TO InstalmentChangedSw
           MOVE SPACES TO DtlAction
           MOVE ZERO TO DtlPenalty
           MOVE InstDueDate TO DueDateWork
           CALL "Sub-DateDayNumber" USING DueDateWork, DueDayNumber
           COMPUTE DaysPastDue = TodayDayNumber - DueDayNumber
           IF InstIsDue
               SET InstIsPastDue TO TRUE
               SET InstalmentChanged TO TRUE
               ADD 1 TO FlaggedCount
               MOVE "NOW PAST DUE" TO DtlAction
           END-IF
           IF DaysPastDue > TtrGraceDays
               AND NOT InstPenaltyCharged
               AND TtrPenaltyAmount > ZERO
               PERFORM CHARGE-ONE-PENALTY
           END-IF
           IF NOT InstalmentChanged
               EXIT PARAGRAPH
           END-IF
           REWRITE InstalmentRecord
               INVALID KEY
               DISPLAY "(REWRITE) INSTALMENT STATUS = ",
                   InstalmentStatus
           END-REWRITE
           MOVE InstStudentId TO DtlStudentId
           MOVE InstCourseCode TO DtlCourseCode
           MOVE InstTerm TO DtlTerm
           MOVE InstNumber TO DtlNumber
           MOVE InstDueDate TO DtlDueDate
           MOVE DaysPastDue TO DtlDaysPastDue
           WRITE ReportLine FROM PenaltyDetailLine.

      *>   the invoice carries the penalty too - the balance the
      *>   office collects is always the invoice's
       CHARGE-ONE-PENALTY.
           MOVE InstStudentId TO TuitStudentId
           MOVE InstCourseCode TO TuitCourseCode
           MOVE InstTerm TO TuitTerm
           READ TuitionFile
               KEY IS TuitKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT TuitionFound
               ADD 1 TO NoInvoiceCount
               MOVE "NO INVOICE" TO DtlAction
               SET InstalmentChanged TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD TtrPenaltyAmount TO TuitAmount
           SET TuitIsOpen TO TRUE
           REWRITE TuitionRecord
               INVALID KEY
               DISPLAY "(REWRITE) TUITION STATUS = ", TuitionStatus
           END-REWRITE
           IF NOT TuitionFileOK
               EXIT PARAGRAPH
           END-IF
           ADD TtrPenaltyAmount TO InstPenaltyAmount
           SET InstPenaltyCharged TO TRUE
           SET InstalmentChanged TO TRUE
           ADD 1 TO PenaltyCount
           ADD TtrPenaltyAmount TO PenaltyTotal
           MOVE "PENALTY CHARGED" TO DtlAction
           MOVE TtrPenaltyAmount TO DtlPenalty.

       PRINT-PENALTY-TOTALS.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "NEWLY PAST DUE        = " TO CntLabel
           MOVE FlaggedCount TO CntAmount
           WRITE ReportLine FROM PenaltyCountLine
           MOVE "PENALTIES CHARGED     = " TO CntLabel
           MOVE PenaltyCount TO CntAmount
           WRITE ReportLine FROM PenaltyCountLine
           MOVE "PENALTY AMOUNT        = " TO TtlLabel
           MOVE PenaltyTotal TO TtlAmount
           WRITE ReportLine FROM PenaltyTotalLine
           MOVE "PLANS WITH NO INVOICE = " TO CntLabel
           MOVE NoInvoiceCount TO CntAmount
           WRITE ReportLine FROM PenaltyCountLine.
