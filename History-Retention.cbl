       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORY-RETENTION.
      *> Yearly retention run over LOAN-HISTORY.DAT. The history
      *> kept every member's whole viewing record forever, name and
      *> all, long after they stopped renting. A loan returned
      *> before the cutoff - the business date less the shop's
      *> retention period below - is stripped of who had it:
      *> HistBorrowerNumber to zeros and HistBorrowerName to spaces.
      *> The video, copy, dates and outcome stay, so the genre mix,
      *> title performance and stats extract still count the loan;
      *> the per-borrower reports pass an anonymised line by. A
      *> borrower still owing money on BORR-ACCOUNT.DAT keeps every
      *> loan - the debt has to be provable line by line until it
      *> is paid or written off. The file is rewritten whole
      *> through a work file, the same unload-and-rebuild shape
      *> BORROWER-MERGE uses. Every loan stripped is listed
      *> (without the borrower) on HISTORY-RETENTION-RPT.DAT, and
      *> one line per run is appended to HISTORY-RETENTION-JRN.DAT
      *> giving the cutoff used and the counts, so an auditor can be
      *> shown the policy is applied year on year. Writes start/end
      *> lines on the shared job log like any other batch step.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanHistoryFile ASSIGN TO "LOAN-HISTORY.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HistoryStatus.

           SELECT KeptHistoryFile ASSIGN TO "LOAN-HISTORY.TMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS KeptHistoryStatus.

           SELECT BorrowerAccountFile ASSIGN TO "BORR-ACCOUNT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BorrowerAccountStatus.

           SELECT ReportFile ASSIGN TO "HISTORY-RETENTION-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

           SELECT RetentionJournalFile
             ASSIGN TO "HISTORY-RETENTION-JRN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JournalStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanHistoryFile.
       01  HistoryFlatLine     PIC X(63).
           88  EndOfHistoryFlat    VALUE HIGH-VALUES.

       FD  KeptHistoryFile.
       01  KeptHistoryLine     PIC X(63).
           88  EndOfKeptHistory    VALUE HIGH-VALUES.

       FD  BorrowerAccountFile.
       01  BorrowerAccountFlatLine PIC X(39).

       FD  ReportFile.
       01  ReportLine          PIC X(80).

       FD  RetentionJournalFile.
       01  JournalFlatLine     PIC X(60).

       WORKING-STORAGE SECTION.
           COPY LOANHIST.
           COPY ACCTREC.

      *> one line appended per run - the date it ran, the cutoff it
      *> applied and the period that gave it, and what it did
       01  RetentionJournalRecord.
           03  RjnRunDate          PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  RjnCutoffDate       PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  RjnRetentionYears   PIC 99.
           03  FILLER              PIC X VALUE SPACE.
           03  RjnLinesRead        PIC 9(7).
           03  FILLER              PIC X VALUE SPACE.
           03  RjnAnonymisedCount  PIC 9(7).
           03  FILLER              PIC X VALUE SPACE.
           03  RjnKeptOwingCount   PIC 9(7).

       01  HistoryStatus       PIC X(2).
           88  HistoryFileOK   VALUE "00".
           88  HistoryNotFound VALUE "35".
       01  KeptHistoryStatus   PIC X(2).
           88  KeptHistoryOK   VALUE "00".
       01  BorrowerAccountStatus   PIC X(2).
           88  AccountFileFound    VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".
       01  JournalStatus       PIC X(2).
           88  JournalNotFound VALUE "35".

      *> the shop's standing rule: a loan returned more than this
      *> many years before the run no longer says who had it
       01  RetentionYears      PIC 99 VALUE 3.

      *> what each borrower number owes, indexed straight by the
      *> number - debits less credits, the same pre-scan the purge
      *> uses
       01  BalanceTable.
           03  BalanceEntry    PIC S9(7)V99 COMP-3
                               OCCURS 9999 TIMES.
       01  TableIndex          PIC 9(4).
       01  AccountEntryAmount  PIC 9(5)V99.

       01  RunDate             PIC 9(8).
       01  CutoffDate          PIC 9(8).
       01  FILLER REDEFINES CutoffDate.
           03  CutoffYear      PIC 9(4).
           03  CutoffMonth     PIC 99.
           03  CutoffDay       PIC 99.

       01  LinesReadCount      PIC 9(7) VALUE ZERO.
       01  AnonymisedCount     PIC 9(7) VALUE ZERO.
       01  KeptOwingCount      PIC 9(7) VALUE ZERO.
       01  AlreadyDoneCount    PIC 9(7) VALUE ZERO.

       01  ReportHeading.
           03  FILLER          PIC X(27)
                 VALUE "=LOAN HISTORY RETENTION RUN".
           03  FILLER          PIC X(2) VALUE "= ".
           03  HdgRunDate      PIC 9(8).
           03  FILLER          PIC X(9) VALUE "  CUTOFF ".
           03  HdgCutoffDate   PIC 9(8).
           03  FILLER          PIC X(2) VALUE " (".
           03  HdgYears        PIC Z9.
           03  FILLER          PIC X(7) VALUE " YEARS)".
       01  ReportColumns.
           03  FILLER          PIC X(46) VALUE
                 "COPY      LOANED   DUE      RETURNED  OUTCOME".

       01  AnonDetailLine.
           03  AdlVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  AdlCopyNumber   PIC 99.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  AdlLoanDate     PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  AdlDueDate      PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  AdlReturnDate   PIC 9(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  AdlOutcome      PIC X.

       01  RetentionTotalLine.
           03  TtlLabel        PIC X(32).
           03  TtlCount        PIC Z,ZZZ,ZZ9.

      *> start/end lines on the shared job log, so the weekly
      *> batch-window report can see this step's elapsed time
       01  JobLogName          PIC X(30) VALUE "HISTORY-RETENTION".
       01  JobStartEvent       PIC X(5) VALUE "START".
       01  JobEndEvent         PIC X(5) VALUE "END".
       01  JobLogCount         PIC 9(7) VALUE ZERO.
       01  JobLogStatus        PIC X(4) VALUE SPACES.

      *> a CALL hands the called program's RETURN-CODE back to this
      *> one, so the step's own code is parked here across the final
      *> job-log call and put back before control returns
       01  HeldReturnCode      PIC S9(4) COMP VALUE ZERO.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-JobLog" USING JobLogName, JobStartEvent,
               JobLogCount, JobLogStatus.
           CALL "Sub-BusinessDate" USING RunDate.
           PERFORM SET-CUTOFF-DATE.

           PERFORM CLEAR-BALANCE-SLOT
               VARYING TableIndex FROM 1 BY 1
               UNTIL TableIndex > 9999.
           PERFORM SCAN-ACCOUNT-BALANCES.
           PERFORM ANONYMISE-OLD-LOANS.

           IF NOT RunFailed
               PERFORM WRITE-RETENTION-JOURNAL
               DISPLAY "RETENTION CUTOFF           = ", CutoffDate
               DISPLAY "HISTORY LINES ANONYMISED   = ", AnonymisedCount
               DISPLAY "KEPT - BORROWER STILL OWES = ", KeptOwingCount
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
               MOVE "FAIL" TO JobLogStatus
           ELSE
               MOVE "OK" TO JobLogStatus
           END-IF.
           MOVE AnonymisedCount TO JobLogCount.
           MOVE RETURN-CODE TO HeldReturnCode.
           CALL "Sub-JobLog" USING JobLogName, JobEndEvent,
               JobLogCount, JobLogStatus.
           MOVE HeldReturnCode TO RETURN-CODE.

           GOBACK.

      *>   the same day of the month, the retention period back; a
      *>   29 February run cuts off on the 28th
       SET-CUTOFF-DATE.
           MOVE RunDate TO CutoffDate
           SUBTRACT RetentionYears FROM CutoffYear
           IF CutoffMonth = 2 AND CutoffDay = 29
               MOVE 28 TO CutoffDay
           END-IF.

       CLEAR-BALANCE-SLOT.
           MOVE ZERO TO BalanceEntry(TableIndex).

      *>   no account file yet means nobody owes anything
       SCAN-ACCOUNT-BALANCES.
           OPEN INPUT BorrowerAccountFile
           IF AccountFileFound
               READ BorrowerAccountFile
                   AT END MOVE HIGH-VALUES TO BorrowerAccountFlatLine
               END-READ
               PERFORM UNTIL BorrowerAccountFlatLine = HIGH-VALUES
                   MOVE BorrowerAccountFlatLine
                       TO BorrowerAccountRecord
                   MOVE AcctAmount TO AccountEntryAmount
                   IF AcctBorrowerNumber > ZERO
                       IF AcctIsDebit
                           ADD AccountEntryAmount
                               TO BalanceEntry(AcctBorrowerNumber)
                       ELSE
                           SUBTRACT AccountEntryAmount
                               FROM BalanceEntry(AcctBorrowerNumber)
                       END-IF
                   END-IF
                   READ BorrowerAccountFile
                       AT END
                       MOVE HIGH-VALUES TO BorrowerAccountFlatLine
                   END-READ
               END-PERFORM
               CLOSE BorrowerAccountFile
           END-IF.

      *>   no history on disk yet is a shop with no returns - an
      *>   empty run, not a failure; the report and journal still
      *>   show the cutoff was applied
       ANONYMISE-OLD-LOANS.
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE RunDate TO HdgRunDate
           MOVE CutoffDate TO HdgCutoffDate
           MOVE RetentionYears TO HdgYears
           WRITE ReportLine FROM ReportHeading
           WRITE ReportLine FROM ReportColumns
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           OPEN INPUT LoanHistoryFile
           IF HistoryNotFound
               PERFORM PRINT-RETENTION-TOTALS
               CLOSE ReportFile
               EXIT PARAGRAPH
           END-IF
           IF NOT HistoryFileOK
               DISPLAY "..UNABLE TO OPEN LOAN HISTORY, STATUS = ",
                   HistoryStatus
               SET RunFailed TO TRUE
               CLOSE ReportFile
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT KeptHistoryFile
           IF NOT KeptHistoryOK
               DISPLAY "..UNABLE TO OPEN HISTORY WORK FILE, STATUS = ",
                   KeptHistoryStatus
               SET RunFailed TO TRUE
               CLOSE LoanHistoryFile, ReportFile
               EXIT PARAGRAPH
           END-IF

           READ LoanHistoryFile
               AT END SET EndOfHistoryFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfHistoryFlat
               MOVE HistoryFlatLine TO LoanHistoryRecord
               ADD 1 TO LinesReadCount
               PERFORM CHECK-ONE-LOAN
               WRITE KeptHistoryLine FROM LoanHistoryRecord
               READ LoanHistoryFile
                   AT END SET EndOfHistoryFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE LoanHistoryFile, KeptHistoryFile

           PERFORM RELOAD-LIVE-HISTORY
           PERFORM PRINT-RETENTION-TOTALS
           CLOSE ReportFile.

      *>   a loan inside the period, or one whose borrower still
      *>   owes the shop, goes back exactly as it came
       CHECK-ONE-LOAN.
           IF HistAnonymised
               ADD 1 TO AlreadyDoneCount
               EXIT PARAGRAPH
           END-IF
           IF HistReturnDate NOT < CutoffDate
               EXIT PARAGRAPH
           END-IF
           IF BalanceEntry(HistBorrowerNumber) > ZERO
               ADD 1 TO KeptOwingCount
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO HistBorrowerNumber
           MOVE SPACES TO HistBorrowerName
           ADD 1 TO AnonymisedCount
           MOVE HistVideoCode TO AdlVideoCode
           MOVE HistCopyNumber TO AdlCopyNumber
           MOVE HistLoanDate TO AdlLoanDate
           MOVE HistDueDate TO AdlDueDate
           MOVE HistReturnDate TO AdlReturnDate
           MOVE HistOutcomeCode TO AdlOutcome
           WRITE ReportLine FROM AnonDetailLine.

       RELOAD-LIVE-HISTORY.
           OPEN OUTPUT LoanHistoryFile
           OPEN INPUT KeptHistoryFile
           READ KeptHistoryFile
               AT END SET EndOfKeptHistory TO TRUE
           END-READ
           PERFORM UNTIL EndOfKeptHistory
               WRITE HistoryFlatLine FROM KeptHistoryLine
               READ KeptHistoryFile
                   AT END SET EndOfKeptHistory TO TRUE
               END-READ
           END-PERFORM
           CLOSE LoanHistoryFile, KeptHistoryFile.

       PRINT-RETENTION-TOTALS.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "HISTORY LINES READ             =" TO TtlLabel
           MOVE LinesReadCount TO TtlCount
           WRITE ReportLine FROM RetentionTotalLine
           MOVE "ANONYMISED THIS RUN            =" TO TtlLabel
           MOVE AnonymisedCount TO TtlCount
           WRITE ReportLine FROM RetentionTotalLine
           MOVE "KEPT - BORROWER STILL OWES     =" TO TtlLabel
           MOVE KeptOwingCount TO TtlCount
           WRITE ReportLine FROM RetentionTotalLine
           MOVE "ANONYMISED IN AN EARLIER RUN   =" TO TtlLabel
           MOVE AlreadyDoneCount TO TtlCount
           WRITE ReportLine FROM RetentionTotalLine.

       WRITE-RETENTION-JOURNAL.
           OPEN EXTEND RetentionJournalFile
           IF JournalNotFound
               OPEN OUTPUT RetentionJournalFile
           END-IF
           MOVE RunDate TO RjnRunDate
           MOVE CutoffDate TO RjnCutoffDate
           MOVE RetentionYears TO RjnRetentionYears
           MOVE LinesReadCount TO RjnLinesRead
           MOVE AnonymisedCount TO RjnAnonymisedCount
           MOVE KeptOwingCount TO RjnKeptOwingCount
           WRITE JournalFlatLine FROM RetentionJournalRecord
           CLOSE RetentionJournalFile.
