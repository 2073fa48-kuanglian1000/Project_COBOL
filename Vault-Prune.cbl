       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULT-PRUNE.
      *> Nightly clear-down of the dated report vault. Every report
      *> the nightly run produces is copied into the vault by
      *> Sub-VaultReport as VAULT.<business date>.<report name>, with
      *> a line on the vault index (REPORT-VAULT.DAT, VAULTIDX.cpy).
      *> Left alone the vault would grow without end, so each index
      *> line is held against the retention for its report
      *> (VAULT-RETENTION.DAT laid over the standing table in
      *> VAULTKEEP.cpy): a copy older than its report's keep days,
      *> counted back from the business date, is deleted and its
      *> index line dropped. The kept lines are written to
      *> REPORT-VAULT.TMP and the live index reloaded from them, as
      *> YEAREND-CLOSE does for the supplier audit. No index on file
      *> means nothing has been vaulted yet and is not a failure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VaultIndexFile ASSIGN TO "REPORT-VAULT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VaultIndexStatus.

           SELECT KeptIndexFile ASSIGN TO "REPORT-VAULT.TMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS KeptIndexStatus.

           SELECT VaultRetentionFile ASSIGN TO "VAULT-RETENTION.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VaultRetentionStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  VaultIndexFile.
       01  VaultIndexFlatLine  PIC X(135).

       FD  KeptIndexFile.
       01  KeptIndexLine       PIC X(135).
           88  EndOfKeptIndex  VALUE HIGH-VALUES.

       FD  VaultRetentionFile.
       01  VaultRetentionFlatLine  PIC X(35).

       WORKING-STORAGE SECTION.
           COPY VAULTIDX.
           COPY VAULTKEEP.

       01  VaultIndexStatus    PIC X(2).
           88  VaultIndexOK        VALUE "00".
           88  VaultIndexNotFound  VALUE "35".
       01  KeptIndexStatus     PIC X(2).
           88  KeptIndexOK     VALUE "00".
       01  VaultRetentionStatus    PIC X(2).
           88  VaultRetentionFound VALUE "00".

      *> tonight's retention: the standing one, with the file's
      *> lines laid over it by report name
       01  RetentionTable.
           03  RetentionEntry      OCCURS 60 TIMES.
               05  RtnReportName   PIC X(30).
               05  RtnKeepDays     PIC 9(4).
       01  RetentionCount      PIC 99 VALUE ZERO.
       01  RetentionIndex      PIC 99.
       01  RetentionFoundSw    PIC X.
           88  RetentionFound  VALUE "Y".

       01  BusinessDate        PIC 9(8).
       01  TodayDayNumber      PIC 9(7).
       01  LineDayNumber       PIC 9(7).
       01  DaysHeld            PIC S9(7).
       01  KeepDays            PIC 9(4).

       01  CopiesKept          PIC 9(7) VALUE ZERO.
       01  CopiesPruned        PIC 9(7) VALUE ZERO.

      *> start/end lines on the shared job log, so the weekly
      *> batch-window report can see this step's elapsed time
       01  JobLogName          PIC X(30) VALUE "VAULT-PRUNE".
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

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-JobLog" USING JobLogName, JobStartEvent,
               JobLogCount, JobLogStatus.
           CALL "Sub-BusinessDate" USING BusinessDate.
           CALL "Sub-DateDayNumber" USING BusinessDate,
               TodayDayNumber.
           PERFORM LOAD-RETENTION.

           OPEN INPUT VaultIndexFile.
           IF VaultIndexNotFound
               DISPLAY "..NO REPORTS IN THE VAULT, NOTHING TO PRUNE.."
           ELSE
               IF NOT VaultIndexOK
                   DISPLAY "..UNABLE TO OPEN VAULT INDEX, STATUS = ",
                       VaultIndexStatus
                   SET RunFailed TO TRUE
               ELSE
                   PERFORM PRUNE-VAULT
               END-IF
           END-IF.

           IF NOT RunFailed
               DISPLAY "VAULT COPIES KEPT   = ", CopiesKept
               DISPLAY "VAULT COPIES PRUNED = ", CopiesPruned
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
               MOVE "FAIL" TO JobLogStatus
           ELSE
               MOVE "OK" TO JobLogStatus
           END-IF.
           MOVE CopiesPruned TO JobLogCount.
           MOVE RETURN-CODE TO HeldReturnCode.
           CALL "Sub-JobLog" USING JobLogName, JobEndEvent,
               JobLogCount, JobLogStatus.
           MOVE HeldReturnCode TO RETURN-CODE.

           GOBACK.

      *>   the kept lines go to the work file; the live index is only
      *>   reloaded once every line has been dealt with
       PRUNE-VAULT.
           OPEN OUTPUT KeptIndexFile
           IF NOT KeptIndexOK
               DISPLAY "..UNABLE TO OPEN VAULT WORK FILE, STATUS = ",
                   KeptIndexStatus
               CLOSE VaultIndexFile
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ VaultIndexFile INTO VaultIndexLine
               AT END SET EndOfVaultIndex TO TRUE
           END-READ
           PERFORM UNTIL EndOfVaultIndex
               PERFORM PRUNE-ONE-LINE
               READ VaultIndexFile INTO VaultIndexLine
                   AT END SET EndOfVaultIndex TO TRUE
               END-READ
           END-PERFORM
           CLOSE VaultIndexFile, KeptIndexFile
           IF CopiesPruned > ZERO
               PERFORM RELOAD-LIVE-INDEX
           END-IF.

      *>   a line whose date won't read is kept - it is never the
      *>   prune's place to lose a report it cannot date
       PRUNE-ONE-LINE.
           IF VixBusinessDate NOT NUMERIC
               WRITE KeptIndexLine FROM VaultIndexLine
               ADD 1 TO CopiesKept
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-KEEP-DAYS
           CALL "Sub-DateDayNumber" USING VixBusinessDate,
               LineDayNumber
           COMPUTE DaysHeld = TodayDayNumber - LineDayNumber
           IF DaysHeld > KeepDays
               CALL "CBL_DELETE_FILE" USING VixVaultFileName
               MOVE 0 TO RETURN-CODE
               ADD 1 TO CopiesPruned
           ELSE
               WRITE KeptIndexLine FROM VaultIndexLine
               ADD 1 TO CopiesKept
           END-IF.

       FIND-KEEP-DAYS.
           MOVE StandingDefaultKeepDays TO KeepDays
           MOVE "N" TO RetentionFoundSw
           PERFORM VARYING RetentionIndex FROM 1 BY 1
                   UNTIL RetentionFound
                      OR RetentionIndex > RetentionCount
               IF RtnReportName(RetentionIndex) = VixReportName
                   MOVE RtnKeepDays(RetentionIndex) TO KeepDays
                   SET RetentionFound TO TRUE
               END-IF
           END-PERFORM.

       RELOAD-LIVE-INDEX.
           OPEN OUTPUT VaultIndexFile
           OPEN INPUT KeptIndexFile
           READ KeptIndexFile
               AT END SET EndOfKeptIndex TO TRUE
           END-READ
           PERFORM UNTIL EndOfKeptIndex
               WRITE VaultIndexFlatLine FROM KeptIndexLine
               READ KeptIndexFile
                   AT END SET EndOfKeptIndex TO TRUE
               END-READ
           END-PERFORM
           CLOSE VaultIndexFile, KeptIndexFile.

      *>   the standing retention first, then each line on file
      *>   replaces the standing entry for its report or adds one
       LOAD-RETENTION.
           MOVE ZERO TO RetentionCount
           PERFORM VARYING RetentionIndex FROM 1 BY 1
                   UNTIL RetentionIndex > StandingRetentionCount
               ADD 1 TO RetentionCount
               MOVE SrtReportName(RetentionIndex)
                   TO RtnReportName(RetentionCount)
               MOVE SrtKeepDays(RetentionIndex)
                   TO RtnKeepDays(RetentionCount)
           END-PERFORM
           OPEN INPUT VaultRetentionFile
           IF NOT VaultRetentionFound
               EXIT PARAGRAPH
           END-IF
           READ VaultRetentionFile INTO VaultRetentionLine
               AT END SET EndOfVaultRetention TO TRUE
           END-READ
           PERFORM UNTIL EndOfVaultRetention
               IF VrlKeepDays NUMERIC AND ValidVrlKeepDays
                   AND VrlReportName NOT = SPACES
                   PERFORM POST-RETENTION-LINE
               END-IF
               READ VaultRetentionFile INTO VaultRetentionLine
                   AT END SET EndOfVaultRetention TO TRUE
               END-READ
           END-PERFORM
           CLOSE VaultRetentionFile.

       POST-RETENTION-LINE.
           MOVE "N" TO RetentionFoundSw
           PERFORM VARYING RetentionIndex FROM 1 BY 1
                   UNTIL RetentionFound
                      OR RetentionIndex > RetentionCount
               IF RtnReportName(RetentionIndex) = VrlReportName
                   SET RetentionFound TO TRUE
               END-IF
           END-PERFORM
           IF RetentionFound
               SUBTRACT 1 FROM RetentionIndex
           ELSE
               IF RetentionCount >= 60
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RetentionCount
               MOVE RetentionCount TO RetentionIndex
               MOVE VrlReportName TO RtnReportName(RetentionIndex)
           END-IF
           MOVE VrlKeepDays TO RtnKeepDays(RetentionIndex).
