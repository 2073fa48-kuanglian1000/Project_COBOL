       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPY-WEARCHECK.
      *> Nightly wear check over the copy inventory. A tape wears
      *> out after so many plays, and until now the first the shop
      *> heard of it was a customer bringing back a chewed one
      *> through the desk's faulty-return path. The play counts on
      *> COPYWEAR.DAT (WEARREC.cpy) are rebuilt whole from
      *> LOAN-HISTORY.DAT - every completed loan is one play, and
      *> one returned after the copy's last inspection counts toward
      *> the next - so a rerun of the night always lands on the
      *> same figures. A copy still in service whose plays since
      *> inspection reach the shop's threshold goes on the
      *> inspection queue, and every copy waiting there is listed on
      *> INSPECT-QUEUE.DAT for the back office to work through;
      *> the result is recorded by VIDEO-COPYMAINTAIN's inspect
      *> function. A queued copy that has gone out of service some
      *> other way meanwhile leaves the queue. Runs in the nightly
      *> chain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CopyWearFile ASSIGN TO "COPYWEAR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS WearCopyKey
             FILE STATUS IS WearStatus.

           SELECT VideoCopyFile ASSIGN TO "VIDEOCOPY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CopyKey
             FILE STATUS IS CopyStatus.

           SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VideoCode
             ALTERNATE RECORD KEY IS VideoTitle
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS VideoSupplierCode
               WITH DUPLICATES
             FILE STATUS IS VideoStatus.

           SELECT LoanHistoryFile ASSIGN TO "LOAN-HISTORY.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HistoryStatus.

           SELECT QueueListFile ASSIGN TO "INSPECT-QUEUE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS QueueListStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CopyWearFile.
           COPY WEARREC.

       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  VideoFile.
           COPY VIDEOREC.

       FD  LoanHistoryFile.
       01  HistoryFlatLine     PIC X(63).
           88  EndOfHistoryFlat    VALUE HIGH-VALUES.

       FD  QueueListFile.
       01  QueueListLine       PIC X(90).

       WORKING-STORAGE SECTION.
           COPY LOANHIST.

       01  WearStatus          PIC X(2).
           88  WearFound       VALUE "00".
           88  WearFileOK      VALUE "00".
           88  WearFileMissing VALUE "35".
       01  CopyStatus          PIC X(2).
           88  CopyFound       VALUE "00".
           88  CopyFileOK      VALUE "00".
       01  VideoStatus         PIC X(2).
           88  VideoFound      VALUE "00".
       01  HistoryStatus       PIC X(2).
           88  HistoryFileOK   VALUE "00".
           88  HistoryNotFound VALUE "35".
       01  QueueListStatus     PIC X(2).
           88  QueueListFileOK VALUE "00".

      *> the shop's standing rule: a copy is looked at after this
      *> many plays since it was last inspected (or since it came
      *> in, if it never has been)
       01  InspectAfterPlays   PIC 9(3) VALUE 40.

       01  BusinessDate        PIC 9(8).
       01  HistoryLineCount    PIC 9(7) VALUE ZERO.
       01  NewlyQueuedCount    PIC 9(5) VALUE ZERO.
       01  WaitingCount        PIC 9(5) VALUE ZERO.
       01  DroppedCount        PIC 9(5) VALUE ZERO.

       01  QueueHeading.
           03  FILLER          PIC X(26)
                 VALUE "=COPY INSPECTION QUEUE=   ".
           03  HdgDate         PIC 9(8).
       01  QueueColumns.
           03  FILLER          PIC X(40) VALUE
                 "COPY     TITLE                          ".
           03  FILLER          PIC X(40) VALUE
                 "BR FMT   PLAYS  SINCE QUEUED   LAST INSP".

       01  QueueDetailLine.
           03  QdlVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  QdlCopyNumber   PIC 99.
           03  FILLER          PIC X VALUE SPACE.
           03  QdlTitle        PIC X(30).
           03  FILLER          PIC X VALUE SPACE.
           03  QdlBranch       PIC 99.
           03  FILLER          PIC X VALUE SPACE.
           03  QdlFormat       PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  QdlPlayCount    PIC ZZ,ZZ9.
           03  FILLER          PIC X VALUE SPACE.
           03  QdlPlaysSince   PIC ZZ,ZZ9.
           03  FILLER          PIC X VALUE SPACE.
           03  QdlQueuedDate   PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  QdlLastInspected    PIC 9(8).
           03  QdlNew          PIC X(2).

       01  QueueTotalLine.
           03  TtlLabel        PIC X(28).
           03  TtlCount        PIC Z,ZZZ,ZZ9.

      *> start/end lines on the shared job log, so the weekly
      *> batch-window report can see this step's elapsed time
       01  JobLogName          PIC X(30) VALUE "COPY-WEARCHECK".
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
       01  VaultReportName     PIC X(30) VALUE "INSPECT-QUEUE.DAT".
       01  VaultStepName       PIC X(30) VALUE "COPY-WEARCHECK".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-JobLog" USING JobLogName, JobStartEvent,
               JobLogCount, JobLogStatus.
           CALL "Sub-BusinessDate" USING BusinessDate.

           OPEN I-O CopyWearFile.
           IF WearFileMissing
               CLOSE CopyWearFile
               OPEN OUTPUT CopyWearFile
               CLOSE CopyWearFile
               OPEN I-O CopyWearFile
           END-IF
           IF NOT WearFileOK
               DISPLAY "..UNABLE TO OPEN COPY WEAR FILE, STATUS = ",
                   WearStatus
               SET RunFailed TO TRUE
           ELSE
               OPEN INPUT VideoCopyFile
               IF NOT CopyFileOK
                   DISPLAY "..UNABLE TO OPEN COPY FILE, STATUS = ",
                       CopyStatus
                   SET RunFailed TO TRUE
               ELSE
                   PERFORM RUN-WEAR-CHECK
                   CLOSE VideoCopyFile
               END-IF
               CLOSE CopyWearFile
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
               MOVE "FAIL" TO JobLogStatus
           ELSE
               MOVE "OK" TO JobLogStatus
           END-IF.
           MOVE NewlyQueuedCount TO JobLogCount.
           MOVE RETURN-CODE TO HeldReturnCode.
           CALL "Sub-JobLog" USING JobLogName, JobEndEvent,
               JobLogCount, JobLogStatus.
           MOVE HeldReturnCode TO RETURN-CODE.

           GOBACK.

       RUN-WEAR-CHECK.
           OPEN OUTPUT QueueListFile
           IF NOT QueueListFileOK
               DISPLAY "..QUEUE LIST FILE ERROR, STATUS = ",
                   QueueListStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-PLAY-COUNTS
           PERFORM COUNT-HISTORY-PLAYS
           IF RunFailed
               CLOSE QueueListFile
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT VideoFile
           MOVE BusinessDate TO HdgDate
           WRITE QueueListLine FROM QueueHeading
           WRITE QueueListLine FROM QueueColumns
           MOVE SPACES TO QueueListLine
           WRITE QueueListLine
           PERFORM BUILD-INSPECTION-QUEUE
           PERFORM PRINT-QUEUE-TOTALS
           CLOSE QueueListFile, VideoFile
           CALL "Sub-VaultReport" USING VaultReportName, VaultStepName
           DISPLAY "COPIES NEWLY QUEUED FOR INSPECTION = ",
               NewlyQueuedCount.

      *>   the counts are rebuilt from the history every night, so
      *>   they start again from nothing - the inspection dates and
      *>   queue state carry over untouched
       CLEAR-PLAY-COUNTS.
           MOVE ZEROS TO WearCopyKey
           START CopyWearFile KEY IS NOT LESS THAN WearCopyKey
               INVALID KEY CONTINUE
           END-START
           IF WearFileOK
               READ CopyWearFile NEXT RECORD
                   AT END SET EndOfWearFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfWearFile
                   MOVE ZERO TO WearPlayCount WearPlaysSinceCheck
                   REWRITE CopyWearRecord
                       INVALID KEY
                       DISPLAY "(REWRITE) WEAR STATUS = ", WearStatus
                   END-REWRITE
                   READ CopyWearFile NEXT RECORD
                       AT END SET EndOfWearFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

      *>   no history on disk yet is a shop with no returns - an
      *>   empty night, not a failure
       COUNT-HISTORY-PLAYS.
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
               ADD 1 TO HistoryLineCount
               PERFORM COUNT-ONE-PLAY
               READ LoanHistoryFile
                   AT END SET EndOfHistoryFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE LoanHistoryFile.

      *>   a copy's first play gives it a wear record, never queued
      *>   and never inspected
       COUNT-ONE-PLAY.
           MOVE HistVideoCode TO WearVideoCode
           MOVE HistCopyNumber TO WearCopyNumber
           READ CopyWearFile
               KEY IS WearCopyKey
               INVALID KEY CONTINUE
           END-READ
           IF WearFound
               ADD 1 TO WearPlayCount
               IF HistReturnDate > WearLastInspected
                   ADD 1 TO WearPlaysSinceCheck
               END-IF
               REWRITE CopyWearRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) WEAR STATUS = ", WearStatus
               END-REWRITE
           ELSE
               MOVE HistVideoCode TO WearVideoCode
               MOVE HistCopyNumber TO WearCopyNumber
               MOVE 1 TO WearPlayCount WearPlaysSinceCheck
               MOVE ZERO TO WearLastInspected WearQueuedDate
               SET WearNotQueued TO TRUE
               MOVE SPACE TO WearLastResult
               MOVE SPACES TO WearInspectedBy
               WRITE CopyWearRecord
                   INVALID KEY
                   DISPLAY "(WRITE) WEAR STATUS = ", WearStatus
               END-WRITE
           END-IF.

       BUILD-INSPECTION-QUEUE.
           MOVE ZEROS TO WearCopyKey
           START CopyWearFile KEY IS NOT LESS THAN WearCopyKey
               INVALID KEY CONTINUE
           END-START
           IF WearFileOK
               READ CopyWearFile NEXT RECORD
                   AT END SET EndOfWearFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfWearFile
                   PERFORM CHECK-ONE-COPY-WEAR
                   READ CopyWearFile NEXT RECORD
                       AT END SET EndOfWearFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

      *>   only a copy still in service is worth inspecting - one
      *>   lost, withdrawn or gone back to the supplier is not, and
      *>   a copy already waiting is listed again until it is done
       CHECK-ONE-COPY-WEAR.
           IF WearNotQueued
               AND WearPlaysSinceCheck < InspectAfterPlays
               EXIT PARAGRAPH
           END-IF
           MOVE WearCopyKey TO CopyKey
           READ VideoCopyFile
               KEY IS CopyKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT CopyFound OR CopyOutOfService
               IF WearAwaitingInspection
                   SET WearNotQueued TO TRUE
                   ADD 1 TO DroppedCount
                   REWRITE CopyWearRecord
                       INVALID KEY
                       DISPLAY "(REWRITE) WEAR STATUS = ", WearStatus
                   END-REWRITE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO QdlNew
           IF WearNotQueued
               SET WearAwaitingInspection TO TRUE
               MOVE BusinessDate TO WearQueuedDate
               ADD 1 TO NewlyQueuedCount
               MOVE " *" TO QdlNew
               REWRITE CopyWearRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) WEAR STATUS = ", WearStatus
               END-REWRITE
           END-IF
           ADD 1 TO WaitingCount
           PERFORM WRITE-QUEUE-LINE.

       WRITE-QUEUE-LINE.
           MOVE WearVideoCode TO QdlVideoCode VideoCode
           MOVE WearCopyNumber TO QdlCopyNumber
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY MOVE "*TITLE NOT ON CATALOG*" TO VideoTitle
           END-READ
           MOVE VideoTitle TO QdlTitle
           MOVE CopyBranchCode TO QdlBranch
           IF CopyOnDisc
               MOVE "DISC" TO QdlFormat
           ELSE
               MOVE "TAPE" TO QdlFormat
           END-IF
           MOVE WearPlayCount TO QdlPlayCount
           MOVE WearPlaysSinceCheck TO QdlPlaysSince
           MOVE WearQueuedDate TO QdlQueuedDate
           MOVE WearLastInspected TO QdlLastInspected
           WRITE QueueListLine FROM QueueDetailLine.

       PRINT-QUEUE-TOTALS.
           MOVE SPACES TO QueueListLine
           WRITE QueueListLine
           MOVE "LOAN HISTORY LINES COUNTED =" TO TtlLabel
           MOVE HistoryLineCount TO TtlCount
           WRITE QueueListLine FROM QueueTotalLine
           MOVE "NEWLY QUEUED (*)           =" TO TtlLabel
           MOVE NewlyQueuedCount TO TtlCount
           WRITE QueueListLine FROM QueueTotalLine
           MOVE "AWAITING INSPECTION        =" TO TtlLabel
           MOVE WaitingCount TO TtlCount
           WRITE QueueListLine FROM QueueTotalLine
           MOVE "LEFT QUEUE, OUT OF SERVICE =" TO TtlLabel
           MOVE DroppedCount TO TtlCount
           WRITE QueueListLine FROM QueueTotalLine.
