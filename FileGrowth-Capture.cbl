       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEGROWTH-CAPTURE.
      *> Nightly capacity reading of every watched master, journal
      *> and log (FILEWATCH.cpy). LOAN-HISTORY.DAT, FEES-JOURNAL.DAT,
      *> BORR-ACCOUNT.DAT and the audit logs only ever grow, and the
      *> first anyone knew one had got too big was a slow run or a
      *> full disk. Each file is sized through CBL_CHECK_FILE_EXIST
      *> and counted - line by line for the line sequential files,
      *> through its own FD for the keyed masters - and one line per
      *> file goes on the growth history (FILE-GROWTH.DAT,
      *> FILEGROW.cpy) under tonight's business date, for
      *> FILEGROWTH-WEEKLYREPORT to turn into growth rates. A file
      *> that is not there, or will not open, is still recorded,
      *> marked as such, rather than failing the step - only a
      *> growth history that cannot be written does that. Runs at
      *> the end of the nightly chain, once tonight's steps have
      *> done their appending.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileGrowthFile ASSIGN TO "FILE-GROWTH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FileGrowthStatus.

      *> any of the line sequential files, by name - only ever
      *> counted, never read for its content
           SELECT CountedFile ASSIGN TO CountedFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CountedFileStatus.

           SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VideoCode
             ALTERNATE RECORD KEY IS VideoTitle
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS VideoSupplierCode
               WITH DUPLICATES
             FILE STATUS IS VideoStatus.

           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS SEQUENTIAL
             RELATIVE KEY IS BorrowerKey
             FILE STATUS IS BorrowerStatus.

           SELECT VideoCopyFile ASSIGN TO "VIDEOCOPY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CopyKey
             FILE STATUS IS CopyStatus.

           SELECT VideoLoanFile ASSIGN TO "VIDEOLOAN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LoanKey
             FILE STATUS IS LoanStatus.

           SELECT ReserveFile ASSIGN TO "RESERVE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ReserveKey
             FILE STATUS IS ReserveStatus.

           SELECT StudentFile ASSIGN TO "IDXSTUDENT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS IdxStudentId
             FILE STATUS IS StudentFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  FileGrowthFile.
       01  FileGrowthFlatLine      PIC X(66).

       FD  CountedFile.
       01  CountedLine             PIC X(256).

       FD  VideoFile.
           COPY VIDEOREC.

       FD  BorrowerFile.
           COPY BORROWREC.

       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  VideoLoanFile.
           COPY LOANREC.

       FD  ReserveFile.
           COPY RESERVREC.

       FD  StudentFile.
           COPY IDXSTUDREC.

       WORKING-STORAGE SECTION.
           COPY FILEWATCH.
           COPY FILEGROW.

       01  FileGrowthStatus        PIC X(2).
           88  FileGrowthOK        VALUE "00".
           88  FileGrowthMissing   VALUE "35".
       01  CountedFileStatus       PIC X(2).
           88  CountedFileOK       VALUE "00".
           88  CountedLineRead     VALUE "00" "04".
           88  EndOfCountedFile    VALUE "10".
       01  VideoStatus             PIC X(2).
           88  VideoFileOK         VALUE "00".
       01  BorrowerStatus          PIC X(2).
           88  BorrowerFileOK      VALUE "00".
           88  EndOfBorrowers      VALUE "10".
       01  CopyStatus              PIC X(2).
           88  CopyFileOK          VALUE "00".
       01  LoanStatus              PIC X(2).
           88  LoanFileOK          VALUE "00".
       01  ReserveStatus           PIC X(2).
           88  ReserveFileOK       VALUE "00".
       01  StudentFileStatus       PIC X(2).
           88  StudentFileOK       VALUE "00".
           88  EndOfStudents       VALUE "10".

       01  BorrowerKey             PIC 9(4).
       01  CountedFileName         PIC X(30).
       01  BusinessDate            PIC 9(8).

      *> CBL_CHECK_FILE_EXIST hands back the size in its first
      *> eight bytes, then the file's date and time
       01  FileInfoWork.
           03  FileInfoSize        PIC X(8) COMP-X.
           03  FILLER              PIC X(8).

       01  WatchIndex              PIC 99.
       01  FileRecordCount         PIC 9(9).
       01  FileCountedSw           PIC X.
           88  FileWasCounted      VALUE "Y".
       01  FilesRecorded           PIC 9(7) VALUE ZERO.

      *> tonight's lines, held until every file has been read
       01  CapturedLineTable.
           03  CapturedLine        PIC X(66) OCCURS 25 TIMES.

      *> start/end lines on the shared job log, so the weekly
      *> batch-window report can see this step's elapsed time
       01  JobLogName          PIC X(30) VALUE "FILEGROWTH-CAPTURE".
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

      *>   every file is read before the history is opened - the
      *>   history is on the watched list itself, and is sized and
      *>   counted as it stood before tonight's lines
           PERFORM VARYING WatchIndex FROM 1 BY 1
                   UNTIL WatchIndex > WatchedFileCount
               PERFORM RECORD-ONE-FILE
           END-PERFORM.

           OPEN EXTEND FileGrowthFile.
           IF FileGrowthMissing
               OPEN OUTPUT FileGrowthFile
           END-IF.
           IF NOT FileGrowthOK
               DISPLAY "..UNABLE TO OPEN GROWTH HISTORY, STATUS = ",
                   FileGrowthStatus
               SET RunFailed TO TRUE
           END-IF.

           IF NOT RunFailed
               PERFORM VARYING WatchIndex FROM 1 BY 1
                       UNTIL WatchIndex > WatchedFileCount
                   WRITE FileGrowthFlatLine
                       FROM CapturedLine(WatchIndex)
                   ADD 1 TO FilesRecorded
               END-PERFORM
               CLOSE FileGrowthFile
               DISPLAY "FILES RECORDED ON GROWTH HISTORY = ",
                   FilesRecorded
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
               MOVE "FAIL" TO JobLogStatus
           ELSE
               MOVE "OK" TO JobLogStatus
           END-IF.
           MOVE FilesRecorded TO JobLogCount.
           MOVE RETURN-CODE TO HeldReturnCode.
           CALL "Sub-JobLog" USING JobLogName, JobEndEvent,
               JobLogCount, JobLogStatus.
           MOVE HeldReturnCode TO RETURN-CODE.

           GOBACK.

      *>   sized first - a file the size call cannot see is absent,
      *>   and there is nothing to count
       RECORD-ONE-FILE.
           MOVE SPACES TO FileGrowthLine
           MOVE BusinessDate TO FglBusinessDate
           MOVE WfFileName(WatchIndex) TO FglFileName
           MOVE WfKind(WatchIndex) TO FglKind
           MOVE ZERO TO FglRecordCount, FglSizeBytes
           CALL "CBL_CHECK_FILE_EXIST" USING WfFileName(WatchIndex),
               FileInfoWork
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               SET FglAbsent TO TRUE
           ELSE
               MOVE FileInfoSize TO FglSizeBytes
               PERFORM COUNT-ONE-FILE
               IF FileWasCounted
                   MOVE FileRecordCount TO FglRecordCount
                   SET FglCounted TO TRUE
               ELSE
                   SET FglSizedOnly TO TRUE
               END-IF
           END-IF
           MOVE FileGrowthLine TO CapturedLine(WatchIndex).

       COUNT-ONE-FILE.
           MOVE ZERO TO FileRecordCount
           MOVE "N" TO FileCountedSw
           IF WfLines(WatchIndex)
               PERFORM COUNT-LINE-FILE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WfFileName(WatchIndex)
               WHEN "IDXVIDEO.DAT"
                   PERFORM COUNT-VIDEO-MASTER
               WHEN "BORROWER.DAT"
                   PERFORM COUNT-BORROWER-MASTER
               WHEN "VIDEOCOPY.DAT"
                   PERFORM COUNT-COPY-MASTER
               WHEN "VIDEOLOAN.DAT"
                   PERFORM COUNT-LOAN-MASTER
               WHEN "RESERVE.DAT"
                   PERFORM COUNT-RESERVE-MASTER
               WHEN "IDXSTUDENT.DAT"
                   PERFORM COUNT-STUDENT-MASTER
           END-EVALUATE.

       COUNT-LINE-FILE.
           MOVE WfFileName(WatchIndex) TO CountedFileName
           OPEN INPUT CountedFile
           IF NOT CountedFileOK
               EXIT PARAGRAPH
           END-IF
      *>   a line longer than the FD reads short (status 04) and
      *>   still counts as one line
           READ CountedFile
           PERFORM UNTIL NOT CountedLineRead
               ADD 1 TO FileRecordCount
               READ CountedFile
           END-PERFORM
           IF EndOfCountedFile
               SET FileWasCounted TO TRUE
           END-IF
           CLOSE CountedFile.

       COUNT-VIDEO-MASTER.
           OPEN INPUT VideoFile
           IF NOT VideoFileOK
               EXIT PARAGRAPH
           END-IF
           READ VideoFile NEXT RECORD
               AT END SET EndOfFile IN VideoRecord TO TRUE
           END-READ
           PERFORM UNTIL EndOfFile IN VideoRecord
               ADD 1 TO FileRecordCount
               READ VideoFile NEXT RECORD
                   AT END SET EndOfFile IN VideoRecord TO TRUE
               END-READ
           END-PERFORM
           SET FileWasCounted TO TRUE
           CLOSE VideoFile.

       COUNT-BORROWER-MASTER.
           OPEN INPUT BorrowerFile
           IF NOT BorrowerFileOK
               EXIT PARAGRAPH
           END-IF
           READ BorrowerFile NEXT RECORD
           PERFORM UNTIL NOT BorrowerFileOK
               ADD 1 TO FileRecordCount
               READ BorrowerFile NEXT RECORD
           END-PERFORM
           IF EndOfBorrowers
               SET FileWasCounted TO TRUE
           END-IF
           CLOSE BorrowerFile.

       COUNT-COPY-MASTER.
           OPEN INPUT VideoCopyFile
           IF NOT CopyFileOK
               EXIT PARAGRAPH
           END-IF
           READ VideoCopyFile NEXT RECORD
               AT END SET EndOfCopyFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCopyFile
               ADD 1 TO FileRecordCount
               READ VideoCopyFile NEXT RECORD
                   AT END SET EndOfCopyFile TO TRUE
               END-READ
           END-PERFORM
           SET FileWasCounted TO TRUE
           CLOSE VideoCopyFile.

       COUNT-LOAN-MASTER.
           OPEN INPUT VideoLoanFile
           IF NOT LoanFileOK
               EXIT PARAGRAPH
           END-IF
           READ VideoLoanFile NEXT RECORD
               AT END SET EndOfLoanFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLoanFile
               ADD 1 TO FileRecordCount
               READ VideoLoanFile NEXT RECORD
                   AT END SET EndOfLoanFile TO TRUE
               END-READ
           END-PERFORM
           SET FileWasCounted TO TRUE
           CLOSE VideoLoanFile.

       COUNT-RESERVE-MASTER.
           OPEN INPUT ReserveFile
           IF NOT ReserveFileOK
               EXIT PARAGRAPH
           END-IF
           READ ReserveFile NEXT RECORD
               AT END SET EndOfReserveFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfReserveFile
               ADD 1 TO FileRecordCount
               READ ReserveFile NEXT RECORD
                   AT END SET EndOfReserveFile TO TRUE
               END-READ
           END-PERFORM
           SET FileWasCounted TO TRUE
           CLOSE ReserveFile.

       COUNT-STUDENT-MASTER.
           OPEN INPUT StudentFile
           IF NOT StudentFileOK
               EXIT PARAGRAPH
           END-IF
           READ StudentFile NEXT RECORD
           PERFORM UNTIL NOT StudentFileOK
               ADD 1 TO FileRecordCount
               READ StudentFile NEXT RECORD
           END-PERFORM
           IF EndOfStudents
               SET FileWasCounted TO TRUE
           END-IF
           CLOSE StudentFile.
