       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESK-SNAPSHOT.
      *> Nightly generation snapshot of the four files the loan desk
      *> changes through the day - the open loans, the copy
      *> inventory, the reservation queue and the borrower account
      *> postings. All four go through Sub-GenerationBackup together
      *> under their own tags (VIDEOLN, VIDCOPY, RESERVE, BORRACCT),
      *> so generation N of one always sits beside generation N of
      *> the other three, and MASTER-RESTORE can put the set back as
      *> one. A file never yet created is started empty first, so a
      *> set is never short a member. Once the generations are
      *> taken a SNAPSHOT line goes on the desk's after-image
      *> journal (DESK-AFTERIMAGE.DAT): that line is where
      *> DESK-FORWARDRECOVER starts replaying the next day's desk
      *> work on top of a restored generation. Runs last in the
      *> nightly chain, after every step that changes these files.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VideoLoanFile ASSIGN TO "VIDEOLOAN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LoanKey
             FILE STATUS IS LoanStatus.

           SELECT VideoCopyFile ASSIGN TO "VIDEOCOPY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CopyKey
             FILE STATUS IS CopyStatus.

           SELECT ReserveFile ASSIGN TO "RESERVE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ReserveKey
             FILE STATUS IS ReserveStatus.

           SELECT BorrowerAccountFile ASSIGN TO "BORR-ACCOUNT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BorrowerAccountStatus.

           SELECT AfterImageFile ASSIGN TO "DESK-AFTERIMAGE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AfterImageStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  VideoLoanFile.
           COPY LOANREC.

       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  ReserveFile.
           COPY RESERVREC.

       FD  BorrowerAccountFile.
       01  BorrowerAccountFlatLine PIC X(39).
           88  EndOfAccountLines   VALUE HIGH-VALUES.

       FD  AfterImageFile.
       01  AfterImageFlatLine      PIC X(86).

       WORKING-STORAGE SECTION.
           COPY DESKAIMG.

       01  LoanStatus              PIC X(2).
           88  LoanFileOK          VALUE "00".
           88  LoanFileMissing     VALUE "35".
       01  CopyStatus              PIC X(2).
           88  CopyFileOK          VALUE "00".
           88  CopyFileMissing     VALUE "35".
       01  ReserveStatus           PIC X(2).
           88  ReserveFileOK       VALUE "00".
           88  ReserveFileMissing  VALUE "35".
       01  BorrowerAccountStatus   PIC X(2).
           88  AccountFileOK       VALUE "00".
           88  AccountFileMissing  VALUE "35".
       01  AfterImageStatus        PIC X(2).
           88  AfterImageOK        VALUE "00".
           88  AfterImageMissing   VALUE "35".

       01  BusinessDate            PIC 9(8).

      *> the name and tag each file's generations are kept under -
      *> the same tags the after-image journal lines carry
       01  MasterFileName          PIC X(30).
       01  MasterTag               PIC X(8).
       01  MasterCount             PIC 9(7).
       01  SnapshotTotal           PIC 9(7) VALUE ZERO.

       01  SnapshotMarkImage.
           03  FILLER              PIC X(23)
                   VALUE "GENERATIONS TAKEN, DAY ".
           03  MarkBusinessDate    PIC 9(8).

      *> the nightly run's own id on the journal line it writes
       01  BatchOperatorId         PIC X(4) VALUE "BTCH".

      *> start/end lines on the shared job log, so the weekly
      *> batch-window report can see this step's elapsed time
       01  JobLogName          PIC X(30) VALUE "DESK-SNAPSHOT".
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

           PERFORM COUNT-LOAN-FILE.
           IF NOT RunFailed
               PERFORM COUNT-COPY-FILE
           END-IF.
           IF NOT RunFailed
               PERFORM COUNT-RESERVE-FILE
           END-IF.
           IF NOT RunFailed
               PERFORM COUNT-ACCOUNT-FILE
           END-IF.

      *>   a file that could not be read is not snapshotted, and
      *>   neither are the rest - a set with one member from another
      *>   night is worse than no new set at all
           IF NOT RunFailed
               PERFORM TAKE-DESK-GENERATIONS
               PERFORM WRITE-SNAPSHOT-MARK
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
               MOVE "FAIL" TO JobLogStatus
           ELSE
               MOVE "OK" TO JobLogStatus
           END-IF.
           MOVE SnapshotTotal TO JobLogCount.
           MOVE RETURN-CODE TO HeldReturnCode.
           CALL "Sub-JobLog" USING JobLogName, JobEndEvent,
               JobLogCount, JobLogStatus.
           MOVE HeldReturnCode TO RETURN-CODE.

           GOBACK.

       COUNT-LOAN-FILE.
           MOVE ZERO TO MasterCount
           OPEN INPUT VideoLoanFile
           IF LoanFileMissing
               OPEN OUTPUT VideoLoanFile
               CLOSE VideoLoanFile
               OPEN INPUT VideoLoanFile
           END-IF
           IF NOT LoanFileOK
               DISPLAY "..UNABLE TO OPEN LOAN FILE, STATUS = ",
                   LoanStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ VideoLoanFile NEXT RECORD
               AT END SET EndOfLoanFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLoanFile
               ADD 1 TO MasterCount
               READ VideoLoanFile NEXT RECORD
                   AT END SET EndOfLoanFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE VideoLoanFile.

       COUNT-COPY-FILE.
           MOVE ZERO TO MasterCount
           OPEN INPUT VideoCopyFile
           IF CopyFileMissing
               OPEN OUTPUT VideoCopyFile
               CLOSE VideoCopyFile
               OPEN INPUT VideoCopyFile
           END-IF
           IF NOT CopyFileOK
               DISPLAY "..UNABLE TO OPEN COPY FILE, STATUS = ",
                   CopyStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ VideoCopyFile NEXT RECORD
               AT END SET EndOfCopyFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCopyFile
               ADD 1 TO MasterCount
               READ VideoCopyFile NEXT RECORD
                   AT END SET EndOfCopyFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE VideoCopyFile.

       COUNT-RESERVE-FILE.
           MOVE ZERO TO MasterCount
           OPEN INPUT ReserveFile
           IF ReserveFileMissing
               OPEN OUTPUT ReserveFile
               CLOSE ReserveFile
               OPEN INPUT ReserveFile
           END-IF
           IF NOT ReserveFileOK
               DISPLAY "..UNABLE TO OPEN RESERVE FILE, STATUS = ",
                   ReserveStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ ReserveFile NEXT RECORD
               AT END SET EndOfReserveFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfReserveFile
               ADD 1 TO MasterCount
               READ ReserveFile NEXT RECORD
                   AT END SET EndOfReserveFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE ReserveFile.

       COUNT-ACCOUNT-FILE.
           MOVE ZERO TO MasterCount
           OPEN INPUT BorrowerAccountFile
           IF AccountFileMissing
               OPEN OUTPUT BorrowerAccountFile
               CLOSE BorrowerAccountFile
               OPEN INPUT BorrowerAccountFile
           END-IF
           IF NOT AccountFileOK
               DISPLAY "..UNABLE TO OPEN ACCOUNT FILE, STATUS = ",
                   BorrowerAccountStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ BorrowerAccountFile
               AT END SET EndOfAccountLines TO TRUE
           END-READ
           PERFORM UNTIL EndOfAccountLines
               ADD 1 TO MasterCount
               READ BorrowerAccountFile
                   AT END SET EndOfAccountLines TO TRUE
               END-READ
           END-PERFORM
           CLOSE BorrowerAccountFile.

      *>   only once all four have been read cleanly are the
      *>   generations rotated, so the set moves up together
       TAKE-DESK-GENERATIONS.
           PERFORM COUNT-LOAN-FILE
           MOVE "VIDEOLOAN.DAT" TO MasterFileName
           MOVE "VIDEOLN" TO MasterTag
           PERFORM TAKE-ONE-GENERATION

           PERFORM COUNT-COPY-FILE
           MOVE "VIDEOCOPY.DAT" TO MasterFileName
           MOVE "VIDCOPY" TO MasterTag
           PERFORM TAKE-ONE-GENERATION

           PERFORM COUNT-RESERVE-FILE
           MOVE "RESERVE.DAT" TO MasterFileName
           MOVE "RESERVE" TO MasterTag
           PERFORM TAKE-ONE-GENERATION

           PERFORM COUNT-ACCOUNT-FILE
           MOVE "BORR-ACCOUNT.DAT" TO MasterFileName
           MOVE "BORRACCT" TO MasterTag
           PERFORM TAKE-ONE-GENERATION.

       TAKE-ONE-GENERATION.
           CALL "Sub-GenerationBackup" USING MasterFileName,
               MasterTag, MasterCount
           ADD MasterCount TO SnapshotTotal.

      *>   the marker is stamped after the copies are taken; the
      *>   desk is shut out by the chain's busy marker meanwhile, so
      *>   no desk line can fall between the copies and the mark
       WRITE-SNAPSHOT-MARK.
           ACCEPT DaiStampDate FROM DATE YYYYMMDD
           ACCEPT DaiStampTime FROM TIME
           MOVE BatchOperatorId TO DaiOperatorId
           SET DaiSnapshotMark TO TRUE
           MOVE SPACES TO DaiAction
           MOVE BusinessDate TO MarkBusinessDate
           MOVE SnapshotMarkImage TO DaiImage
           OPEN EXTEND AfterImageFile
           IF AfterImageMissing
               OPEN OUTPUT AfterImageFile
           END-IF
           IF NOT AfterImageOK
               DISPLAY "..UNABLE TO OPEN AFTER-IMAGE JOURNAL, "
                   "STATUS = ", AfterImageStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           WRITE AfterImageFlatLine FROM DeskAfterImageRecord
           CLOSE AfterImageFile
           DISPLAY "LOAN DESK SNAPSHOT MARKED ON THE JOURNAL".
