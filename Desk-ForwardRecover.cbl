       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESK-FORWARDRECOVER.
      *> Forward recovery of the loan desk files after MASTER-RESTORE
      *> has put a generation of the desk set back (VIDEOLOAN.DAT,
      *> VIDEOCOPY.DAT, RESERVE.DAT and BORR-ACCOUNT.DAT, all from
      *> the same generation). The desk's after-image journal,
      *> DESK-AFTERIMAGE.DAT, is replayed on top of it from the
      *> SNAPSHOT line DESK-SNAPSHOT wrote when that generation was
      *> taken, up to the date and time the supervisor names: an
      *> added record is written again, a changed one rewritten
      *> from its after image, a deleted one deleted, an account
      *> posting appended. The replay stops on the first line that
      *> will not apply cleanly - a record already there to add,
      *> missing to change or delete, a file that will not open -
      *> and on the next night's SNAPSHOT line, past which the
      *> nightly steps changed the files in ways the journal never
      *> saw (restore the newer generation instead). Every line
      *> reapplied, and the line it stopped at, prints on
      *> DESK-RECOVERY-RPT.DAT. Supervisor-only, and refused while
      *> the nightly chain is running.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AfterImageFile ASSIGN TO "DESK-AFTERIMAGE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AfterImageStatus.

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

           SELECT ReportFile ASSIGN TO "DESK-RECOVERY-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  AfterImageFile.
       01  AfterImageFlatLine      PIC X(86).

       FD  VideoLoanFile.
           COPY LOANREC.

       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  ReserveFile.
           COPY RESERVREC.

       FD  BorrowerAccountFile.
       01  BorrowerAccountFlatLine PIC X(39).

       FD  ReportFile.
       01  ReportLine              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY DESKAIMG.

       01  AfterImageStatus        PIC X(2).
           88  AfterImageOK        VALUE "00".
       01  LoanStatus              PIC X(2).
           88  LoanFileOK          VALUE "00".
       01  CopyStatus              PIC X(2).
           88  CopyFileOK          VALUE "00".
       01  ReserveStatus           PIC X(2).
           88  ReserveFileOK       VALUE "00".
       01  BorrowerAccountStatus   PIC X(2).
           88  AccountFileOK       VALUE "00".
       01  ReportFileStatus        PIC X(2).
           88  ReportFileOK        VALUE "00".

       01  WantedGeneration        PIC 9.
       01  StopDate                PIC 9(8).
       01  StopTime                PIC 9(6).

      *> the replay-to point, laid out like the journal's own stamp
      *> so the two compare as they stand
       01  StopStamp.
           03  StopStampDate       PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  StopStampTime       PIC 9(8).

      *> the journal's SNAPSHOT lines by line number, newest last;
      *> generation N was taken at the Nth newest, so the table
      *> slides to hold only the newest fifty however long the
      *> journal grows
       01  SnapshotTable.
           03  SnapshotLineNo      PIC 9(7) OCCURS 50 TIMES.
       01  SnapshotUsed            PIC 99 VALUE ZERO.
       01  SnapshotPickIndex       PIC 99.
       01  SnapshotSlideIndex      PIC 99.
       01  StartLineNo             PIC 9(7) VALUE ZERO.

       01  JournalLineNo           PIC 9(7) VALUE ZERO.
       01  AppliedCount            PIC 9(7) VALUE ZERO.
       01  StopReason              PIC X(40) VALUE SPACES.

       01  ReplayStateSw           PIC X VALUE "R".
           88  ReplayRunning       VALUE "R".
           88  ReplayCutOff        VALUE "C".
           88  ReplayStopped       VALUE "S".

       01  FilesOpenSw             PIC X VALUE "N".
           88  FilesOpen           VALUE "Y".

       01  ReportHeading.
           03  FILLER              PIC X(30)
                   VALUE "=LOAN DESK FORWARD RECOVERY= G".
           03  HdgGeneration       PIC 9.
           03  FILLER              PIC X(9) VALUE " UP TO   ".
           03  HdgStopStamp        PIC X(17).

       01  ReplayDetailLine.
           03  DtlLabel            PIC X(10).
           03  DtlJournalLine      PIC X(86).

       01  ReplayTotalLine.
           03  TtlLabel            PIC X(30).
           03  TtlCount            PIC ZZZ,ZZ9.

      *> is the nightly chain running right now
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".

      *> who is signed on at this session, and the role
      *> Sub-OperatorSignOn handed back - this whole utility is
      *> supervisor-only
       01  SignedOnOperator    PIC X(4) VALUE SPACES.
       01  SignOnResult        PIC X VALUE "N".
           88  SignOnOk        VALUE "Y".
       01  SignedOnRole        PIC X VALUE "C".
           88  SignedOnSupervisor  VALUE "V".
       01  RefusalProgram      PIC X(20).
       01  RefusalFunction     PIC X(14).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "Sub-CheckSystemBusy" USING SystemBusyFlag
           IF SystemIsBusy
               DISPLAY "..NIGHTLY PROCESSING IN PROGRESS - TRY "
                   "AGAIN WHEN THE CHAIN HAS FINISHED.."
               STOP RUN
           END-IF
           CALL "Sub-OperatorSignOn" USING SignedOnOperator,
               SignOnResult, SignedOnRole
           IF NOT SignOnOk
               DISPLAY "..SIGN-ON REFUSED.."
               STOP RUN
           END-IF
           IF NOT SignedOnSupervisor
               DISPLAY "..SUPERVISOR ROLE REQUIRED - REFUSED.."
               MOVE "DESK-FORWARDRECOVER" TO RefusalProgram
               MOVE "REPLAY" TO RefusalFunction
               CALL "Sub-LogAuthRefusal" USING RefusalProgram,
                   RefusalFunction, SignedOnOperator
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "GENERATION THE DESK SET WAS RESTORED FROM(1-9) : "
             WITH NO ADVANCING.
           ACCEPT WantedGeneration.
           IF WantedGeneration = ZERO
               DISPLAY "..UNKNOWN GENERATION - NOTHING REPLAYED.."
               STOP RUN
           END-IF
           DISPLAY "REPLAY UP TO DATE(YYYYMMDD, 0=ALL OF IT) : "
             WITH NO ADVANCING.
           ACCEPT StopDate.
           DISPLAY "REPLAY UP TO TIME(HHMMSS, 0=END OF DAY) : "
             WITH NO ADVANCING.
           ACCEPT StopTime.

           IF StopDate = ZERO
               MOVE 99999999 TO StopStampDate
           ELSE
               MOVE StopDate TO StopStampDate
           END-IF
           IF StopTime = ZERO
               MOVE 99999999 TO StopStampTime
           ELSE
               COMPUTE StopStampTime = StopTime * 100 + 99
           END-IF

           PERFORM FIND-START-LINE
           IF StartLineNo = ZERO
               DISPLAY "..NO SNAPSHOT MARK ON THE JOURNAL FOR "
                   "GENERATION ", WantedGeneration,
                   " - NOTHING REPLAYED.."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WantedGeneration TO HdgGeneration
           MOVE StopStamp TO HdgStopStamp
           WRITE ReportLine FROM ReportHeading

           PERFORM OPEN-DESK-FILES
           IF FilesOpen
               PERFORM REPLAY-JOURNAL
               CLOSE VideoLoanFile VideoCopyFile ReserveFile
                   BorrowerAccountFile
           END-IF

           MOVE "LINES REAPPLIED" TO TtlLabel
           MOVE AppliedCount TO TtlCount
           WRITE ReportLine FROM ReplayTotalLine
           IF ReplayStopped
               MOVE SPACES TO ReportLine
               STRING "**REPLAY STOPPED - " DELIMITED BY SIZE
                   StopReason DELIMITED BY SIZE
                   INTO ReportLine
               END-STRING
               WRITE ReportLine
           END-IF
           CLOSE ReportFile

           DISPLAY "LINES REAPPLIED = ", AppliedCount
           IF ReplayStopped
               DISPLAY "**ALERT** REPLAY STOPPED - ", StopReason
               DISPLAY "SEE DESK-RECOVERY-RPT.DAT FOR THE LINE"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "FORWARD RECOVERY COMPLETE"
           END-IF

           STOP RUN.

      *>   the first pass only finds where generation N was taken -
      *>   the Nth newest SNAPSHOT line - so the second pass can
      *>   skip straight to the line after it
       FIND-START-LINE.
           OPEN INPUT AfterImageFile
           IF NOT AfterImageOK
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO JournalLineNo
           READ AfterImageFile INTO DeskAfterImageRecord
               AT END SET EndOfAfterImageFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfAfterImageFile
               ADD 1 TO JournalLineNo
               IF DaiSnapshotMark
                   IF SnapshotUsed < 50
                       ADD 1 TO SnapshotUsed
                   ELSE
                       PERFORM VARYING SnapshotSlideIndex FROM 1 BY 1
                               UNTIL SnapshotSlideIndex = 50
                           MOVE SnapshotLineNo(SnapshotSlideIndex + 1)
                               TO SnapshotLineNo(SnapshotSlideIndex)
                       END-PERFORM
                   END-IF
                   MOVE JournalLineNo TO SnapshotLineNo(SnapshotUsed)
               END-IF
               READ AfterImageFile INTO DeskAfterImageRecord
                   AT END SET EndOfAfterImageFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE AfterImageFile
           IF SnapshotUsed >= WantedGeneration
               COMPUTE SnapshotPickIndex =
                   SnapshotUsed - WantedGeneration + 1
               MOVE SnapshotLineNo(SnapshotPickIndex) TO StartLineNo
           END-IF.

      *>   opened I-O straight over the restored generation; a file
      *>   the restore did not put back stops the replay before a
      *>   single line goes on
       OPEN-DESK-FILES.
           OPEN I-O VideoLoanFile
           IF NOT LoanFileOK
               MOVE "LOAN FILE WOULD NOT OPEN" TO StopReason
               SET ReplayStopped TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O VideoCopyFile
           IF NOT CopyFileOK
               MOVE "COPY FILE WOULD NOT OPEN" TO StopReason
               SET ReplayStopped TO TRUE
               CLOSE VideoLoanFile
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ReserveFile
           IF NOT ReserveFileOK
               MOVE "RESERVE FILE WOULD NOT OPEN" TO StopReason
               SET ReplayStopped TO TRUE
               CLOSE VideoLoanFile VideoCopyFile
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND BorrowerAccountFile
           IF NOT AccountFileOK
               MOVE "ACCOUNT FILE WOULD NOT OPEN" TO StopReason
               SET ReplayStopped TO TRUE
               CLOSE VideoLoanFile VideoCopyFile ReserveFile
               EXIT PARAGRAPH
           END-IF
           SET FilesOpen TO TRUE.

       REPLAY-JOURNAL.
           OPEN INPUT AfterImageFile
           IF NOT AfterImageOK
               MOVE "JOURNAL WOULD NOT OPEN" TO StopReason
               SET ReplayStopped TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO JournalLineNo
           READ AfterImageFile INTO DeskAfterImageRecord
               AT END SET EndOfAfterImageFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfAfterImageFile OR NOT ReplayRunning
               ADD 1 TO JournalLineNo
               IF JournalLineNo > StartLineNo
                   PERFORM REPLAY-ONE-LINE
               END-IF
               READ AfterImageFile INTO DeskAfterImageRecord
                   AT END SET EndOfAfterImageFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE AfterImageFile.

       REPLAY-ONE-LINE.
           IF DaiStamp > StopStamp
               SET ReplayCutOff TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF DaiSnapshotMark
               MOVE "NEXT SNAPSHOT REACHED - USE A NEWER GEN"
                   TO StopReason
               SET ReplayStopped TO TRUE
               PERFORM REPORT-STOPPED-LINE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN DaiLoanFile
                   PERFORM REPLAY-LOAN-LINE
               WHEN DaiCopyFile
                   PERFORM REPLAY-COPY-LINE
               WHEN DaiReserveFile
                   PERFORM REPLAY-RESERVE-LINE
               WHEN DaiAccountFile AND DaiAdded
                   MOVE DaiImage TO BorrowerAccountFlatLine
                   WRITE BorrowerAccountFlatLine
                   IF NOT AccountFileOK
                       MOVE "ACCOUNT POSTING WOULD NOT WRITE"
                           TO StopReason
                       SET ReplayStopped TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN JOURNAL LINE" TO StopReason
                   SET ReplayStopped TO TRUE
           END-EVALUATE
           IF ReplayStopped
               PERFORM REPORT-STOPPED-LINE
           ELSE
               ADD 1 TO AppliedCount
               MOVE "REAPPLIED" TO DtlLabel
               MOVE DeskAfterImageRecord TO DtlJournalLine
               WRITE ReportLine FROM ReplayDetailLine
           END-IF.

       REPORT-STOPPED-LINE.
           MOVE "STOPPED AT" TO DtlLabel
           MOVE DeskAfterImageRecord TO DtlJournalLine
           WRITE ReportLine FROM ReplayDetailLine.

      *>   a change or delete reads the record by the image's key
      *>   first - the READ fills the record area, so the image goes
      *>   back over it before the REWRITE
       REPLAY-LOAN-LINE.
           MOVE DaiImage TO VideoLoanRecord
           EVALUATE TRUE
               WHEN DaiAdded
                   WRITE VideoLoanRecord
                       INVALID KEY
                       MOVE "LOAN TO ADD IS ALREADY ON FILE"
                           TO StopReason
                       SET ReplayStopped TO TRUE
                   END-WRITE
               WHEN DaiChanged OR DaiDeleted
                   READ VideoLoanFile
                       INVALID KEY
                       MOVE "LOAN TO CHANGE IS NOT ON FILE"
                           TO StopReason
                       SET ReplayStopped TO TRUE
                   END-READ
               WHEN OTHER
                   MOVE "UNKNOWN JOURNAL LINE" TO StopReason
                   SET ReplayStopped TO TRUE
           END-EVALUATE
           IF ReplayStopped OR DaiAdded
               EXIT PARAGRAPH
           END-IF
           IF DaiChanged
               MOVE DaiImage TO VideoLoanRecord
               REWRITE VideoLoanRecord
                   INVALID KEY
                   MOVE "LOAN WOULD NOT REWRITE" TO StopReason
                   SET ReplayStopped TO TRUE
               END-REWRITE
           ELSE
               DELETE VideoLoanFile RECORD
                   INVALID KEY
                   MOVE "LOAN WOULD NOT DELETE" TO StopReason
                   SET ReplayStopped TO TRUE
               END-DELETE
           END-IF.

       REPLAY-COPY-LINE.
           MOVE DaiImage TO VideoCopyRecord
           EVALUATE TRUE
               WHEN DaiAdded
                   WRITE VideoCopyRecord
                       INVALID KEY
                       MOVE "COPY TO ADD IS ALREADY ON FILE"
                           TO StopReason
                       SET ReplayStopped TO TRUE
                   END-WRITE
               WHEN DaiChanged OR DaiDeleted
                   READ VideoCopyFile
                       INVALID KEY
                       MOVE "COPY TO CHANGE IS NOT ON FILE"
                           TO StopReason
                       SET ReplayStopped TO TRUE
                   END-READ
               WHEN OTHER
                   MOVE "UNKNOWN JOURNAL LINE" TO StopReason
                   SET ReplayStopped TO TRUE
           END-EVALUATE
           IF ReplayStopped OR DaiAdded
               EXIT PARAGRAPH
           END-IF
           IF DaiChanged
               MOVE DaiImage TO VideoCopyRecord
               REWRITE VideoCopyRecord
                   INVALID KEY
                   MOVE "COPY WOULD NOT REWRITE" TO StopReason
                   SET ReplayStopped TO TRUE
               END-REWRITE
           ELSE
               DELETE VideoCopyFile RECORD
                   INVALID KEY
                   MOVE "COPY WOULD NOT DELETE" TO StopReason
                   SET ReplayStopped TO TRUE
               END-DELETE
           END-IF.

       REPLAY-RESERVE-LINE.
           MOVE DaiImage TO ReserveRecord
           EVALUATE TRUE
               WHEN DaiAdded
                   WRITE ReserveRecord
                       INVALID KEY
                       MOVE "RESERVATION TO ADD IS ALREADY ON FILE"
                           TO StopReason
                       SET ReplayStopped TO TRUE
                   END-WRITE
               WHEN DaiChanged OR DaiDeleted
                   READ ReserveFile
                       INVALID KEY
                       MOVE "RESERVATION TO CHANGE IS NOT ON FILE"
                           TO StopReason
                       SET ReplayStopped TO TRUE
                   END-READ
               WHEN OTHER
                   MOVE "UNKNOWN JOURNAL LINE" TO StopReason
                   SET ReplayStopped TO TRUE
           END-EVALUATE
           IF ReplayStopped OR DaiAdded
               EXIT PARAGRAPH
           END-IF
           IF DaiChanged
               MOVE DaiImage TO ReserveRecord
               REWRITE ReserveRecord
                   INVALID KEY
                   MOVE "RESERVATION WOULD NOT REWRITE" TO StopReason
                   SET ReplayStopped TO TRUE
               END-REWRITE
           ELSE
               DELETE ReserveFile RECORD
                   INVALID KEY
                   MOVE "RESERVATION WOULD NOT DELETE" TO StopReason
                   SET ReplayStopped TO TRUE
               END-DELETE
           END-IF.
