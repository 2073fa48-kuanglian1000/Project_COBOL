      *> against the count GEN-INVENTORY.DAT recorded when that
      *> snapshot was taken - a restore that doesn't match its own
      *> inventory count is shouted about, not trusted.
      *> The loan desk's four files (DESK-SNAPSHOT's VIDEOLN,
      *> VIDCOPY, RESERVE and BORRACCT generations) only make sense
      *> together, so they are restored as one set from the same
      *> generation, each proven against its own inventory count;
      *> DESK-FORWARDRECOVER then replays the desk's work since.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StudentFileStatus.

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

       DATA DIVISION.
       FILE SECTION.
       FD  GenInventoryFile.
       FD  StudentFile.
           COPY STUDREC.

       FD  VideoLoanFile.
           COPY LOANREC.

       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  ReserveFile.
           COPY RESERVREC.

       FD  BorrowerAccountFile.
       01  BorrowerAccountFlatLine PIC X(39).
           88  EndOfAccountLines   VALUE HIGH-VALUES.

       WORKING-STORAGE SECTION.
       01  GenInventoryStatus  PIC X(2).
           88  GenInventoryOK  VALUE "00".
           88  VideoFileOK     VALUE "00".
       01  StudentFileStatus   PIC X(2).
           88  StudentFileOK   VALUE "00".
       01  LoanStatus          PIC X(2).
           88  LoanFileOK      VALUE "00".
       01  CopyStatus          PIC X(2).
           88  CopyFileOK      VALUE "00".
       01  ReserveStatus       PIC X(2).
           88  ReserveFileOK   VALUE "00".
       01  BorrowerAccountStatus   PIC X(2).
           88  AccountFileOK   VALUE "00".

       01  RestoreChoice       PIC 9.
           88  RestoreVideo    VALUE 1.
           88  RestoreStudent  VALUE 2.
           88  RestoreDeskSet  VALUE 3.

      *> the loan desk set, in the order DESK-SNAPSHOT takes it
       01  DeskSetTable.
           03  TableValues.
               05  FILLER  PIC X(8)  VALUE "VIDEOLN".
               05  FILLER  PIC X(30) VALUE "VIDEOLOAN.DAT".
               05  FILLER  PIC X(8)  VALUE "VIDCOPY".
               05  FILLER  PIC X(30) VALUE "VIDEOCOPY.DAT".
               05  FILLER  PIC X(8)  VALUE "RESERVE".
               05  FILLER  PIC X(30) VALUE "RESERVE.DAT".
               05  FILLER  PIC X(8)  VALUE "BORRACCT".
               05  FILLER  PIC X(30) VALUE "BORR-ACCOUNT.DAT".
           03  FILLER REDEFINES TableValues.
               05  DeskSetEntry    OCCURS 4 TIMES.
                   07  DeskSetTag      PIC X(8).
                   07  DeskSetFileName PIC X(30).
       01  DeskSetIndex        PIC 9.
       01  DeskMismatchSw      PIC X VALUE "N".
           88  DeskMismatch    VALUE "Y".

       01  WantedGeneration    PIC 9.
       01  WantedTag           PIC X(8).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "RESTORE WHICH MASTER: VIDEO=1, STUDENT=2,"
               " LOAN DESK FILES=3 : "
             WITH NO ADVANCING.
           ACCEPT RestoreChoice.
           IF NOT RestoreVideo AND NOT RestoreStudent
               AND NOT RestoreDeskSet
               DISPLAY "..UNKNOWN MASTER - NOTHING RESTORED.."
               STOP RUN
           END-IF
               STOP RUN
           END-IF

           IF RestoreDeskSet
               PERFORM RESTORE-DESK-SET
               STOP RUN
           END-IF

           IF RestoreVideo
               MOVE "IDXVIDEO" TO WantedTag
               MOVE "IDXVIDEO.DAT" TO MasterFileName
               SET ExpectedFound TO TRUE
           END-IF.

      *>   all four from the same generation, each proven on its own
      *>   against the count DESK-SNAPSHOT recorded for it
       RESTORE-DESK-SET.
           PERFORM RESTORE-ONE-DESK-FILE
               VARYING DeskSetIndex FROM 1 BY 1
               UNTIL DeskSetIndex > 4
           IF DeskMismatch
               DISPLAY "**ALERT** LOAN DESK SET NOT PROVEN - DO NOT "
                   "REPLAY THE JOURNAL ON IT"
           ELSE
               DISPLAY "LOAN DESK SET RESTORED FROM GENERATION ",
                   WantedGeneration, " - RUN DESK-FORWARDRECOVER "
                   "FOR THE SAME GENERATION"
           END-IF.

       RESTORE-ONE-DESK-FILE.
           MOVE DeskSetTag(DeskSetIndex) TO WantedTag
           MOVE DeskSetFileName(DeskSetIndex) TO MasterFileName
           MOVE SPACES TO GenerationFileName
           STRING WantedTag DELIMITED BY SPACE
               ".GEN" DELIMITED BY SIZE
               WantedGeneration DELIMITED BY SIZE
               INTO GenerationFileName
           END-STRING

           MOVE ZERO TO TagCountUsed ExpectedCount
           MOVE "N" TO ExpectedFoundSw
           PERFORM FIND-EXPECTED-COUNT

           CALL "CBL_COPY_FILE" USING GenerationFileName,
               MasterFileName
           DISPLAY "RESTORED ", MasterFileName, " FROM ",
               GenerationFileName

           EVALUATE DeskSetIndex
               WHEN 1 PERFORM COUNT-LOAN-FILE
               WHEN 2 PERFORM COUNT-COPY-FILE
               WHEN 3 PERFORM COUNT-RESERVE-FILE
               WHEN OTHER PERFORM COUNT-ACCOUNT-FILE
           END-EVALUATE
           DISPLAY "RESTORED RECORD COUNT = ", RestoredCount

           IF ExpectedFound
               IF RestoredCount = ExpectedCount
                   DISPLAY "COUNT MATCHES INVENTORY = ", ExpectedCount
               ELSE
                   DISPLAY "**ALERT** COUNT MISMATCH - INVENTORY = ",
                       ExpectedCount, " RESTORED = ", RestoredCount
                   SET DeskMismatch TO TRUE
               END-IF
           ELSE
               DISPLAY "..NO INVENTORY LINE FOR THAT GENERATION - "
                   "COUNT NOT PROVEN.."
               SET DeskMismatch TO TRUE
           END-IF.

       COUNT-LOAN-FILE.
           MOVE ZERO TO RestoredCount
           OPEN INPUT VideoLoanFile
           IF LoanFileOK
               READ VideoLoanFile NEXT RECORD
                   AT END SET EndOfLoanFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLoanFile
                   ADD 1 TO RestoredCount
                   READ VideoLoanFile NEXT RECORD
                       AT END SET EndOfLoanFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VideoLoanFile
           END-IF.

       COUNT-COPY-FILE.
           MOVE ZERO TO RestoredCount
           OPEN INPUT VideoCopyFile
           IF CopyFileOK
               READ VideoCopyFile NEXT RECORD
                   AT END SET EndOfCopyFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCopyFile
                   ADD 1 TO RestoredCount
                   READ VideoCopyFile NEXT RECORD
                       AT END SET EndOfCopyFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VideoCopyFile
           END-IF.

       COUNT-RESERVE-FILE.
           MOVE ZERO TO RestoredCount
           OPEN INPUT ReserveFile
           IF ReserveFileOK
               READ ReserveFile NEXT RECORD
                   AT END SET EndOfReserveFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfReserveFile
                   ADD 1 TO RestoredCount
                   READ ReserveFile NEXT RECORD
                       AT END SET EndOfReserveFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReserveFile
           END-IF.

       COUNT-ACCOUNT-FILE.
           MOVE ZERO TO RestoredCount
           OPEN INPUT BorrowerAccountFile
           IF AccountFileOK
               READ BorrowerAccountFile
                   AT END SET EndOfAccountLines TO TRUE
               END-READ
               PERFORM UNTIL EndOfAccountLines
                   ADD 1 TO RestoredCount
                   READ BorrowerAccountFile
                       AT END SET EndOfAccountLines TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BorrowerAccountFile
           END-IF.

       COUNT-VIDEO-MASTER.
           MOVE ZERO TO RestoredCount
           OPEN INPUT VideoFile
