       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-AWARDCUTOVER.
      *> One-shot conversion for the tuition invoice file when
      *> invoices began to show the bursary awards taken off the
      *> course fee - the same cutover discipline as
      *> MASTER-CREDITCUTOVER: an indexed file will not open under
      *> a longer FD, so it is moved aside and rewritten whole with
      *> the new columns defaulted:
      *>   TUITION.DAT  40 -> 54  gross = amount billed, no award
      *> Every invoice already raised was billed in full, so its
      *> gross is what it stands at and its award is zero - the
      *> net the student owes does not move. The original survives
      *> as TUITION.OLD via CBL_COPY_FILE, and a file that will not
      *> open under the OLD layout is left untouched and reported -
      *> so a second run, or a file already converted, cannot
      *> destroy anything.
      *> Run once, before the first session under the new copybook.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldTuitionFile ASSIGN TO "TUITION.OLD"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OldTuitKey
             FILE STATUS IS OldFileStatus.

           SELECT NewTuitionFile ASSIGN TO "TUITION.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TuitKey
             FILE STATUS IS NewFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> the pre-cutover layout, field for field as the copybook
      *> stood before the gross and award columns were added
       FD  OldTuitionFile.
       01  OldTuitionRecord.
           88  EndOfOldTuition     VALUE HIGH-VALUE.
           03  OldTuitKey.
               05  OldTuitStudentId    PIC X(7).
               05  OldTuitCourseCode   PIC X(4).
               05  OldTuitTerm         PIC X(6).
           03  OldTuitInvoiceDate  PIC 9(8).
           03  OldTuitAmount       PIC 9(5)V99.
           03  OldTuitPaidAmount   PIC 9(5)V99.
           03  OldTuitStatusFlag   PIC X.

       FD  NewTuitionFile.
           COPY TUITINVREC.

       WORKING-STORAGE SECTION.
       01  OldFileStatus       PIC X(2).
           88  OldFileOK       VALUE "00".
       01  NewFileStatus       PIC X(2).

       01  LiveFileName        PIC X(20).
       01  OldFileName         PIC X(20).
       01  FileInfoWork        PIC X(16).
       01  ConvertedCount      PIC 9(5).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM CONVERT-TUITION-FILE.
           DISPLAY "..ORIGINAL KEPT UNDER ITS .OLD NAME..".
           GOBACK.

      *>   the live file goes aside whole FIRST, and the live name
      *>   is only rewritten once the .OLD copy proves it opens
      *>   under the old layout - a file that refuses (absent, or
      *>   already converted) is reported and left exactly as found
       PARK-LIVE-ASIDE.
           CALL "CBL_CHECK_FILE_EXIST" USING LiveFileName,
               FileInfoWork
           IF RETURN-CODE NOT = 0
               DISPLAY "..", LiveFileName, " NOT ON DISK - SKIPPED"
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL "CBL_COPY_FILE" USING LiveFileName, OldFileName
               IF RETURN-CODE NOT = 0
                   DISPLAY "..COULD NOT COPY ", LiveFileName,
                       " ASIDE - SKIPPED, FILE UNTOUCHED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CONVERT-TUITION-FILE.
           MOVE "TUITION.DAT" TO LiveFileName
           MOVE "TUITION.OLD" TO OldFileName
           PERFORM PARK-LIVE-ASIDE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OldTuitionFile
           IF NOT OldFileOK
               DISPLAY "..TUITION.OLD WILL NOT OPEN UNDER THE "
                   "OLD LAYOUT, STATUS = ", OldFileStatus,
                   " - ALREADY CONVERTED? LIVE FILE UNTOUCHED"
               CALL "CBL_DELETE_FILE" USING OldFileName
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING LiveFileName
           OPEN OUTPUT NewTuitionFile
           MOVE ZERO TO ConvertedCount
           READ OldTuitionFile NEXT RECORD
               AT END SET EndOfOldTuition TO TRUE
           END-READ
           PERFORM UNTIL EndOfOldTuition
               MOVE OldTuitKey TO TuitKey
               MOVE OldTuitInvoiceDate TO TuitInvoiceDate
               MOVE OldTuitAmount TO TuitAmount
               MOVE OldTuitPaidAmount TO TuitPaidAmount
               MOVE OldTuitStatusFlag TO TuitStatusFlag
               MOVE OldTuitAmount TO TuitGrossAmount
               MOVE ZERO TO TuitAwardAmount
               WRITE TuitionRecord
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO ConvertedCount
               END-WRITE
               READ OldTuitionFile NEXT RECORD
                   AT END SET EndOfOldTuition TO TRUE
               END-READ
           END-PERFORM
           CLOSE OldTuitionFile, NewTuitionFile
           DISPLAY "TUITION RECORDS WIDENED   = ", ConvertedCount.
