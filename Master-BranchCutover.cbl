       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-BRANCHCUTOVER.
      *> One-shot conversion for the files that began to carry a
      *> branch: each reservation the branch it was taken at, so
      *> the weekly stock rotation can weigh one shop's queue
      *> against another's idle shelf, and each member the branch
      *> they joined at, so the branch comparison can count new
      *> members shop by shop - the same cutover discipline as
      *> MASTER-FORMATCUTOVER: an indexed or relative file will not
      *> open under a longer FD, so it is moved aside and rewritten
      *> whole with the new column defaulted:
      *>   RESERVE.DAT    40 -> 42  branch zeros
      *>   BORROWER.DAT  103 -> 105 joined-at branch zeros
      *> Zeros read as branch 1 the way an older copy or loan
      *> record does - nobody recorded where the reservations or
      *> members on file were taken on.
      *> Each original survives under its .OLD name via
      *> CBL_COPY_FILE, and a file that will not open under the OLD
      *> layout is left untouched and reported - so a second run, or
      *> a file already converted, cannot destroy anything.
      *> Run once, before the first session under the new copybooks.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldReserveFile ASSIGN TO "RESERVE.OLD"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OldReserveKey
             FILE STATUS IS OldFileStatus.

           SELECT NewReserveFile ASSIGN TO "RESERVE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ReserveKey
             FILE STATUS IS NewFileStatus.

           SELECT OldBorrowerFile ASSIGN TO "BORROWER.OLD"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS SEQUENTIAL
             RELATIVE KEY IS OldBorrowerSlot
             FILE STATUS IS OldFileStatus.

           SELECT NewBorrowerFile ASSIGN TO "BORROWER.DAT"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS NewBorrowerSlot
             FILE STATUS IS NewFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> the pre-cutover layouts, field for field as the copybooks
      *> stood before the branch columns were added
       FD  OldReserveFile.
       01  OldReserveRecord.
           88  EndOfOldReserve     VALUE HIGH-VALUE.
           03  OldReserveKey.
               05  OldReserveVideoCode PIC 9(5).
               05  OldReserveSeqNo     PIC 9(3).
           03  OldReserveBorrower  PIC 9(4).
           03  OldReserveDate      PIC 9(8).
           03  OldReserveFlag      PIC X.
           03  OldReserveFilled    PIC 9(8).
           03  OldReserveHeldCopy  PIC 99.
           03  OldReserveHeldDate  PIC 9(8).
           03  OldReserveFormat    PIC X.

       FD  NewReserveFile.
           COPY RESERVREC.

       FD  OldBorrowerFile.
       01  OldBorrowerRecord.
           03  OldBorrowerNumber   PIC 9(4).
           03  OldBorrowerName     PIC X(20).
           03  OldBorrowerPhone    PIC X(12).
           03  OldBorrowerDateOfBirth  PIC 9(8).
           03  OldBorrowerMembPaidTo   PIC 9(8).
           03  OldBorrowerJoinedDate   PIC 9(8).
           03  OldBorrowerAddress      PIC X(43).

       FD  NewBorrowerFile.
           COPY BORROWREC.

       WORKING-STORAGE SECTION.
       01  OldFileStatus       PIC X(2).
           88  OldFileOK       VALUE "00".
       01  NewFileStatus       PIC X(2).
       01  OldBorrowerSlot     PIC 9(4).
       01  NewBorrowerSlot     PIC 9(4).

       01  LiveFileName        PIC X(20).
       01  OldFileName         PIC X(20).
       01  FileInfoWork        PIC X(16).
       01  ConvertedCount      PIC 9(5).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM CONVERT-RESERVE-FILE.
           PERFORM CONVERT-BORROWER-FILE.
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

       CONVERT-RESERVE-FILE.
           MOVE "RESERVE.DAT" TO LiveFileName
           MOVE "RESERVE.OLD" TO OldFileName
           PERFORM PARK-LIVE-ASIDE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OldReserveFile
           IF NOT OldFileOK
               DISPLAY "..RESERVE.OLD WILL NOT OPEN UNDER THE "
                   "OLD LAYOUT, STATUS = ", OldFileStatus,
                   " - ALREADY CONVERTED? LIVE FILE UNTOUCHED"
               CALL "CBL_DELETE_FILE" USING OldFileName
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING LiveFileName
           OPEN OUTPUT NewReserveFile
           MOVE ZERO TO ConvertedCount
           READ OldReserveFile NEXT RECORD
               AT END SET EndOfOldReserve TO TRUE
           END-READ
           PERFORM UNTIL EndOfOldReserve
               MOVE OldReserveKey TO ReserveKey
               MOVE OldReserveBorrower TO ReserveBorrowerNumber
               MOVE OldReserveDate TO ReserveDate
               MOVE OldReserveFlag TO ReserveFilledFlag
               MOVE OldReserveFilled TO ReserveFilledDate
               MOVE OldReserveHeldCopy TO ReserveHeldCopyNumber
               MOVE OldReserveHeldDate TO ReserveHeldDate
               MOVE OldReserveFormat TO ReserveFormatPref
               MOVE ZERO TO ReserveBranchCode
               WRITE ReserveRecord
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO ConvertedCount
               END-WRITE
               READ OldReserveFile NEXT RECORD
                   AT END SET EndOfOldReserve TO TRUE
               END-READ
           END-PERFORM
           CLOSE OldReserveFile, NewReserveFile
           DISPLAY "RESERVE RECORDS WIDENED   = ", ConvertedCount.

       CONVERT-BORROWER-FILE.
           MOVE "BORROWER.DAT" TO LiveFileName
           MOVE "BORROWER.OLD" TO OldFileName
           PERFORM PARK-LIVE-ASIDE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OldBorrowerFile
           IF NOT OldFileOK
               DISPLAY "..BORROWER.OLD WILL NOT OPEN UNDER THE "
                   "OLD LAYOUT, STATUS = ", OldFileStatus,
                   " - ALREADY CONVERTED? LIVE FILE UNTOUCHED"
               CALL "CBL_DELETE_FILE" USING OldFileName
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING LiveFileName
           OPEN OUTPUT NewBorrowerFile
           MOVE ZERO TO ConvertedCount
           READ OldBorrowerFile
               AT END CONTINUE
           END-READ
           PERFORM UNTIL NOT OldFileOK
               MOVE OldBorrowerNumber TO BorrowerNumber
               MOVE OldBorrowerName TO BorrowerName
               MOVE OldBorrowerPhone TO BorrowerPhone
               MOVE OldBorrowerDateOfBirth TO BorrowerDateOfBirth
               MOVE OldBorrowerMembPaidTo TO BorrowerMembPaidTo
               MOVE OldBorrowerJoinedDate TO BorrowerJoinedDate
               MOVE OldBorrowerAddress TO BorrowerAddress
               MOVE ZERO TO BorrowerJoinedBranch
               MOVE "N" TO BorrowerBulletinOptOut
               MOVE OldBorrowerNumber TO NewBorrowerSlot
               WRITE BorrowerRecord
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO ConvertedCount
               END-WRITE
               READ OldBorrowerFile
                   AT END CONTINUE
               END-READ
           END-PERFORM
           CLOSE OldBorrowerFile, NewBorrowerFile
           DISPLAY "BORROWER RECORDS WIDENED  = ", ConvertedCount.
