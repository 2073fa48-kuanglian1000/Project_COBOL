       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-BULLETINCUTOVER.
      *> One-shot conversion for the borrower master when members
      *> were given the choice of not receiving the weekly
      *> new-arrivals bulletin - the same cutover discipline as
      *> MASTER-FORMATCUTOVER: a relative file will not open (or
      *> will read scrambled slots) under a longer FD, so it is
      *> moved aside and rewritten whole from the layout
      *> MASTER-BRANCHCUTOVER left behind, the new column
      *> defaulted:
      *>   BORROWER.DAT  105 -> 106 opt-out "N"
      *> Every member on file gets the bulletin until they say
      *> otherwise at the desk through BORROWER-MAINTAIN. The
      *> original survives as BORROWER.OLD via CBL_COPY_FILE, and a
      *> file that will not open under the OLD layout is left
      *> untouched and reported - so a second run, or a file
      *> already converted, cannot destroy anything.
      *> Run once, before the first session under the new copybook.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *> the pre-cutover layout, field for field as the copybook
      *> stood before the opt-out column was added
       FD  OldBorrowerFile.
       01  OldBorrowerRecord.
           03  OldBorrowerNumber   PIC 9(4).
           03  OldBorrowerName     PIC X(20).
           03  OldBorrowerPhone    PIC X(12).
           03  OldBorrowerDateOfBirth  PIC 9(8).
           03  OldBorrowerMembPaidTo   PIC 9(8).
           03  OldBorrowerJoinedDate   PIC 9(8).
           03  OldBorrowerAddress      PIC X(43).
           03  OldBorrowerJoinedBranch PIC 99.

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
               MOVE OldBorrowerJoinedBranch TO BorrowerJoinedBranch
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
