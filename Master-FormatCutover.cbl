       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-FORMATCUTOVER.
      *> One-shot conversion for the two masters that grew a format
      *> column when the shop started stocking discs beside tapes -
      *> the same cutover discipline as MASTER-LAYOUTCUTOVER: an
      *> indexed file will not open under a longer FD, so each file
      *> is moved aside and rewritten whole from the layout
      *> MASTER-LAYOUTCUTOVER left behind, the new column defaulted:
      *>   VIDEOCOPY.DAT  41 -> 42  format tape - every copy bought
      *>     before the change was one
      *>   RESERVE.DAT    39 -> 40  format preference space, either
      *>     format - nobody queued before discs asked for one
      *> Each original survives as <name>.OLD via CBL_COPY_FILE,
      *> and a file that will not open under the OLD layout is left
      *> untouched and reported - so a second run, or a file
      *> already converted, cannot destroy anything. Run once,
      *> before the first session under the new copybooks.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldCopyFile ASSIGN TO "VIDEOCOPY.OLD"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OldCopyKey
             FILE STATUS IS OldFileStatus.

           SELECT NewCopyFile ASSIGN TO "VIDEOCOPY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CopyKey
             FILE STATUS IS NewFileStatus.

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

       DATA DIVISION.
       FILE SECTION.
      *> the pre-cutover layouts, field for field as the copybooks
      *> stood before the format columns were added
       FD  OldCopyFile.
       01  OldCopyRecord.
           88  EndOfOldCopy        VALUE HIGH-VALUE.
           03  OldCopyKey.
               05  OldCopyVideoCode    PIC 9(5).
               05  OldCopyNumber       PIC 99.
           03  OldCopyDateAdded    PIC 9(8).
           03  OldCopyCondition    PIC X.
           03  OldCopyBranchCode   PIC 99.
           03  OldCopyUnitCost     PIC 9(5)V99.
           03  OldCopyOrderRef.
               05  OldCopyOrderNumber  PIC 9(5).
               05  OldCopyOrderLine    PIC 9(3).
           03  OldCopyConditionDate    PIC 9(8).

       FD  NewCopyFile.
           COPY VIDCOPYREC.

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

       FD  NewReserveFile.
           COPY RESERVREC.

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
           PERFORM CONVERT-COPY-FILE.
           PERFORM CONVERT-RESERVE-FILE.
           DISPLAY "..ORIGINALS KEPT UNDER THEIR .OLD NAMES..".
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

       CONVERT-COPY-FILE.
           MOVE "VIDEOCOPY.DAT" TO LiveFileName
           MOVE "VIDEOCOPY.OLD" TO OldFileName
           PERFORM PARK-LIVE-ASIDE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OldCopyFile
           IF NOT OldFileOK
               DISPLAY "..VIDEOCOPY.OLD WILL NOT OPEN UNDER THE "
                   "OLD LAYOUT, STATUS = ", OldFileStatus,
                   " - ALREADY CONVERTED? LIVE FILE UNTOUCHED"
               CALL "CBL_DELETE_FILE" USING OldFileName
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING LiveFileName
           OPEN OUTPUT NewCopyFile
           MOVE ZERO TO ConvertedCount
           READ OldCopyFile NEXT RECORD
               AT END SET EndOfOldCopy TO TRUE
           END-READ
           PERFORM UNTIL EndOfOldCopy
               MOVE OldCopyKey TO CopyKey
               MOVE OldCopyDateAdded TO CopyDateAdded
               MOVE OldCopyCondition TO CopyConditionFlag
               MOVE OldCopyBranchCode TO CopyBranchCode
               MOVE OldCopyUnitCost TO CopyUnitCost
               MOVE OldCopyOrderRef TO CopyOrderRef
               MOVE OldCopyConditionDate TO CopyConditionDate
               SET CopyOnTape TO TRUE
               WRITE VideoCopyRecord
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO ConvertedCount
               END-WRITE
               READ OldCopyFile NEXT RECORD
                   AT END SET EndOfOldCopy TO TRUE
               END-READ
           END-PERFORM
           CLOSE OldCopyFile, NewCopyFile
           DISPLAY "VIDEOCOPY RECORDS WIDENED = ", ConvertedCount.

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
               SET ReserveAnyFormat TO TRUE
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
