       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-LAYOUTCUTOVER.
      *> One-shot conversion for the masters whose records grew
      *> again after MASTER-RECORDWIDEN - the same cutover
      *> discipline: an indexed or relative file will not open under
      *> a longer FD, so each file is moved aside and rewritten
      *> whole from the layout MASTER-RECORDWIDEN left behind, the
      *> new columns defaulted:
      *>   VIDEOCOPY.DAT  18 -> 42  unit cost zero, order line zeros,
      *>     condition date = the date added, format tape
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

       DATA DIVISION.
       FILE SECTION.
      *> the pre-cutover layouts, field for field as the copybooks
      *> stood before the new columns were added
       FD  OldCopyFile.
       01  OldCopyRecord.
           88  EndOfOldCopy        VALUE HIGH-VALUE.
           03  OldCopyKey.
               05  OldCopyVideoCode    PIC 9(5).
               05  OldCopyNumber       PIC 99.
           03  OldCopyDateAdded    PIC 9(8).
           03  OldCopyCondition    PIC X.
           03  OldCopyBranchCode   PIC 99.

       FD  NewCopyFile.
           COPY VIDCOPYREC.

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
               MOVE ZERO TO CopyUnitCost
               MOVE ZEROS TO CopyOrderRef
      *>       when the flag really changed is lost - the date added
      *>       keeps an old write-off out of this period's figures
               MOVE OldCopyDateAdded TO CopyConditionDate
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
