       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-PINCUTOVER.
      *> One-shot conversion for the operator master when the
      *> sign-on grew a PIN - the same cutover discipline as
      *> MASTER-FORMATCUTOVER: an indexed file will not open under a
      *> longer FD, so it is moved aside and rewritten whole from
      *> the layout MASTER-RECORDWIDEN left behind, the new columns
      *> defaulted:
      *>   OPERATOR.DAT   26 -> 45  starting PIN, no wrong PINs,
      *>     unlocked
      *> The supervisor running the cutover keys a starting PIN for
      *> each id as it is converted, kept scrambled and set to be
      *> changed at the operator's first sign-on - a record with no
      *> PIN is refused at the sign-on. The original survives as
      *> OPERATOR.OLD via CBL_COPY_FILE, and a file that will not
      *> open under the OLD layout is left untouched and reported -
      *> so a second run, or a file already converted, cannot
      *> destroy anything.
      *> Run once, before the first session under the new copybook.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldOperatorFile ASSIGN TO "OPERATOR.OLD"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OldOperatorId
             FILE STATUS IS OldFileStatus.

           SELECT NewOperatorFile ASSIGN TO "OPERATOR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OperatorId
             FILE STATUS IS NewFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> the pre-cutover layout, field for field as the copybook
      *> stood before the PIN columns were added
       FD  OldOperatorFile.
       01  OldOperatorRecord.
           88  EndOfOldOperator    VALUE HIGH-VALUE.
           03  OldOperatorId       PIC X(4).
           03  OldOperatorName     PIC X(20).
           03  OldOperatorActive   PIC X.
           03  OldOperatorRole     PIC X.

       FD  NewOperatorFile.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  OldFileStatus       PIC X(2).
           88  OldFileOK       VALUE "00".
       01  NewFileStatus       PIC X(2).

       01  LiveFileName        PIC X(20).
       01  OldFileName         PIC X(20).
       01  FileInfoWork        PIC X(16).
       01  ConvertedCount      PIC 9(5).
       01  StartingPin         PIC X(4).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM CONVERT-OPERATOR-FILE.
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

       CONVERT-OPERATOR-FILE.
           MOVE "OPERATOR.DAT" TO LiveFileName
           MOVE "OPERATOR.OLD" TO OldFileName
           PERFORM PARK-LIVE-ASIDE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OldOperatorFile
           IF NOT OldFileOK
               DISPLAY "..OPERATOR.OLD WILL NOT OPEN UNDER THE "
                   "OLD LAYOUT, STATUS = ", OldFileStatus,
                   " - ALREADY CONVERTED? LIVE FILE UNTOUCHED"
               CALL "CBL_DELETE_FILE" USING OldFileName
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING LiveFileName
           OPEN OUTPUT NewOperatorFile
           MOVE ZERO TO ConvertedCount
           READ OldOperatorFile NEXT RECORD
               AT END SET EndOfOldOperator TO TRUE
           END-READ
           PERFORM UNTIL EndOfOldOperator
               MOVE OldOperatorId TO OperatorId
               MOVE OldOperatorName TO OperatorName
               MOVE OldOperatorActive TO OperatorActiveFlag
               MOVE OldOperatorRole TO OperatorRoleCode
               PERFORM GET-STARTING-PIN
               MOVE ZERO TO OperatorFailedPinCount
               SET OperatorNotLocked TO TRUE
               WRITE OperatorRecord
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO ConvertedCount
               END-WRITE
               READ OldOperatorFile NEXT RECORD
                   AT END SET EndOfOldOperator TO TRUE
               END-READ
           END-PERFORM
           CLOSE OldOperatorFile, NewOperatorFile
           DISPLAY "OPERATOR RECORDS WIDENED  = ", ConvertedCount.

      *>   only the scrambled form is kept; a set date of zeros is
      *>   what makes the sign-on force the change, the same as
      *>   OPERATOR-MAINTAIN's RESET PIN
       GET-STARTING-PIN.
           DISPLAY "OPERATOR ", OperatorId, " ", OperatorName
           MOVE SPACES TO StartingPin
           PERFORM ACCEPT-ONE-PIN UNTIL StartingPin NUMERIC
           CALL "Sub-ScramblePin" USING OperatorId, StartingPin,
               OperatorPinScrambled
           MOVE ZEROS TO OperatorPinSetDate.

       ACCEPT-ONE-PIN.
           DISPLAY "ENTER STARTING PIN(4 DIGITS) : "
             WITH NO ADVANCING
           ACCEPT StartingPin
           IF StartingPin NOT NUMERIC
               DISPLAY "..PIN MUST BE 4 DIGITS - TRY AGAIN.."
           END-IF.
