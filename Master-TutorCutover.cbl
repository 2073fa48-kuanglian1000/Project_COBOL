       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-TUTORCUTOVER.
      *> One-shot conversion for the academic masters when results
      *> and registers began to carry the tutor who keyed them -
      *> the same cutover discipline as MASTER-VOUCHERCUTOVER: an
      *> indexed file will not open under a longer FD, so each file
      *> is moved aside and rewritten whole with the new column
      *> defaulted:
      *>   GRADES.DAT     19 -> 23  entered by spaces
      *>   ATTEND.DAT     26 -> 30  taken by spaces
      *> Nobody can now say which tutor keyed a result or a mark
      *> already on file, so those carry no tutor rather than a
      *> guessed one - only entries keyed from the cutover on are
      *> stamped. Each original survives as <name>.OLD via
      *> CBL_COPY_FILE, and a file that will not open under the OLD
      *> layout is left untouched and reported - so a second run,
      *> or a file already converted, cannot destroy anything.
      *> Run once, before the first session under the new copybooks.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldGradeFile ASSIGN TO "GRADES.OLD"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OldGradeKey
             FILE STATUS IS OldFileStatus.

           SELECT NewGradeFile ASSIGN TO "GRADES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GradeKey
             FILE STATUS IS NewFileStatus.

           SELECT OldAttendFile ASSIGN TO "ATTEND.OLD"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OldAttendKey
             FILE STATUS IS OldFileStatus.

           SELECT NewAttendFile ASSIGN TO "ATTEND.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AttendKey
             FILE STATUS IS NewFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> the pre-cutover layouts, field for field as the copybooks
      *> stood before the tutor columns were added
       FD  OldGradeFile.
       01  OldGradeRecord.
           88  EndOfOldGrade       VALUE HIGH-VALUE.
           03  OldGradeKey.
               05  OldGradeStudentId   PIC X(7).
               05  OldGradeCourseCode  PIC X(4).
               05  OldGradeTerm        PIC X(6).
           03  OldGradeValue       PIC XX.

       FD  NewGradeFile.
           COPY GRADEREC.

       FD  OldAttendFile.
       01  OldAttendRecord.
           88  EndOfOldAttend      VALUE HIGH-VALUE.
           03  OldAttendKey.
               05  OldAttStudentId     PIC X(7).
               05  OldAttCourseCode    PIC X(4).
               05  OldAttTerm          PIC X(6).
               05  OldAttSessionDate   PIC 9(8).
           03  OldAttPresentFlag   PIC X.

       FD  NewAttendFile.
           COPY ATTENDREC.

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
           PERFORM CONVERT-GRADE-FILE.
           PERFORM CONVERT-ATTEND-FILE.
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

       CONVERT-GRADE-FILE.
           MOVE "GRADES.DAT" TO LiveFileName
           MOVE "GRADES.OLD" TO OldFileName
           PERFORM PARK-LIVE-ASIDE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OldGradeFile
           IF NOT OldFileOK
               DISPLAY "..GRADES.OLD WILL NOT OPEN UNDER THE "
                   "OLD LAYOUT, STATUS = ", OldFileStatus,
                   " - ALREADY CONVERTED? LIVE FILE UNTOUCHED"
               CALL "CBL_DELETE_FILE" USING OldFileName
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING LiveFileName
           OPEN OUTPUT NewGradeFile
           MOVE ZERO TO ConvertedCount
           READ OldGradeFile NEXT RECORD
               AT END SET EndOfOldGrade TO TRUE
           END-READ
           PERFORM UNTIL EndOfOldGrade
               MOVE OldGradeStudentId TO GradeStudentId
               MOVE OldGradeCourseCode TO GradeCourseCode
               MOVE OldGradeTerm TO GradeTerm
               MOVE OldGradeValue TO GradeValue
               MOVE SPACES TO GradeEnteredBy
               WRITE GradeRecord
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO ConvertedCount
               END-WRITE
               READ OldGradeFile NEXT RECORD
                   AT END SET EndOfOldGrade TO TRUE
               END-READ
           END-PERFORM
           CLOSE OldGradeFile, NewGradeFile
           DISPLAY "GRADE RECORDS WIDENED     = ", ConvertedCount.

       CONVERT-ATTEND-FILE.
           MOVE "ATTEND.DAT" TO LiveFileName
           MOVE "ATTEND.OLD" TO OldFileName
           PERFORM PARK-LIVE-ASIDE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OldAttendFile
           IF NOT OldFileOK
               DISPLAY "..ATTEND.OLD WILL NOT OPEN UNDER THE "
                   "OLD LAYOUT, STATUS = ", OldFileStatus,
                   " - ALREADY CONVERTED? LIVE FILE UNTOUCHED"
               CALL "CBL_DELETE_FILE" USING OldFileName
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING LiveFileName
           OPEN OUTPUT NewAttendFile
           MOVE ZERO TO ConvertedCount
           READ OldAttendFile NEXT RECORD
               AT END SET EndOfOldAttend TO TRUE
           END-READ
           PERFORM UNTIL EndOfOldAttend
               MOVE OldAttStudentId TO AttStudentId
               MOVE OldAttCourseCode TO AttCourseCode
               MOVE OldAttTerm TO AttTerm
               MOVE OldAttSessionDate TO AttSessionDate
               MOVE OldAttPresentFlag TO AttPresentFlag
               MOVE SPACES TO AttTakenBy
               WRITE AttendRecord
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO ConvertedCount
               END-WRITE
               READ OldAttendFile NEXT RECORD
                   AT END SET EndOfOldAttend TO TRUE
               END-READ
           END-PERFORM
           CLOSE OldAttendFile, NewAttendFile
           DISPLAY "ATTEND RECORDS WIDENED    = ", ConvertedCount.
