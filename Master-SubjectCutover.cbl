       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-SUBJECTCUTOVER.
      *> One-shot conversion for the course reference master when
      *> courses began to carry a subject, so the term prospectus
      *> can group and index them - the same cutover discipline as
      *> MASTER-CREDITCUTOVER: an indexed file will not open under a
      *> longer FD, so it is moved aside and rewritten whole with
      *> the new column defaulted:
      *>   IDXCOURSE.DAT  37 -> 52  subject spaces
      *> Rebuilding from SEQCOURSE.DAT instead would lose the fees
      *> and credits the office has keyed - this keeps them. Every
      *> course is listed under GENERAL until its subject is keyed
      *> through PREREQ-MAINTAIN. The original survives as
      *> IDXCOURSE.OLD via CBL_COPY_FILE, and a file that will not
      *> open under the OLD layout is left untouched and reported -
      *> so a second run, or a file already converted, cannot
      *> destroy anything.
      *> Run once, before the first session under the new copybook.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldCourseFile ASSIGN TO "IDXCOURSE.OLD"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OldCourseCode
             FILE STATUS IS OldFileStatus.

           SELECT NewCourseFile ASSIGN TO "IDXCOURSE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CourseCode
             FILE STATUS IS NewFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> the pre-cutover layout, field for field as the copybook
      *> stood before the subject column was added
       FD  OldCourseFile.
       01  OldCourseRecord.
           88  EndOfOldCourse      VALUE HIGH-VALUE.
           03  OldCourseCode       PIC X(4).
           03  OldCourseName       PIC X(20).
           03  OldCourseActiveFlag PIC X.
           03  OldCourseCapacity   PIC 9(3).
           03  OldCourseFeeAmount  PIC 9(5)V99.
           03  OldCourseCredits    PIC 99.

       FD  NewCourseFile.
           COPY COURSEREC.

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
           PERFORM CONVERT-COURSE-FILE.
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

       CONVERT-COURSE-FILE.
           MOVE "IDXCOURSE.DAT" TO LiveFileName
           MOVE "IDXCOURSE.OLD" TO OldFileName
           PERFORM PARK-LIVE-ASIDE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OldCourseFile
           IF NOT OldFileOK
               DISPLAY "..IDXCOURSE.OLD WILL NOT OPEN UNDER THE "
                   "OLD LAYOUT, STATUS = ", OldFileStatus,
                   " - ALREADY CONVERTED? LIVE FILE UNTOUCHED"
               CALL "CBL_DELETE_FILE" USING OldFileName
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING LiveFileName
           OPEN OUTPUT NewCourseFile
           MOVE ZERO TO ConvertedCount
           READ OldCourseFile NEXT RECORD
               AT END SET EndOfOldCourse TO TRUE
           END-READ
           PERFORM UNTIL EndOfOldCourse
               MOVE OldCourseCode TO CourseCode
               MOVE OldCourseName TO CourseName
               MOVE OldCourseActiveFlag TO CourseActiveFlag
               MOVE OldCourseCapacity TO CourseCapacity
               MOVE OldCourseFeeAmount TO CourseFeeAmount
               MOVE OldCourseCredits TO CourseCredits
               MOVE SPACES TO CourseSubject
               WRITE CourseRecord
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO ConvertedCount
               END-WRITE
               READ OldCourseFile NEXT RECORD
                   AT END SET EndOfOldCourse TO TRUE
               END-READ
           END-PERFORM
           CLOSE OldCourseFile, NewCourseFile
           DISPLAY "COURSE RECORDS WIDENED    = ", ConvertedCount.
