      *> per course/term with the course's name and capacity off
      *> IDXCOURSE.DAT and an enrolled-versus-capacity summary line
      *> per block - so a full course shows up on paper before the
      *> room overflows. Each block also names the tutor
      *> COURSE-TUTOR.DAT assigns to the course/term, off TUTOR.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS CourseCode
             FILE STATUS IS CourseFileStatus.

           SELECT TutorFile ASSIGN TO "TUTOR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS TutorId
             FILE STATUS IS TutorStatus.

           SELECT CourseTutorFile ASSIGN TO "COURSE-TUTOR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CourseTutorKey
             FILE STATUS IS CourseTutorStatus.

           SELECT SortedRosterFile ASSIGN TO "ROSTER-SORTED.TEMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SortedFileStatus.
       FD  CourseFile.
           COPY COURSEREC.

       FD  TutorFile.
           COPY TUTORREC.

       FD  CourseTutorFile.
           COPY CRSTUTREC.

       FD  SortedRosterFile.
       01  SortedRosterRec.
           88  EndOfSortedFile     VALUE HIGH-VALUES.
           88  StudentFound    VALUE "00".
       01  CourseFileStatus    PIC X(2).
           88  CourseFound     VALUE "00".
       01  TutorStatus         PIC X(2).
           88  TutorFound      VALUE "00".
       01  CourseTutorStatus   PIC X(2).
           88  CourseTutorFileOK   VALUE "00".
           88  AssignmentFound VALUE "00".
       01  TutorFilesOpenSw    PIC X VALUE "N".
           88  TutorFilesOpen  VALUE "Y".
       01  SortedFileStatus    PIC X(2).
           88  SortedFileOK    VALUE "00".
       01  WorkFileStatus      PIC X(2).
           03  FILLER          PIC X(11) VALUE " CAPACITY =".
           03  ChdCapacity     PIC ZZ9.

      *> who teaches the block, off COURSE-TUTOR.DAT and TUTOR.DAT
       01  TutorHeadingLine.
           03  FILLER          PIC X(9) VALUE "TUTOR  : ".
           03  ThdTutorId      PIC X(4).
           03  FILLER          PIC XX VALUE SPACES.
           03  ThdTutorName    PIC X(20).

       01  StudentDetailLine.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  DtlStudentId    PIC X(7).
           OPEN OUTPUT ReportFile
           PERFORM CHECK-REPORT-STATUS
           OPEN INPUT CourseFile.
           OPEN INPUT CourseTutorFile
           IF CourseTutorFileOK
               OPEN INPUT TutorFile
               SET TutorFilesOpen TO TRUE
           END-IF.

           IF NOT RunFailed
               WRITE ReportLine FROM ReportHeading
               END-IF

               CLOSE SortedRosterFile, ReportFile, CourseFile
               IF TutorFilesOpen
                   CLOSE CourseTutorFile, TutorFile
               END-IF
           END-IF.

       BREAK-TO-NEW-COURSE.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM CourseHeadingLine
           PERFORM PRINT-BLOCK-TUTOR
           MOVE SortedCourseCode TO PriorCourseCode
           MOVE SortedTerm TO PriorTerm.

           END-IF
           WRITE ReportLine FROM EnrolledSummaryLine
           MOVE ZERO TO EnrolledCount.

      *>   a course/term nobody has been assigned to - or a site
      *>   with no assignments yet - says so rather than leaving the
      *>   line off
       PRINT-BLOCK-TUTOR.
           MOVE SPACES TO ThdTutorId
           MOVE "**NOT ASSIGNED**" TO ThdTutorName
           IF TutorFilesOpen
               MOVE SortedCourseCode TO CtaCourseCode
               MOVE SortedTerm TO CtaTerm
               READ CourseTutorFile
                   INVALID KEY CONTINUE
               END-READ
               IF AssignmentFound
                   MOVE CtaTutorId TO ThdTutorId
                   MOVE CtaTutorId TO TutorId
                   READ TutorFile
                       INVALID KEY
                           MOVE "**UNKNOWN TUTOR**" TO TutorName
                   END-READ
                   MOVE TutorName TO ThdTutorName
               END-IF
           END-IF
           WRITE ReportLine FROM TutorHeadingLine.
