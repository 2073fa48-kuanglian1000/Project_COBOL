       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTOR-WORKLOAD.
      *> Termly tutor workload off COURSE-TUTOR.DAT, so teaching
      *> hours can be balanced before a term starts rather than
      *> complained about halfway through it. For each term, each
      *> tutor's assigned courses are listed with the students
      *> actively enrolled in them (ENROLL.DAT) and the weekly
      *> hours the timetable runs them for (TIMETABLE.DAT, end
      *> minus start of every session), then totalled against the
      *> hours TUTOR.DAT says the tutor is contracted for and marked
      *> over or under. An active tutor with nothing assigned in a
      *> term is listed too - that is spare capacity - and courses
      *> with enrollments or sessions but no tutor are gathered
      *> under NOT ASSIGNED at the head of the term. One term is
      *> chosen with WORKLOAD-TERM= on REPORT-PARAMS.DAT; without
      *> it every term with assignments prints. Same SORT ... INPUT
      *> PROCEDURE ... GIVING shape COURSE-ROSTERREPORT uses,
      *> output to TUTOR-WORKLOAD-RPT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CourseTutorFile ASSIGN TO "COURSE-TUTOR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CourseTutorKey
             FILE STATUS IS CourseTutorStatus.

           SELECT TutorFile ASSIGN TO "TUTOR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TutorId
             FILE STATUS IS TutorStatus.

           SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EnrollKey
             FILE STATUS IS EnrollFileStatus.

           SELECT TimetableFile ASSIGN TO "TIMETABLE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TimetableKey
             FILE STATUS IS TimetableStatus.

           SELECT CourseFile ASSIGN TO "IDXCOURSE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CourseCode
             FILE STATUS IS CourseFileStatus.

           SELECT SortedLoadFile ASSIGN TO "WORKLOAD-SORTED.TEMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SortedFileStatus.

           SELECT WorkFile ASSIGN TO "WORK.TEMP"
             FILE STATUS IS WorkFileStatus.

           SELECT ReportFile ASSIGN TO "TUTOR-WORKLOAD-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

      *> small parameter file read at start-up - the supervisor's
      *> selection for this run, echoed in the report heading; with
      *> no file (or no matching keyword) every term prints
           SELECT ReportParamsFile ASSIGN TO "REPORT-PARAMS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportParamsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CourseTutorFile.
           COPY CRSTUTREC.

       FD  TutorFile.
           COPY TUTORREC.

       FD  EnrollFile.
           COPY ENROLLREC.

       FD  TimetableFile.
           COPY TIMETABREC.

       FD  CourseFile.
           COPY COURSEREC.

      *> one line per thing that loads a tutor's term - the
      *> assignment itself, each active enrollment, each timetabled
      *> session - summed back together per course as it prints; a
      *> line with no course is an active tutor's place holder
       FD  SortedLoadFile.
       01  SortedLoadRec.
           88  EndOfSortedFile     VALUE HIGH-VALUES.
           03  SortedTerm          PIC X(6).
           03  SortedTutorId       PIC X(4).
           03  SortedCourseCode    PIC X(4).
           03  SortedStudents      PIC 9(3).
           03  SortedSessions      PIC 9(2).
           03  SortedMinutes       PIC 9(5).

       SD  WorkFile.
       01  WorkRec.
           03  wTerm               PIC X(6).
           03  wTutorId            PIC X(4).
           03  wCourseCode         PIC X(4).
           03  wStudents           PIC 9(3).
           03  wSessions           PIC 9(2).
           03  wMinutes            PIC 9(5).

       FD  ReportFile.
       01  ReportLine  PIC X(80).

       FD  ReportParamsFile.
       01  ReportParamLine.
           88  EndOfParamsFile VALUE HIGH-VALUES.
           03  FILLER          PIC X(33).

       WORKING-STORAGE SECTION.
       01  CourseTutorStatus   PIC X(2).
           88  CourseTutorFileOK   VALUE "00".
           88  AssignmentFound VALUE "00".
       01  TutorStatus         PIC X(2).
           88  TutorFileOK     VALUE "00".
       01  EnrollFileStatus    PIC X(2).
           88  EnrollFileOK    VALUE "00".
       01  TimetableStatus     PIC X(2).
           88  TimetableFileOK VALUE "00".
       01  CourseFileStatus    PIC X(2).
           88  CourseFound     VALUE "00".
       01  SortedFileStatus    PIC X(2).
           88  SortedFileOK    VALUE "00".
       01  WorkFileStatus      PIC X(2).
           88  WorkFileOK      VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".
       01  ReportParamsStatus  PIC X(2).
           88  ParamsFileOK    VALUE "00".
       01  ParamKeyword        PIC X(14).
       01  ParamValue          PIC X(20).

      *> the run's term, every term when no parameter narrowed it
       01  WantedTerm          PIC X(6) VALUE SPACES.

      *> the terms the assignments cover, so an idle tutor can be
      *> given a place in each
       01  TermTable.
           03  TermEntry       PIC X(6) OCCURS 20 TIMES.
       01  TermCount           PIC 99 VALUE ZERO.
       01  TermIndex           PIC 99.
       01  TermKnownSw         PIC X.
           88  TermKnown       VALUE "Y".

      *> an HHMM time turned into minutes past midnight
       01  ClockTime           PIC 9(4).
       01  ClockHours          PIC 99.
       01  ClockMinutes        PIC 99.
       01  StartMinutes        PIC 9(4).
       01  EndMinutes          PIC 9(4).

       01  PriorTerm           PIC X(6) VALUE HIGH-VALUES.
       01  PriorTutorId        PIC X(4) VALUE HIGH-VALUES.
       01  PriorCourseCode     PIC X(4) VALUE HIGH-VALUES.
       01  TutorBlockOpenSw    PIC X VALUE "N".
           88  TutorBlockOpen  VALUE "Y".
       01  CourseLineOpenSw    PIC X VALUE "N".
           88  CourseLineOpen  VALUE "Y".
       01  BlockContractHours  PIC 99V9.

       01  CourseStudents      PIC 9(4).
       01  CourseSessions      PIC 9(3).
       01  CourseMinutes       PIC 9(5).
       01  TutorCourses        PIC 9(3).
       01  TutorStudents       PIC 9(5).
       01  TutorMinutes        PIC 9(5).
       01  TutorHours          PIC 9(3)V9.

       01  TutorsPrinted       PIC 9(5) VALUE ZERO.
       01  TutorsOverContract  PIC 9(5) VALUE ZERO.
       01  TutorsUnderContract PIC 9(5) VALUE ZERO.

       01  UnknownCourseName   PIC X(20)
             VALUE "**UNKNOWN COURSE**".

       01  ReportHeading       PIC X(23)
             VALUE "=TUTOR WORKLOAD REPORT=".

       01  ParamEchoLine.
           03  FILLER          PIC X(16) VALUE "SELECTED TERM : ".
           03  EchoTerm        PIC X(11).

       01  TermHeadingLine.
           03  FILLER          PIC X(11) VALUE "=== TERM : ".
           03  ThdTerm         PIC X(6).
           03  FILLER          PIC X(4) VALUE " ===".

       01  TutorHeadingLine.
           03  FILLER          PIC X(9) VALUE "TUTOR  : ".
           03  TuhTutorId      PIC X(4).
           03  FILLER          PIC XX VALUE SPACES.
           03  TuhTutorName    PIC X(20).
           03  TuhContractLabel    PIC X(12).
           03  TuhContractHours    PIC ZZ.9.

       01  CourseDetailLine.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  DtlCourseCode   PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlCourseName   PIC X(20).
           03  FILLER          PIC X(11) VALUE " STUDENTS =".
           03  DtlStudents     PIC ZZZ9.
           03  FILLER          PIC X(11) VALUE " SESSIONS =".
           03  DtlSessions     PIC ZZ9.
           03  FILLER          PIC X(11) VALUE " HOURS/WK =".
           03  DtlHours        PIC ZZ9.9.

       01  NoCoursesLine       PIC X(40)
             VALUE "   NO COURSES ASSIGNED THIS TERM".

       01  TutorTotalLine.
           03  FILLER          PIC X(12) VALUE "   COURSES =".
           03  TtlCourses      PIC ZZ9.
           03  FILLER          PIC X(11) VALUE " STUDENTS =".
           03  TtlStudents     PIC ZZZZ9.
           03  FILLER          PIC X(11) VALUE " HOURS/WK =".
           03  TtlHours        PIC ZZ9.9.
           03  FILLER          PIC X VALUE SPACE.
           03  TtlContractMarker   PIC X(20).

       01  RunTotalLine.
           03  FILLER          PIC X(17) VALUE "TUTORS LISTED   =".
           03  RtlTutors       PIC ZZZZ9.
           03  FILLER          PIC X(17) VALUE "  OVER CONTRACT =".
           03  RtlOver         PIC ZZZZ9.
           03  FILLER          PIC X(18) VALUE "  UNDER CONTRACT =".
           03  RtlUnder        PIC ZZZZ9.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM LOAD-REPORT-PARAMS.
           SORT WorkFile ON ASCENDING KEY wTerm, wTutorId,
                   wCourseCode
               INPUT PROCEDURE IS GATHER-TUTOR-LOAD
               GIVING SortedLoadFile.
           PERFORM CHECK-WORK-STATUS.

           IF NOT RunFailed
               PERFORM PRINT-WORKLOAD-REPORT
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> same "DISPLAY the bad status, trip RunFailed" paragraph
      *> shape used by every other program touched for this
       CHECK-WORK-STATUS.
           IF NOT WorkFileOK
               DISPLAY "..SORT WORK FILE ERROR, STATUS = ",
                   WorkFileStatus
               SET RunFailed TO TRUE
           END-IF.

       CHECK-SORTED-STATUS.
           IF NOT SortedFileOK
               DISPLAY "..SORTED WORKLOAD FILE ERROR, STATUS = ",
                   SortedFileStatus
               SET RunFailed TO TRUE
           END-IF.

       CHECK-REPORT-STATUS.
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
           END-IF.

      *>   the keyword=value parameter lines, UNSTRUNG the same way
      *>   the other parameterised reports split them
       LOAD-REPORT-PARAMS.
           OPEN INPUT ReportParamsFile
           IF ParamsFileOK
               READ ReportParamsFile
                   AT END SET EndOfParamsFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfParamsFile
                   MOVE SPACES TO ParamKeyword ParamValue
                   UNSTRING ReportParamLine DELIMITED BY "="
                       INTO ParamKeyword, ParamValue
                   END-UNSTRING
                   IF ParamKeyword = "WORKLOAD-TERM"
                       MOVE ParamValue TO WantedTerm
                   END-IF
                   READ ReportParamsFile
                       AT END SET EndOfParamsFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReportParamsFile
           END-IF.

      *>   no assignments on file is nothing to report, not a
      *>   failure - the office may simply not have started
       GATHER-TUTOR-LOAD.
           OPEN INPUT CourseTutorFile
           IF NOT CourseTutorFileOK
               DISPLAY "..NO COURSE TUTOR ASSIGNMENTS ON FILE - "
                   "EMPTY REPORT.."
               EXIT PARAGRAPH
           END-IF
           PERFORM GATHER-ASSIGNMENTS
           PERFORM GATHER-ENROLLMENTS
           PERFORM GATHER-SESSIONS
           PERFORM GATHER-IDLE-TUTORS
           CLOSE CourseTutorFile.

       GATHER-ASSIGNMENTS.
           MOVE LOW-VALUES TO CourseTutorKey
           START CourseTutorFile KEY IS NOT LESS THAN CourseTutorKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ CourseTutorFile NEXT RECORD
               AT END SET EndOfCourseTutorFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCourseTutorFile
               IF WantedTerm = SPACES OR CtaTerm = WantedTerm
                   MOVE CtaTerm TO wTerm
                   MOVE CtaTutorId TO wTutorId
                   MOVE CtaCourseCode TO wCourseCode
                   MOVE ZERO TO wStudents wSessions wMinutes
                   RELEASE WorkRec
                   PERFORM NOTE-TERM
               END-IF
               READ CourseTutorFile NEXT RECORD
                   AT END SET EndOfCourseTutorFile TO TRUE
               END-READ
           END-PERFORM.

       NOTE-TERM.
           MOVE "N" TO TermKnownSw
           PERFORM VARYING TermIndex FROM 1 BY 1
                   UNTIL TermIndex > TermCount
               IF TermEntry(TermIndex) = CtaTerm
                   SET TermKnown TO TRUE
               END-IF
           END-PERFORM
           IF NOT TermKnown AND TermCount < 20
               ADD 1 TO TermCount
               MOVE CtaTerm TO TermEntry(TermCount)
           END-IF.

      *>   each active enrollment counts to whoever the course/term
      *>   is assigned to - or to nobody, which still wants a tutor
       GATHER-ENROLLMENTS.
           OPEN INPUT EnrollFile
           IF NOT EnrollFileOK
               EXIT PARAGRAPH
           END-IF
           READ EnrollFile NEXT RECORD
               AT END SET EndOfEnrollFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfEnrollFile
               IF EnrollIsActive
                   AND (WantedTerm = SPACES
                        OR EnrollTerm = WantedTerm)
                   MOVE EnrollCourseCode TO CtaCourseCode
                   MOVE EnrollTerm TO CtaTerm
                   PERFORM FIND-ASSIGNED-TUTOR
                   MOVE EnrollTerm TO wTerm
                   MOVE EnrollCourseCode TO wCourseCode
                   MOVE 1 TO wStudents
                   MOVE ZERO TO wSessions wMinutes
                   RELEASE WorkRec
               END-IF
               READ EnrollFile NEXT RECORD
                   AT END SET EndOfEnrollFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE EnrollFile.

      *>   each session's length in minutes, end minus start, added
      *>   to the week of the tutor the course/term is assigned to
       GATHER-SESSIONS.
           OPEN INPUT TimetableFile
           IF NOT TimetableFileOK
               EXIT PARAGRAPH
           END-IF
           READ TimetableFile NEXT RECORD
               AT END SET EndOfTimetableFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTimetableFile
               IF WantedTerm = SPACES OR TtbTerm = WantedTerm
                   MOVE TtbCourseCode TO CtaCourseCode
                   MOVE TtbTerm TO CtaTerm
                   PERFORM FIND-ASSIGNED-TUTOR
                   MOVE TtbTerm TO wTerm
                   MOVE TtbCourseCode TO wCourseCode
                   MOVE ZERO TO wStudents
                   MOVE 1 TO wSessions
                   MOVE TtbStartTime TO ClockTime
                   PERFORM CLOCK-TO-MINUTES
                   COMPUTE StartMinutes = ClockHours * 60
                       + ClockMinutes
                   MOVE TtbEndTime TO ClockTime
                   PERFORM CLOCK-TO-MINUTES
                   COMPUTE EndMinutes = ClockHours * 60
                       + ClockMinutes
                   IF EndMinutes > StartMinutes
                       COMPUTE wMinutes = EndMinutes - StartMinutes
                   ELSE
                       MOVE ZERO TO wMinutes
                   END-IF
                   RELEASE WorkRec
               END-IF
               READ TimetableFile NEXT RECORD
                   AT END SET EndOfTimetableFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE TimetableFile.

      *>   spaces for a course/term nobody has been given - those
      *>   sort to the head of the term under NOT ASSIGNED
       FIND-ASSIGNED-TUTOR.
           READ CourseTutorFile
               KEY IS CourseTutorKey
               INVALID KEY CONTINUE
           END-READ
           IF AssignmentFound
               MOVE CtaTutorId TO wTutorId
           ELSE
               MOVE SPACES TO wTutorId
           END-IF.

       CLOCK-TO-MINUTES.
           DIVIDE ClockTime BY 100 GIVING ClockHours
               REMAINDER ClockMinutes.

      *>   every active tutor gets a place holder in every term the
      *>   report covers, so one with nothing assigned still prints
       GATHER-IDLE-TUTORS.
           OPEN INPUT TutorFile
           IF NOT TutorFileOK
               EXIT PARAGRAPH
           END-IF
           READ TutorFile NEXT RECORD
               AT END SET EndOfTutorFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTutorFile
               IF TutorIsActive
                   PERFORM VARYING TermIndex FROM 1 BY 1
                           UNTIL TermIndex > TermCount
                       MOVE TermEntry(TermIndex) TO wTerm
                       MOVE TutorId TO wTutorId
                       MOVE SPACES TO wCourseCode
                       MOVE ZERO TO wStudents wSessions wMinutes
                       RELEASE WorkRec
                   END-PERFORM
               END-IF
               READ TutorFile NEXT RECORD
                   AT END SET EndOfTutorFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE TutorFile.

      *> sorted on term, tutor, then course, so a tutor's lines
      *> arrive together and a course's lines inside them
       PRINT-WORKLOAD-REPORT.
           OPEN INPUT SortedLoadFile
           PERFORM CHECK-SORTED-STATUS
           OPEN OUTPUT ReportFile
           PERFORM CHECK-REPORT-STATUS
           OPEN INPUT CourseFile, TutorFile.

           IF NOT RunFailed
               WRITE ReportLine FROM ReportHeading
               IF WantedTerm = SPACES
                   MOVE "EVERY TERM" TO EchoTerm
               ELSE
                   MOVE WantedTerm TO EchoTerm
               END-IF
               WRITE ReportLine FROM ParamEchoLine

               READ SortedLoadFile
                   AT END SET EndOfSortedFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSortedFile
                   IF SortedTerm NOT = PriorTerm
                       OR SortedTutorId NOT = PriorTutorId
                       PERFORM BREAK-TO-NEW-TUTOR
                   END-IF
                   IF SortedCourseCode NOT = PriorCourseCode
                       PERFORM PRINT-COURSE-LINE
                   END-IF
                   IF SortedCourseCode NOT = SPACES
                       SET CourseLineOpen TO TRUE
                       ADD SortedStudents TO CourseStudents
                       ADD SortedSessions TO CourseSessions
                       ADD SortedMinutes TO CourseMinutes
                   END-IF
                   MOVE SortedCourseCode TO PriorCourseCode
                   READ SortedLoadFile
                       AT END SET EndOfSortedFile TO TRUE
                   END-READ
               END-PERFORM

               IF TutorBlockOpen
                   PERFORM PRINT-COURSE-LINE
                   PERFORM PRINT-TUTOR-TOTAL
               END-IF
               MOVE SPACES TO ReportLine
               WRITE ReportLine
               MOVE TutorsPrinted TO RtlTutors
               MOVE TutorsOverContract TO RtlOver
               MOVE TutorsUnderContract TO RtlUnder
               WRITE ReportLine FROM RunTotalLine

               CLOSE SortedLoadFile, ReportFile, CourseFile,
                   TutorFile
           END-IF.

       BREAK-TO-NEW-TUTOR.
           IF TutorBlockOpen
               PERFORM PRINT-COURSE-LINE
               PERFORM PRINT-TUTOR-TOTAL
           END-IF
           IF SortedTerm NOT = PriorTerm
               MOVE SortedTerm TO ThdTerm
               MOVE SPACES TO ReportLine
               WRITE ReportLine
               WRITE ReportLine FROM TermHeadingLine
           END-IF
           MOVE SortedTutorId TO TuhTutorId
           IF SortedTutorId = SPACES
               MOVE "**NOT ASSIGNED**" TO TuhTutorName
               MOVE SPACES TO TuhContractLabel
               MOVE ZERO TO BlockContractHours
           ELSE
               MOVE SortedTutorId TO TutorId
               READ TutorFile
                   KEY IS TutorId
                   INVALID KEY
                       MOVE "**UNKNOWN TUTOR**" TO TutorName
                       MOVE ZERO TO TutorContractHours
               END-READ
               MOVE TutorName TO TuhTutorName
               MOVE " CONTRACT = " TO TuhContractLabel
               MOVE TutorContractHours TO BlockContractHours
           END-IF
           MOVE BlockContractHours TO TuhContractHours
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM TutorHeadingLine
           MOVE SortedTerm TO PriorTerm
           MOVE SortedTutorId TO PriorTutorId
           MOVE HIGH-VALUES TO PriorCourseCode
           MOVE ZERO TO TutorCourses TutorStudents TutorMinutes
           SET TutorBlockOpen TO TRUE.

      *>   the course summed so far is printed and added into the
      *>   tutor's totals; the place holder line has no course and
      *>   opens none
       PRINT-COURSE-LINE.
           IF CourseLineOpen
               MOVE PriorCourseCode TO DtlCourseCode
               MOVE PriorCourseCode TO CourseCode
               READ CourseFile
                   INVALID KEY
                       MOVE UnknownCourseName TO CourseName
               END-READ
               MOVE CourseName TO DtlCourseName
               MOVE CourseStudents TO DtlStudents
               MOVE CourseSessions TO DtlSessions
               COMPUTE DtlHours ROUNDED = CourseMinutes / 60
               WRITE ReportLine FROM CourseDetailLine
               ADD 1 TO TutorCourses
               ADD CourseStudents TO TutorStudents
               ADD CourseMinutes TO TutorMinutes
           END-IF
           MOVE "N" TO CourseLineOpenSw
           MOVE ZERO TO CourseStudents CourseSessions CourseMinutes.

      *>   a real tutor's week is held against the contract; the
      *>   NOT ASSIGNED block has no contract to hold it to
       PRINT-TUTOR-TOTAL.
           IF TutorCourses = ZERO
               WRITE ReportLine FROM NoCoursesLine
           END-IF
           COMPUTE TutorHours ROUNDED = TutorMinutes / 60
           MOVE TutorCourses TO TtlCourses
           MOVE TutorStudents TO TtlStudents
           MOVE TutorHours TO TtlHours
           MOVE SPACES TO TtlContractMarker
           IF PriorTutorId NOT = SPACES
               ADD 1 TO TutorsPrinted
               EVALUATE TRUE
                   WHEN TutorHours > BlockContractHours
                       MOVE "**OVER CONTRACT**" TO TtlContractMarker
                       ADD 1 TO TutorsOverContract
                   WHEN TutorHours < BlockContractHours
                       MOVE "UNDER CONTRACT" TO TtlContractMarker
                       ADD 1 TO TutorsUnderContract
               END-EVALUATE
           END-IF
           WRITE ReportLine FROM TutorTotalLine
           MOVE "N" TO TutorBlockOpenSw.
