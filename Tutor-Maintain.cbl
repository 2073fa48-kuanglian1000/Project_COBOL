       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTOR-MAINTAIN.
      *> Maintains the tutor master on TUTOR.DAT and the course
      *> tutor assignments on COURSE-TUTOR.DAT - who teaches each
      *> course in each term, which nothing in the student side
      *> recorded. A tutor is added with the weekly teaching hours
      *> they are contracted for, and retired (made inactive)
      *> rather than deleted, so results and registers stamped with
      *> the id still name someone. A course/term is assigned to
      *> one active tutor; the course must read on IDXCOURSE.DAT and
      *> still be active, the term must be on the term calendar
      *> (asked through Sub-TermCheck), and assigning a course/term
      *> that already has a tutor replaces the one on file. Same
      *> menu shape the other reference maintainers use.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TutorFile ASSIGN TO "TUTOR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TutorId
             FILE STATUS IS TutorStatus.

           SELECT CourseTutorFile ASSIGN TO "COURSE-TUTOR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CourseTutorKey
             FILE STATUS IS CourseTutorStatus.

           SELECT CourseFile ASSIGN TO "IDXCOURSE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CourseCode
             FILE STATUS IS CourseFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  TutorFile.
           COPY TUTORREC.

       FD  CourseTutorFile.
           COPY CRSTUTREC.

       FD  CourseFile.
           COPY COURSEREC.

       WORKING-STORAGE SECTION.
       01  TutorStatus         PIC X(2).
           88  TutorFound      VALUE "00".
           88  TutorFileOK     VALUE "00".
           88  TutorDuplicate  VALUE "22".
           88  TutorFileMissing    VALUE "35".

       01  CourseTutorStatus   PIC X(2).
           88  AssignmentFound     VALUE "00".
           88  CourseTutorFileOK   VALUE "00".
           88  CourseTutorFileMissing  VALUE "35".

       01  CourseFileStatus    PIC X(2).
           88  CourseFound     VALUE "00".

      *> the term calendar's verdict on the term keyed
           COPY TERMCHECK.
       01  TermBlockedSw       PIC X.
           88  TermBlocked     VALUE "Y".

       01  MaintAction         PIC 9.
           88  AddAction       VALUE 1.
           88  RetireAction    VALUE 2.
           88  ListAction      VALUE 3.
           88  AssignAction    VALUE 4.
           88  UnassignAction  VALUE 5.
           88  TermListAction  VALUE 6.
           88  QuitMaintenance VALUE 9.

       01  KeyedTutorId        PIC X(4).
       01  KeyedHours          PIC 99V9.
       01  PreviousTutorId     PIC X(4).
       01  WantedTerm          PIC X(6).
       01  ListedCount         PIC 9(3).

       01  TutorDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlTutorId      PIC X(4).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlTutorName    PIC X(20).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlContractHours    PIC Z9.9.
           03  FILLER          PIC X(7) VALUE " HRS/WK".
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlTutorState   PIC X(8).

       01  AssignDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlCourseCode   PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlCourseName   PIC X(20).
           03  FILLER          PIC X(8) VALUE "  TUTOR ".
           03  DtlAssignedId   PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlAssignedName PIC X(20).


      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
      *>   working storage keeps its last-used state between CALLs
      *>   from the counter menu, so the quit value must be cleared
      *>   or a second visit would fall straight through the loop
           MOVE 0 TO MaintAction
           CALL "Sub-CheckSystemBusy" USING SystemBusyFlag
           IF SystemIsBusy
               DISPLAY "..NIGHTLY PROCESSING IN PROGRESS - TRY "
                   "AGAIN WHEN THE CHAIN HAS FINISHED.."
               GOBACK
           END-IF
           OPEN I-O TutorFile.
           IF TutorFileMissing
               CLOSE TutorFile
               OPEN OUTPUT TutorFile
               CLOSE TutorFile
               OPEN I-O TutorFile
           END-IF
           OPEN I-O CourseTutorFile.
           IF CourseTutorFileMissing
               CLOSE CourseTutorFile
               OPEN OUTPUT CourseTutorFile
               CLOSE CourseTutorFile
               OPEN I-O CourseTutorFile
           END-IF
           OPEN INPUT CourseFile.

           PERFORM DO-MAINTENANCE UNTIL QuitMaintenance.

           CLOSE TutorFile, CourseTutorFile, CourseFile.
           GOBACK.

       DO-MAINTENANCE.
           DISPLAY "CHOOSE: ADD=1, RETIRE=2, LIST=3, ASSIGN=4, "
               "UNASSIGN=5, TERM LIST=6, QUIT=9 : "
             WITH NO ADVANCING.
           ACCEPT MaintAction.

           EVALUATE TRUE
               WHEN AddAction
                   PERFORM ADD-TUTOR
               WHEN RetireAction
                   PERFORM RETIRE-TUTOR
               WHEN ListAction
                   PERFORM LIST-TUTORS
               WHEN AssignAction
                   PERFORM ASSIGN-COURSE-TUTOR
               WHEN UnassignAction
                   PERFORM UNASSIGN-COURSE-TUTOR
               WHEN TermListAction
                   PERFORM LIST-TERM-ASSIGNMENTS
           END-EVALUATE.

       ADD-TUTOR.
           DISPLAY "ENTER TUTOR ID(4 CHARS) : " WITH NO ADVANCING
           MOVE SPACES TO TutorId
           ACCEPT TutorId
           IF TutorId = SPACES
               DISPLAY "..NO TUTOR ID KEYED.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER TUTOR NAME(20 CHARS) : " WITH NO ADVANCING
           MOVE SPACES TO TutorName
           ACCEPT TutorName
           IF TutorName = SPACES
               DISPLAY "..NO NAME KEYED - TUTOR NOT ADDED.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER CONTRACTED HOURS A WEEK(NN.N) : "
             WITH NO ADVANCING
           MOVE ZERO TO KeyedHours
           ACCEPT KeyedHours
           MOVE KeyedHours TO TutorContractHours
           SET TutorIsActive TO TRUE
           WRITE TutorRecord
               INVALID KEY
               DISPLAY "(WRITE) TUTOR STATUS = ", TutorStatus
           END-WRITE
           IF TutorDuplicate
               DISPLAY "..THAT TUTOR ID IS ALREADY ON FILE.."
           ELSE
               DISPLAY "..TUTOR ADDED.."
           END-IF.

      *>   retired, never deleted - GRADES.DAT and ATTEND.DAT carry
      *>   the id; the tutor's assignments are left for the office
      *>   to hand to someone else
       RETIRE-TUTOR.
           DISPLAY "ENTER TUTOR ID(4 CHARS) : " WITH NO ADVANCING
           ACCEPT TutorId
           READ TutorFile
               KEY IS TutorId
               INVALID KEY CONTINUE
           END-READ
           IF NOT TutorFound
               DISPLAY "..NO SUCH TUTOR ON FILE.."
               EXIT PARAGRAPH
           END-IF
           IF TutorIsInactive
               DISPLAY "..TUTOR IS ALREADY RETIRED.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TUTOR : ", TutorName
           SET TutorIsInactive TO TRUE
           REWRITE TutorRecord
               INVALID KEY
               DISPLAY "(REWRITE) TUTOR STATUS = ", TutorStatus
               NOT INVALID KEY
               DISPLAY "..TUTOR RETIRED.."
           END-REWRITE.

       LIST-TUTORS.
           MOVE ZERO TO ListedCount
           MOVE LOW-VALUES TO TutorId
           START TutorFile KEY IS NOT LESS THAN TutorId
               INVALID KEY CONTINUE
           END-START
           IF TutorFileOK
               READ TutorFile NEXT RECORD
                   AT END SET EndOfTutorFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTutorFile
                   ADD 1 TO ListedCount
                   MOVE TutorId TO DtlTutorId
                   MOVE TutorName TO DtlTutorName
                   MOVE TutorContractHours TO DtlContractHours
                   IF TutorIsActive
                       MOVE "ACTIVE" TO DtlTutorState
                   ELSE
                       MOVE "RETIRED" TO DtlTutorState
                   END-IF
                   DISPLAY TutorDetailLine
                   READ TutorFile NEXT RECORD
                       AT END SET EndOfTutorFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF ListedCount = ZERO
               DISPLAY "..NO TUTORS ON FILE.."
           END-IF.

       ASSIGN-COURSE-TUTOR.
           DISPLAY "ENTER COURSE CODE(4 CHARS) : " WITH NO ADVANCING
           ACCEPT CtaCourseCode
           MOVE CtaCourseCode TO CourseCode
           READ CourseFile
               INVALID KEY CONTINUE
           END-READ
           IF NOT CourseFound
               DISPLAY "..NO SUCH COURSE ON FILE.."
               EXIT PARAGRAPH
           END-IF
           IF NOT CourseIsActive
               DISPLAY "..COURSE IS NO LONGER ACTIVE.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "COURSE : ", CourseName
           DISPLAY "ENTER TERM(6 CHARS, E.G. 2026-1) : "
             WITH NO ADVANCING
           ACCEPT CtaTerm
           MOVE CtaTerm TO TchTerm
           PERFORM CHECK-TERM-CALENDAR
           IF TermBlocked
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER TUTOR ID(4 CHARS) : " WITH NO ADVANCING
           ACCEPT KeyedTutorId
           MOVE KeyedTutorId TO TutorId
           READ TutorFile
               KEY IS TutorId
               INVALID KEY CONTINUE
           END-READ
           IF NOT TutorFound
               DISPLAY "..NO SUCH TUTOR ON FILE.."
               EXIT PARAGRAPH
           END-IF
           IF NOT TutorIsActive
               DISPLAY "..TUTOR IS RETIRED - NOT ASSIGNED.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TUTOR : ", TutorName
           READ CourseTutorFile
               KEY IS CourseTutorKey
               INVALID KEY CONTINUE
           END-READ
           IF AssignmentFound
               MOVE CtaTutorId TO PreviousTutorId
               MOVE KeyedTutorId TO CtaTutorId
               REWRITE CourseTutorRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) COURSE TUTOR STATUS = ",
                       CourseTutorStatus
                   NOT INVALID KEY
                   DISPLAY "..ASSIGNED - REPLACES TUTOR ",
                       PreviousTutorId, ".."
               END-REWRITE
           ELSE
               MOVE KeyedTutorId TO CtaTutorId
               WRITE CourseTutorRecord
                   INVALID KEY
                   DISPLAY "(WRITE) COURSE TUTOR STATUS = ",
                       CourseTutorStatus
                   NOT INVALID KEY
                   DISPLAY "..ASSIGNED.."
               END-WRITE
           END-IF.

       UNASSIGN-COURSE-TUTOR.
           DISPLAY "ENTER COURSE CODE(4 CHARS) : " WITH NO ADVANCING
           ACCEPT CtaCourseCode
           DISPLAY "ENTER TERM(6 CHARS, E.G. 2026-1) : "
             WITH NO ADVANCING
           ACCEPT CtaTerm
           READ CourseTutorFile
               KEY IS CourseTutorKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT AssignmentFound
               DISPLAY "..NO TUTOR ASSIGNED TO THAT COURSE/TERM.."
           ELSE
               DELETE CourseTutorFile RECORD
                   INVALID KEY
                   DISPLAY "(DELETE) COURSE TUTOR STATUS = ",
                       CourseTutorStatus
               END-DELETE
               DISPLAY "..TUTOR ", CtaTutorId, " UNASSIGNED.."
           END-IF.

      *>   the assignments are keyed by course, so one term's are
      *>   spread over the whole file and it is walked end to end
       LIST-TERM-ASSIGNMENTS.
           DISPLAY "ENTER TERM(6 CHARS, E.G. 2026-1) : "
             WITH NO ADVANCING
           ACCEPT WantedTerm
           MOVE ZERO TO ListedCount
           MOVE LOW-VALUES TO CourseTutorKey
           START CourseTutorFile KEY IS NOT LESS THAN CourseTutorKey
               INVALID KEY CONTINUE
           END-START
           IF CourseTutorFileOK
               READ CourseTutorFile NEXT RECORD
                   AT END SET EndOfCourseTutorFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCourseTutorFile
                   IF CtaTerm = WantedTerm
                       ADD 1 TO ListedCount
                       MOVE CtaCourseCode TO DtlCourseCode
                       MOVE CtaCourseCode TO CourseCode
                       READ CourseFile
                           INVALID KEY
                               MOVE "**UNKNOWN COURSE**" TO CourseName
                       END-READ
                       MOVE CourseName TO DtlCourseName
                       MOVE CtaTutorId TO DtlAssignedId
                       MOVE CtaTutorId TO TutorId
                       READ TutorFile
                           KEY IS TutorId
                           INVALID KEY
                               MOVE "**UNKNOWN TUTOR**" TO TutorName
                       END-READ
                       MOVE TutorName TO DtlAssignedName
                       DISPLAY AssignDetailLine
                   END-IF
                   READ CourseTutorFile NEXT RECORD
                       AT END SET EndOfCourseTutorFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF ListedCount = ZERO
               DISPLAY "..NO TUTORS ASSIGNED IN THAT TERM.."
           END-IF.

      *>   a tutor is only assigned for a term on the calendar
       CHECK-TERM-CALENDAR.
           MOVE "N" TO TermBlockedSw
           MOVE ZERO TO TchAsOfDate
           CALL "Sub-TermCheck" USING TermCheck
           EVALUATE TRUE
               WHEN TchNoCalendar
                   DISPLAY "..NO TERM CALENDAR ON FILE - TERMS ARE "
                       "KEYED ON THE CONTROL FILE WORKBENCH.."
                   SET TermBlocked TO TRUE
               WHEN TchUnknownTerm
                   DISPLAY "..TERM ", TchTerm, " IS NOT ON THE "
                       "TERM CALENDAR - ENTRY REFUSED.."
                   SET TermBlocked TO TRUE
           END-EVALUATE.
