       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMME-MAINTAIN.
      *> Maintains the programmes of study on PROGRAMME.DAT, the
      *> courses that make each one up on PROGRAMME-COURSE.DAT, and
      *> which programme each student is studying on
      *> STUDENT-PROGRAMME.DAT - students sign up for a
      *> qualification, and until now nothing recorded what one
      *> was. A programme is added with the minimum credits it
      *> takes and retired (made inactive) rather than deleted. A
      *> course is listed against a programme as required or
      *> optional; it must read on IDXCOURSE.DAT. A student is
      *> linked to one active programme, with the term they
      *> started it; relinking moves them to another programme,
      *> except once they have been awarded the one on file. Same
      *> menu shape the other reference maintainers use.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProgrammeFile ASSIGN TO "PROGRAMME.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ProgCode
             FILE STATUS IS ProgrammeStatus.

           SELECT ProgrammeCourseFile
             ASSIGN TO "PROGRAMME-COURSE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ProgrammeCourseKey
             FILE STATUS IS ProgrammeCourseStatus.

           SELECT StudentProgrammeFile
             ASSIGN TO "STUDENT-PROGRAMME.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SpgStudentId
             FILE STATUS IS StudentProgrammeStatus.

           SELECT CourseFile ASSIGN TO "IDXCOURSE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CourseCode
             FILE STATUS IS CourseFileStatus.

           SELECT StudentFile ASSIGN TO "IDXSTUDENT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS IdxStudentId
             FILE STATUS IS StudentFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ProgrammeFile.
           COPY PROGREC.

       FD  ProgrammeCourseFile.
           COPY PROGCRSREC.

       FD  StudentProgrammeFile.
           COPY STUPROGREC.

       FD  CourseFile.
           COPY COURSEREC.

       FD  StudentFile.
           COPY IDXSTUDREC.

       WORKING-STORAGE SECTION.
       01  ProgrammeStatus     PIC X(2).
           88  ProgrammeFound  VALUE "00".
           88  ProgrammeFileOK VALUE "00".
           88  ProgrammeDuplicate  VALUE "22".
           88  ProgrammeFileMissing    VALUE "35".

       01  ProgrammeCourseStatus   PIC X(2).
           88  ProgrammeCourseFound    VALUE "00".
           88  ProgrammeCourseFileOK   VALUE "00".
           88  ProgrammeCourseDuplicate    VALUE "22".
           88  ProgrammeCourseFileMissing  VALUE "35".

       01  StudentProgrammeStatus  PIC X(2).
           88  StudentProgrammeFound   VALUE "00".
           88  StudentProgrammeFileMissing VALUE "35".

       01  CourseFileStatus    PIC X(2).
           88  CourseFound     VALUE "00".
       01  StudentFileStatus   PIC X(2).
           88  StudentFound    VALUE "00".

       01  MaintAction         PIC 9.
           88  AddAction       VALUE 1.
           88  RetireAction    VALUE 2.
           88  ListAction      VALUE 3.
           88  AddCourseAction VALUE 4.
           88  RemoveCourseAction  VALUE 5.
           88  CourseListAction    VALUE 6.
           88  LinkStudentAction   VALUE 7.
           88  QuitMaintenance VALUE 9.

       01  KeyedProgCode       PIC X(4).
       01  KeyedMinCredits     PIC 9(3).
       01  PreviousProgCode    PIC X(4).
       01  WantedProgCode      PIC X(4).
       01  ListedCount         PIC 9(3).

       01  ProgrammeDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlProgCode     PIC X(4).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlProgName     PIC X(30).
           03  FILLER          PIC X(6) VALUE "  MIN ".
           03  DtlMinCredits   PIC ZZ9.
           03  FILLER          PIC X(4) VALUE " CR ".
           03  DtlProgState    PIC X(8).

       01  ProgrammeCourseLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlCourseCode   PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlCourseName   PIC X(20).
           03  FILLER          PIC X(6) VALUE "  CR =".
           03  DtlCredits      PIC Z9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlRequirement  PIC X(8).


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
           OPEN I-O ProgrammeFile.
           IF ProgrammeFileMissing
               CLOSE ProgrammeFile
               OPEN OUTPUT ProgrammeFile
               CLOSE ProgrammeFile
               OPEN I-O ProgrammeFile
           END-IF
           OPEN I-O ProgrammeCourseFile.
           IF ProgrammeCourseFileMissing
               CLOSE ProgrammeCourseFile
               OPEN OUTPUT ProgrammeCourseFile
               CLOSE ProgrammeCourseFile
               OPEN I-O ProgrammeCourseFile
           END-IF
           OPEN I-O StudentProgrammeFile.
           IF StudentProgrammeFileMissing
               CLOSE StudentProgrammeFile
               OPEN OUTPUT StudentProgrammeFile
               CLOSE StudentProgrammeFile
               OPEN I-O StudentProgrammeFile
           END-IF
           OPEN INPUT CourseFile.
           OPEN INPUT StudentFile.

           PERFORM DO-MAINTENANCE UNTIL QuitMaintenance.

           CLOSE ProgrammeFile, ProgrammeCourseFile,
               StudentProgrammeFile, CourseFile, StudentFile.
           GOBACK.

       DO-MAINTENANCE.
           DISPLAY "CHOOSE: ADD=1, RETIRE=2, LIST=3, ADD COURSE=4, "
               "REMOVE COURSE=5, COURSE LIST=6, LINK STUDENT=7, "
               "QUIT=9 : "
             WITH NO ADVANCING.
           ACCEPT MaintAction.

           EVALUATE TRUE
               WHEN AddAction
                   PERFORM ADD-PROGRAMME
               WHEN RetireAction
                   PERFORM RETIRE-PROGRAMME
               WHEN ListAction
                   PERFORM LIST-PROGRAMMES
               WHEN AddCourseAction
                   PERFORM ADD-PROGRAMME-COURSE
               WHEN RemoveCourseAction
                   PERFORM REMOVE-PROGRAMME-COURSE
               WHEN CourseListAction
                   PERFORM LIST-PROGRAMME-COURSES
               WHEN LinkStudentAction
                   PERFORM LINK-STUDENT-PROGRAMME
           END-EVALUATE.

       ADD-PROGRAMME.
           DISPLAY "ENTER PROGRAMME CODE(4 CHARS) : "
             WITH NO ADVANCING
           MOVE SPACES TO ProgCode
           ACCEPT ProgCode
           IF ProgCode = SPACES
               DISPLAY "..NO PROGRAMME CODE KEYED.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER PROGRAMME NAME(30 CHARS) : "
             WITH NO ADVANCING
           MOVE SPACES TO ProgName
           ACCEPT ProgName
           IF ProgName = SPACES
               DISPLAY "..NO NAME KEYED - PROGRAMME NOT ADDED.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER MINIMUM CREDITS TO COMPLETE(NNN) : "
             WITH NO ADVANCING
           MOVE ZERO TO KeyedMinCredits
           ACCEPT KeyedMinCredits
           IF KeyedMinCredits = ZERO
               DISPLAY "..MINIMUM CREDITS MUST BE KEYED.."
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedMinCredits TO ProgMinCredits
           SET ProgIsActive TO TRUE
           WRITE ProgrammeRecord
               INVALID KEY
               DISPLAY "(WRITE) PROGRAMME STATUS = ", ProgrammeStatus
           END-WRITE
           IF ProgrammeDuplicate
               DISPLAY "..THAT PROGRAMME CODE IS ALREADY ON FILE.."
           ELSE
               DISPLAY "..PROGRAMME ADDED.."
           END-IF.

      *>   retired, never deleted - students linked to it keep a
      *>   programme to be audited and awarded against; only new
      *>   links are refused
       RETIRE-PROGRAMME.
           DISPLAY "ENTER PROGRAMME CODE(4 CHARS) : "
             WITH NO ADVANCING
           ACCEPT ProgCode
           READ ProgrammeFile
               KEY IS ProgCode
               INVALID KEY CONTINUE
           END-READ
           IF NOT ProgrammeFound
               DISPLAY "..NO SUCH PROGRAMME ON FILE.."
               EXIT PARAGRAPH
           END-IF
           IF ProgIsInactive
               DISPLAY "..PROGRAMME IS ALREADY RETIRED.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PROGRAMME : ", ProgName
           SET ProgIsInactive TO TRUE
           REWRITE ProgrammeRecord
               INVALID KEY
               DISPLAY "(REWRITE) PROGRAMME STATUS = ",
                   ProgrammeStatus
               NOT INVALID KEY
               DISPLAY "..PROGRAMME RETIRED.."
           END-REWRITE.

       LIST-PROGRAMMES.
           MOVE ZERO TO ListedCount
           MOVE LOW-VALUES TO ProgCode
           START ProgrammeFile KEY IS NOT LESS THAN ProgCode
               INVALID KEY CONTINUE
           END-START
           IF ProgrammeFileOK
               READ ProgrammeFile NEXT RECORD
                   AT END SET EndOfProgrammeFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfProgrammeFile
                   ADD 1 TO ListedCount
                   MOVE ProgCode TO DtlProgCode
                   MOVE ProgName TO DtlProgName
                   MOVE ProgMinCredits TO DtlMinCredits
                   IF ProgIsActive
                       MOVE "ACTIVE" TO DtlProgState
                   ELSE
                       MOVE "RETIRED" TO DtlProgState
                   END-IF
                   DISPLAY ProgrammeDetailLine
                   READ ProgrammeFile NEXT RECORD
                       AT END SET EndOfProgrammeFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF ListedCount = ZERO
               DISPLAY "..NO PROGRAMMES ON FILE.."
           END-IF.

      *>   keying a course already listed changes it between
      *>   required and optional
       ADD-PROGRAMME-COURSE.
           DISPLAY "ENTER PROGRAMME CODE(4 CHARS) : "
             WITH NO ADVANCING
           ACCEPT ProgCode
           READ ProgrammeFile
               KEY IS ProgCode
               INVALID KEY CONTINUE
           END-READ
           IF NOT ProgrammeFound
               DISPLAY "..NO SUCH PROGRAMME ON FILE.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PROGRAMME : ", ProgName
           DISPLAY "ENTER COURSE CODE(4 CHARS) : " WITH NO ADVANCING
           ACCEPT CourseCode
           READ CourseFile
               INVALID KEY CONTINUE
           END-READ
           IF NOT CourseFound
               DISPLAY "..NO SUCH COURSE ON FILE.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "COURSE : ", CourseName
           MOVE ProgCode TO PgcProgCode
           MOVE CourseCode TO PgcCourseCode
           READ ProgrammeCourseFile
               KEY IS ProgrammeCourseKey
               INVALID KEY CONTINUE
           END-READ
           MOVE ProgCode TO PgcProgCode
           MOVE CourseCode TO PgcCourseCode
           DISPLAY "REQUIRED OR OPTIONAL (R/O) : " WITH NO ADVANCING
           ACCEPT PgcRequirement
           IF NOT ValidPgcRequirement
               DISPLAY "..MUST BE R OR O - NOT LISTED.."
               EXIT PARAGRAPH
           END-IF
           IF ProgrammeCourseFound
               REWRITE ProgrammeCourseRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) PROGRAMME COURSE STATUS = ",
                       ProgrammeCourseStatus
                   NOT INVALID KEY
                   DISPLAY "..COURSE ALREADY LISTED - CHANGED.."
               END-REWRITE
           ELSE
               WRITE ProgrammeCourseRecord
                   INVALID KEY
                   DISPLAY "(WRITE) PROGRAMME COURSE STATUS = ",
                       ProgrammeCourseStatus
                   NOT INVALID KEY
                   DISPLAY "..COURSE LISTED.."
               END-WRITE
           END-IF.

       REMOVE-PROGRAMME-COURSE.
           DISPLAY "ENTER PROGRAMME CODE(4 CHARS) : "
             WITH NO ADVANCING
           ACCEPT PgcProgCode
           DISPLAY "ENTER COURSE CODE(4 CHARS) : " WITH NO ADVANCING
           ACCEPT PgcCourseCode
           READ ProgrammeCourseFile
               KEY IS ProgrammeCourseKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT ProgrammeCourseFound
               DISPLAY "..THAT COURSE IS NOT LISTED FOR THAT "
                   "PROGRAMME.."
           ELSE
               DELETE ProgrammeCourseFile RECORD
                   INVALID KEY
                   DISPLAY "(DELETE) PROGRAMME COURSE STATUS = ",
                       ProgrammeCourseStatus
               END-DELETE
               DISPLAY "..COURSE REMOVED FROM PROGRAMME.."
           END-IF.

       LIST-PROGRAMME-COURSES.
           DISPLAY "ENTER PROGRAMME CODE(4 CHARS) : "
             WITH NO ADVANCING
           ACCEPT WantedProgCode
           MOVE ZERO TO ListedCount
           MOVE WantedProgCode TO PgcProgCode
           MOVE LOW-VALUES TO PgcCourseCode
           START ProgrammeCourseFile
               KEY IS NOT LESS THAN ProgrammeCourseKey
               INVALID KEY CONTINUE
           END-START
           IF ProgrammeCourseFileOK
               READ ProgrammeCourseFile NEXT RECORD
                   AT END SET EndOfProgrammeCourseFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfProgrammeCourseFile
                       OR PgcProgCode NOT = WantedProgCode
                   ADD 1 TO ListedCount
                   MOVE PgcCourseCode TO DtlCourseCode
                   MOVE PgcCourseCode TO CourseCode
                   READ CourseFile
                       INVALID KEY
                           MOVE "**UNKNOWN COURSE**" TO CourseName
                           MOVE ZERO TO CourseCredits
                   END-READ
                   MOVE CourseName TO DtlCourseName
                   MOVE CourseCredits TO DtlCredits
                   IF PgcRequired
                       MOVE "REQUIRED" TO DtlRequirement
                   ELSE
                       MOVE "OPTIONAL" TO DtlRequirement
                   END-IF
                   DISPLAY ProgrammeCourseLine
                   READ ProgrammeCourseFile NEXT RECORD
                       AT END SET EndOfProgrammeCourseFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF ListedCount = ZERO
               DISPLAY "..NO COURSES LISTED FOR THAT PROGRAMME.."
           END-IF.

       LINK-STUDENT-PROGRAMME.
           DISPLAY "ENTER STUDENT ID(7 CHARS) : " WITH NO ADVANCING
           ACCEPT IdxStudentId
           READ StudentFile
               INVALID KEY CONTINUE
           END-READ
           IF NOT StudentFound
               DISPLAY "..NO SUCH STUDENT ON FILE.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "STUDENT : ", IdxStudentName
           MOVE IdxStudentId TO SpgStudentId
           READ StudentProgrammeFile
               KEY IS SpgStudentId
               INVALID KEY CONTINUE
           END-READ
           IF StudentProgrammeFound
               IF SpgAwarded
                   DISPLAY "..ALREADY AWARDED ", SpgProgCode,
                       " IN ", SpgAwardTerm, " - NOT RELINKED.."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "CURRENTLY STUDYING : ", SpgProgCode
           END-IF
           DISPLAY "ENTER PROGRAMME CODE(4 CHARS) : "
             WITH NO ADVANCING
           ACCEPT KeyedProgCode
           MOVE KeyedProgCode TO ProgCode
           READ ProgrammeFile
               KEY IS ProgCode
               INVALID KEY CONTINUE
           END-READ
           IF NOT ProgrammeFound
               DISPLAY "..NO SUCH PROGRAMME ON FILE.."
               EXIT PARAGRAPH
           END-IF
           IF NOT ProgIsActive
               DISPLAY "..PROGRAMME IS RETIRED - NOT LINKED.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PROGRAMME : ", ProgName
           DISPLAY "ENTER START TERM(6 CHARS, E.G. 2026-1) : "
             WITH NO ADVANCING
           IF StudentProgrammeFound
               MOVE SpgProgCode TO PreviousProgCode
               ACCEPT SpgStartTerm
               MOVE KeyedProgCode TO SpgProgCode
               REWRITE StudentProgrammeRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) STUDENT PROGRAMME STATUS = ",
                       StudentProgrammeStatus
                   NOT INVALID KEY
                   DISPLAY "..LINKED - REPLACES PROGRAMME ",
                       PreviousProgCode, ".."
               END-REWRITE
           ELSE
               MOVE IdxStudentId TO SpgStudentId
               ACCEPT SpgStartTerm
               MOVE KeyedProgCode TO SpgProgCode
               SET SpgStudying TO TRUE
               MOVE SPACES TO SpgAwardTerm
               MOVE ZERO TO SpgAwardDate
               WRITE StudentProgrammeRecord
                   INVALID KEY
                   DISPLAY "(WRITE) STUDENT PROGRAMME STATUS = ",
                       StudentProgrammeStatus
                   NOT INVALID KEY
                   DISPLAY "..LINKED.."
               END-WRITE
           END-IF.
