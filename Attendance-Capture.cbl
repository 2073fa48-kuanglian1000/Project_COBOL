       PROGRAM-ID. ATTENDANCE-CAPTURE.
      *> Keyed capture of session attendance onto ATTEND.DAT - the
      *> signal between enrollment and a fail on GRADES.DAT months
      *> later. Once per sitting the term is keyed and the sessions
      *> TIMETABLE.DAT has running that term on the business date's
      *> weekday are offered by number; the register is for the
      *> chosen session's course, dated the business date, and the
      *> course must still read active on IDXCOURSE.DAT. Then the
      *> register is keyed student by student (each validated on
      *> IDXSTUDENT.DAT, the way GRADE-CAPTURE validates), P for
      *> present, A for absent. The tutor taking the register keys
      *> an id that must read active on TUTOR.DAT - offered the
      *> tutor COURSE-TUTOR.DAT assigns to the course/term, when
      *> there is one - and every mark written is stamped with it.
      *> Each mark is written as it is keyed, so a dropped session
      *> loses nothing already entered. The term must be on the
      *> term calendar (asked through Sub-TermCheck) and open - no
      *> register is taken for a mistyped, planned or closed term.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS CourseCode
             FILE STATUS IS CourseFileStatus.

           SELECT TimetableFile ASSIGN TO "TIMETABLE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TimetableKey
             FILE STATUS IS TimetableStatus.

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

       DATA DIVISION.
       FILE SECTION.
       FD  AttendFile.
       FD  CourseFile.
           COPY COURSEREC.

       FD  TimetableFile.
           COPY TIMETABREC.

       FD  TutorFile.
           COPY TUTORREC.

       FD  CourseTutorFile.
           COPY CRSTUTREC.

       WORKING-STORAGE SECTION.
       01  AttendStatus        PIC X(2).
           88  AttendFileOK    VALUE "00".
       01  CourseFileStatus    PIC X(2).
           88  CourseFound     VALUE "00".

       01  TimetableStatus     PIC X(2).
           88  TimetableFileOK VALUE "00".

       01  TutorStatus         PIC X(2).
           88  TutorFound      VALUE "00".
           88  TutorFileOK     VALUE "00".

       01  CourseTutorStatus   PIC X(2).
           88  AssignmentFound VALUE "00".

      *> the tutor taking this register, and the one the office
      *> assigned to the course/term (offered when the id is left
      *> blank)
       01  TakingTutorId       PIC X(4).
       01  AssignedTutorId     PIC X(4).

       01  SessionOpenSw       PIC X VALUE "N".
           88  SessionOpen     VALUE "Y".
       01  AnotherMarkSw       PIC X VALUE "Y".
           88  AnotherMark     VALUE "Y" "y".

       01  BusinessDate        PIC 9(8).
       01  BusinessDayNumber   PIC 9(7).
       01  WeekQuot            PIC 9(7).
       01  WeekDayOfBusiness   PIC 9.
       01  KeyedTerm           PIC X(6).

      *> the sessions the timetable runs today in the keyed term,
      *> offered to the clerk by number
       01  TodaySessionTable.
           03  TodaySession        OCCURS 30 TIMES.
               05  TdsCourseCode   PIC X(4).
               05  TdsStartTime    PIC 9(4).
               05  TdsEndTime      PIC 9(4).
               05  TdsRoom         PIC X(6).
       01  TodaySessionCount   PIC 99.
       01  ChosenSession       PIC 99.

       01  TodaySessionLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  TslNumber       PIC Z9.
           03  FILLER          PIC X(2) VALUE "- ".
           03  TslCourseCode   PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  TslStartTime    PIC 9(4).
           03  FILLER          PIC X VALUE "-".
           03  TslEndTime      PIC 9(4).
           03  FILLER          PIC X(8) VALUE "  ROOM: ".
           03  TslRoom         PIC X(6).
       01  KeyedMark           PIC X.
           88  PresentMark     VALUE "P" "p".
           88  AbsentMark      VALUE "A" "a".
       01  AcceptedCount       PIC 9(4) VALUE ZERO.

      *> the term calendar's verdict on the term keyed
           COPY TERMCHECK.
       01  TermBlockedSw       PIC X.
           88  TermBlocked     VALUE "Y".


      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
           END-IF
           OPEN INPUT StudentFile.
           OPEN INPUT CourseFile.
           OPEN INPUT TimetableFile.
           OPEN INPUT TutorFile.
           OPEN INPUT CourseTutorFile.

           PERFORM OPEN-THE-SESSION.
           IF SessionOpen
                   AcceptedCount
           END-IF.

           CLOSE AttendFile, StudentFile, CourseFile, TimetableFile,
               TutorFile, CourseTutorFile.
           GOBACK.

      *>   the term is keyed once and today's sessions offered;
      *>   the chosen session's course and the business date stand
      *>   for the whole register
       OPEN-THE-SESSION.
           IF NOT TimetableFileOK
               DISPLAY "..NO TIMETABLE ON FILE - NO SESSIONS TO "
                   "OFFER.."
               EXIT PARAGRAPH
           END-IF
           CALL "Sub-BusinessDate" USING BusinessDate
           CALL "Sub-DateDayNumber" USING BusinessDate,
               BusinessDayNumber
           DIVIDE BusinessDayNumber BY 7 GIVING WeekQuot
               REMAINDER WeekDayOfBusiness
           DISPLAY "ENTER TERM(6 CHARS, E.G. 2026-1) : "
             WITH NO ADVANCING
           ACCEPT KeyedTerm
           PERFORM CHECK-TERM-CALENDAR
           IF TermBlocked
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TODAYS-SESSIONS
           IF TodaySessionCount = ZERO
               DISPLAY "..NO SESSIONS ON THE TIMETABLE TODAY FOR "
                   "THAT TERM.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SESSIONS TODAY (", BusinessDate, ") :"
           PERFORM VARYING ChosenSession FROM 1 BY 1
                   UNTIL ChosenSession > TodaySessionCount
               MOVE ChosenSession TO TslNumber
               MOVE TdsCourseCode(ChosenSession) TO TslCourseCode
               MOVE TdsStartTime(ChosenSession) TO TslStartTime
               MOVE TdsEndTime(ChosenSession) TO TslEndTime
               MOVE TdsRoom(ChosenSession) TO TslRoom
               DISPLAY TodaySessionLine
           END-PERFORM
           DISPLAY "CHOOSE SESSION (NUMBER) : " WITH NO ADVANCING
           MOVE ZERO TO ChosenSession
           ACCEPT ChosenSession
           IF ChosenSession = ZERO
               OR ChosenSession > TodaySessionCount
               DISPLAY "..NO SUCH SESSION IN THE LIST.."
               EXIT PARAGRAPH
           END-IF

           MOVE TdsCourseCode(ChosenSession) TO AttCourseCode
           MOVE AttCourseCode TO CourseCode
           READ CourseFile
               INVALID KEY CONTINUE
                   DISPLAY "..COURSE IS NO LONGER ACTIVE.."
               WHEN OTHER
                   DISPLAY "COURSE : ", CourseName
                   MOVE KeyedTerm TO AttTerm
                   MOVE BusinessDate TO AttSessionDate
                   PERFORM GET-TAKING-TUTOR
                   IF TakingTutorId NOT = SPACES
                       SET SessionOpen TO TRUE
                   END-IF
           END-EVALUATE.

      *>   no tutor, no register - a mark nobody can be held to is
      *>   not taken
       GET-TAKING-TUTOR.
           MOVE SPACES TO TakingTutorId
           IF NOT TutorFileOK
               DISPLAY "..NO TUTORS ON FILE - REGISTER CANNOT BE "
                   "TAKEN.."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AssignedTutorId
           MOVE AttCourseCode TO CtaCourseCode
           MOVE AttTerm TO CtaTerm
           READ CourseTutorFile
               INVALID KEY CONTINUE
           END-READ
           IF AssignmentFound
               MOVE CtaTutorId TO AssignedTutorId
               DISPLAY "ENTER YOUR TUTOR ID(4 CHARS, BLANK = ",
                   AssignedTutorId, ") : " WITH NO ADVANCING
           ELSE
               DISPLAY "ENTER YOUR TUTOR ID(4 CHARS) : "
                 WITH NO ADVANCING
           END-IF
           MOVE SPACES TO TutorId
           ACCEPT TutorId
           IF TutorId = SPACES
               MOVE AssignedTutorId TO TutorId
           END-IF
           READ TutorFile
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT TutorFound
                   DISPLAY "..NO SUCH TUTOR ON FILE.."
               WHEN NOT TutorIsActive
                   DISPLAY "..TUTOR IS RETIRED - REGISTER CANNOT BE "
                       "TAKEN.."
               WHEN OTHER
                   DISPLAY "TUTOR : ", TutorName
                   MOVE TutorId TO TakingTutorId
           END-EVALUATE.

      *>   the timetable is keyed by course, so a day's sessions are
      *>   spread over the whole file and it is walked end to end
       LOAD-TODAYS-SESSIONS.
           MOVE ZERO TO TodaySessionCount
           MOVE LOW-VALUES TO TimetableKey
           START TimetableFile KEY IS NOT LESS THAN TimetableKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ TimetableFile NEXT RECORD
               AT END SET EndOfTimetableFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTimetableFile
                   OR TodaySessionCount >= 30
               IF TtbTerm = KeyedTerm
                   AND TtbWeekday = WeekDayOfBusiness
                   ADD 1 TO TodaySessionCount
                   MOVE TtbCourseCode
                       TO TdsCourseCode(TodaySessionCount)
                   MOVE TtbStartTime TO TdsStartTime(TodaySessionCount)
                   MOVE TtbEndTime TO TdsEndTime(TodaySessionCount)
                   MOVE TtbRoom TO TdsRoom(TodaySessionCount)
               END-IF
               READ TimetableFile NEXT RECORD
                   AT END SET EndOfTimetableFile TO TRUE
               END-READ
           END-PERFORM.

       CAPTURE-ONE-MARK.
           DISPLAY "ENTER STUDENT ID(7 CHARS) : " WITH NO ADVANCING.
           ACCEPT AttStudentId.
           END-EVALUATE.

       WRITE-THE-MARK.
           MOVE TakingTutorId TO AttTakenBy
           WRITE AttendRecord
               INVALID KEY
               DISPLAY "(WRITE) ATTEND STATUS = ", AttendStatus
           ELSE
               ADD 1 TO AcceptedCount
           END-IF.

      *>   registers are only taken in a term being taught
       CHECK-TERM-CALENDAR.
           MOVE "N" TO TermBlockedSw
           MOVE KeyedTerm TO TchTerm
           MOVE BusinessDate TO TchAsOfDate
           CALL "Sub-TermCheck" USING TermCheck
           EVALUATE TRUE
               WHEN TchNoCalendar
                   DISPLAY "..NO TERM CALENDAR ON FILE - TERMS ARE "
                       "KEYED ON THE CONTROL FILE WORKBENCH.."
                   SET TermBlocked TO TRUE
               WHEN TchUnknownTerm
                   DISPLAY "..TERM ", KeyedTerm, " IS NOT ON THE "
                       "TERM CALENDAR.."
                   SET TermBlocked TO TRUE
               WHEN TchTermPlanned
                   DISPLAY "..TERM ", KeyedTerm, " IS NOT OPEN YET.."
                   SET TermBlocked TO TRUE
               WHEN TchTermClosed
                   DISPLAY "..TERM ", KeyedTerm, " IS CLOSED.."
                   SET TermBlocked TO TRUE
           END-EVALUATE.
