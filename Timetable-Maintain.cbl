       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETABLE-MAINTAIN.
      *> Maintains the course timetable on TIMETABLE.DAT - when and
      *> where each course meets in a term, which IDXCOURSE.DAT never
      *> said. A session is a weekday, a start and end time (24-hour
      *> HHMM) and a room; the course must read on IDXCOURSE.DAT and
      *> still be active, and the term must be on the term calendar
      *> (asked through Sub-TermCheck) and not yet closed. A room is
      *> never double-booked: a session is refused while any other
      *> course's session in the same term holds the room on the
      *> same weekday at an overlapping time. Session numbers run on
      *> from the last one on file for the course/term. Same
      *> add/delete/list menu shape the other reference maintainers
      *> use.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
       FD  TimetableFile.
           COPY TIMETABREC.

       FD  CourseFile.
           COPY COURSEREC.

       WORKING-STORAGE SECTION.
       01  TimetableStatus     PIC X(2).
           88  TimetableFound      VALUE "00".
           88  TimetableFileOK     VALUE "00".
           88  TimetableDuplicate  VALUE "22".
           88  TimetableFileMissing    VALUE "35".

       01  CourseFileStatus    PIC X(2).
           88  CourseFound     VALUE "00".

      *> the term calendar's verdict on the term keyed
           COPY TERMCHECK.
       01  TermBlockedSw       PIC X.
           88  TermBlocked     VALUE "Y".
       01  ClosedTermSw        PIC X.
           88  ClosedTermRefused   VALUE "Y".

       01  MaintAction         PIC 9.
           88  AddAction       VALUE 1.
           88  DeleteAction    VALUE 2.
           88  ListAction      VALUE 3.
           88  QuitMaintenance VALUE 9.

      *> the session being keyed, held while the file is walked for
      *> a room clash - the walk reads through the record area
       01  NewSession.
           03  NewCourseCode   PIC X(4).
           03  NewTerm         PIC X(6).
           03  NewSessionNo    PIC 9(2).
           03  NewWeekday      PIC 9.
           03  NewStartTime    PIC 9(4).
           03  NewEndTime      PIC 9(4).
           03  NewRoom         PIC X(6).

       01  KeyedTime           PIC 9(4).
       01  FILLER REDEFINES KeyedTime.
           03  KeyedHours      PIC 99.
               88  ValidHours  VALUE 0 THRU 23.
           03  KeyedMinutes    PIC 99.
               88  ValidMinutes    VALUE 0 THRU 59.
       01  TimeCheckSw         PIC X.
           88  TimeIsValid     VALUE "Y".

       01  RoomClashSw         PIC X.
           88  RoomClash       VALUE "Y".
       01  ClashCourseCode     PIC X(4).
       01  ClashStartTime      PIC 9(4).
       01  ClashEndTime        PIC 9(4).

       01  WantedCourseCode    PIC X(4).
       01  WantedTerm          PIC X(6).
       01  ListedCount         PIC 9(3).

      *> the weekday a session meets on, by name
       01  WeekdayNames        PIC X(21)
               VALUE "SUNMONTUEWEDTHUFRISAT".
       01  WeekdayNameIndex    PIC 99.

       01  SessionDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlSessionNo    PIC 99.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlWeekday      PIC X(3).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlStartTime    PIC 9(4).
           03  FILLER          PIC X VALUE "-".
           03  DtlEndTime      PIC 9(4).
           03  FILLER          PIC X(8) VALUE "  ROOM: ".
           03  DtlRoom         PIC X(6).


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
           OPEN I-O TimetableFile.
           IF TimetableFileMissing
               CLOSE TimetableFile
               OPEN OUTPUT TimetableFile
               CLOSE TimetableFile
               OPEN I-O TimetableFile
           END-IF
           OPEN INPUT CourseFile.

           PERFORM DO-MAINTENANCE UNTIL QuitMaintenance.

           CLOSE TimetableFile, CourseFile.
           GOBACK.

       DO-MAINTENANCE.
           DISPLAY "CHOOSE: ADD=1, DELETE=2, LIST=3, QUIT=9 : "
             WITH NO ADVANCING.
           ACCEPT MaintAction.

           IF AddAction
               PERFORM ADD-SESSION
           END-IF

           IF DeleteAction
               PERFORM DELETE-SESSION
           END-IF

           IF ListAction
               PERFORM LIST-COURSE-SESSIONS
           END-IF.

       ADD-SESSION.
           DISPLAY "ENTER COURSE CODE(4 CHARS) : " WITH NO ADVANCING
           ACCEPT NewCourseCode
           MOVE NewCourseCode TO CourseCode
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
           ACCEPT NewTerm
           MOVE NewTerm TO TchTerm
           SET ClosedTermRefused TO TRUE
           PERFORM CHECK-TERM-CALENDAR
           IF TermBlocked
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER WEEKDAY (0=SUN ... 6=SAT) : "
             WITH NO ADVANCING
           ACCEPT NewWeekday
           MOVE NewWeekday TO TtbWeekday
           IF NOT ValidTtbWeekday
               DISPLAY "..WEEKDAY MUST BE 0 TO 6.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER START TIME(HHMM) : " WITH NO ADVANCING
           ACCEPT KeyedTime
           PERFORM CHECK-KEYED-TIME
           IF NOT TimeIsValid
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedTime TO NewStartTime
           DISPLAY "ENTER END TIME(HHMM) : " WITH NO ADVANCING
           ACCEPT KeyedTime
           PERFORM CHECK-KEYED-TIME
           IF NOT TimeIsValid
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedTime TO NewEndTime
           IF NewEndTime NOT > NewStartTime
               DISPLAY "..THE SESSION MUST END AFTER IT STARTS.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER ROOM(6 CHARS) : " WITH NO ADVANCING
           MOVE SPACES TO NewRoom
           ACCEPT NewRoom
           IF NewRoom = SPACES
               DISPLAY "..NO ROOM KEYED - SESSION NOT ADDED.."
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ROOM-FREE
           IF RoomClash
               DISPLAY "..ROOM ", NewRoom, " IS ALREADY BOOKED BY ",
                   ClashCourseCode, " ", ClashStartTime, "-",
                   ClashEndTime, " - SESSION NOT ADDED.."
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-NEXT-SESSION-NO
           MOVE NewCourseCode TO TtbCourseCode
           MOVE NewTerm TO TtbTerm
           MOVE NewSessionNo TO TtbSessionNo
           MOVE NewWeekday TO TtbWeekday
           MOVE NewStartTime TO TtbStartTime
           MOVE NewEndTime TO TtbEndTime
           MOVE NewRoom TO TtbRoom
           WRITE TimetableRecord
               INVALID KEY
               DISPLAY "(WRITE) TIMETABLE STATUS = ", TimetableStatus
           END-WRITE
           IF NOT TimetableDuplicate
               DISPLAY "..SESSION ", NewSessionNo, " ADDED.."
           END-IF.

       CHECK-KEYED-TIME.
           MOVE "N" TO TimeCheckSw
           IF KeyedTime NOT NUMERIC
               DISPLAY "..TIME MUST BE FOUR DIGITS, HHMM.."
               EXIT PARAGRAPH
           END-IF
           IF NOT ValidHours OR NOT ValidMinutes
               DISPLAY "..NOT A VALID TIME OF DAY.."
               EXIT PARAGRAPH
           END-IF
           SET TimeIsValid TO TRUE.

      *>   the room's bookings are spread over every course, so the
      *>   whole timetable is walked - a term's sessions run to a
      *>   few hundred at most
       CHECK-ROOM-FREE.
           MOVE "N" TO RoomClashSw
           MOVE LOW-VALUES TO TimetableKey
           START TimetableFile KEY IS NOT LESS THAN TimetableKey
               INVALID KEY CONTINUE
           END-START
           IF TimetableFileOK
               READ TimetableFile NEXT RECORD
                   AT END SET EndOfTimetableFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTimetableFile OR RoomClash
                   IF TtbTerm = NewTerm
                       AND TtbRoom = NewRoom
                       AND TtbWeekday = NewWeekday
                       AND TtbStartTime < NewEndTime
                       AND NewStartTime < TtbEndTime
                       SET RoomClash TO TRUE
                       MOVE TtbCourseCode TO ClashCourseCode
                       MOVE TtbStartTime TO ClashStartTime
                       MOVE TtbEndTime TO ClashEndTime
                   ELSE
                       READ TimetableFile NEXT RECORD
                           AT END SET EndOfTimetableFile TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

       FIND-NEXT-SESSION-NO.
           MOVE ZERO TO NewSessionNo
           MOVE NewCourseCode TO TtbCourseCode
           MOVE NewTerm TO TtbTerm
           MOVE ZERO TO TtbSessionNo
           START TimetableFile KEY IS NOT LESS THAN TimetableKey
               INVALID KEY CONTINUE
           END-START
           IF TimetableFileOK
               READ TimetableFile NEXT RECORD
                   AT END SET EndOfTimetableFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTimetableFile
                       OR TtbCourseCode NOT = NewCourseCode
                       OR TtbTerm NOT = NewTerm
                   MOVE TtbSessionNo TO NewSessionNo
                   READ TimetableFile NEXT RECORD
                       AT END SET EndOfTimetableFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           ADD 1 TO NewSessionNo.

       DELETE-SESSION.
           DISPLAY "ENTER COURSE CODE(4 CHARS) : " WITH NO ADVANCING
           ACCEPT TtbCourseCode
           DISPLAY "ENTER TERM(6 CHARS) : " WITH NO ADVANCING
           ACCEPT TtbTerm
           DISPLAY "ENTER SESSION NUMBER(2 DIGITS) : "
             WITH NO ADVANCING
           ACCEPT TtbSessionNo
           READ TimetableFile
               KEY IS TimetableKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT TimetableFound
               DISPLAY "..NO SUCH SESSION ON FILE.."
           ELSE
               DELETE TimetableFile RECORD
                   INVALID KEY
                   DISPLAY "(DELETE) TIMETABLE STATUS = ",
                       TimetableStatus
               END-DELETE
               DISPLAY "..SESSION DELETED.."
           END-IF.

       LIST-COURSE-SESSIONS.
           DISPLAY "ENTER COURSE CODE(4 CHARS) : " WITH NO ADVANCING
           ACCEPT WantedCourseCode
           DISPLAY "ENTER TERM(6 CHARS) : " WITH NO ADVANCING
           ACCEPT WantedTerm
           MOVE ZERO TO ListedCount
           MOVE WantedCourseCode TO TtbCourseCode
           MOVE WantedTerm TO TtbTerm
           MOVE ZERO TO TtbSessionNo
           START TimetableFile KEY IS NOT LESS THAN TimetableKey
               INVALID KEY CONTINUE
           END-START
           IF TimetableFileOK
               READ TimetableFile NEXT RECORD
                   AT END SET EndOfTimetableFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTimetableFile
                       OR TtbCourseCode NOT = WantedCourseCode
                       OR TtbTerm NOT = WantedTerm
                   ADD 1 TO ListedCount
                   MOVE TtbSessionNo TO DtlSessionNo
                   COMPUTE WeekdayNameIndex = TtbWeekday * 3 + 1
                   MOVE WeekdayNames(WeekdayNameIndex:3)
                       TO DtlWeekday
                   MOVE TtbStartTime TO DtlStartTime
                   MOVE TtbEndTime TO DtlEndTime
                   MOVE TtbRoom TO DtlRoom
                   DISPLAY SessionDetailLine
                   READ TimetableFile NEXT RECORD
                       AT END SET EndOfTimetableFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF ListedCount = ZERO
               DISPLAY "..NO SESSIONS FOR THAT COURSE/TERM.."
           END-IF.

      *>   a session is only booked in a term on the calendar, and
      *>   never added to one that has closed
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
               WHEN TchTermClosed AND ClosedTermRefused
                   DISPLAY "..TERM ", TchTerm, " IS CLOSED - ENTRY "
                       "REFUSED.."
                   SET TermBlocked TO TRUE
           END-EVALUATE.
