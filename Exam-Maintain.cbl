       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-MAINTAIN.
      *> Maintains the exam schedule on EXAM.DAT - when and where
      *> each course's exam sits in a term, which used to be worked
      *> out on the back of the COURSE-ROSTERREPORT printout. The
      *> course must read on IDXCOURSE.DAT and still be active, the
      *> term must be on the term calendar (asked through
      *> Sub-TermCheck) and not yet closed, the date must pass
      *> Sub-DateValidate-V2, the session is A (morning) or P
      *> (afternoon), and the room is given a number of seats for
      *> the exam. Before the exam is added the seats
      *> already allotted in the same room and session are shown,
      *> so a shared hall is not handed out twice over. Same
      *> add/delete/list menu shape the other reference
      *> maintainers use.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ExamFile ASSIGN TO "EXAM.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ExamKey
             FILE STATUS IS ExamStatus.

           SELECT CourseFile ASSIGN TO "IDXCOURSE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CourseCode
             FILE STATUS IS CourseFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ExamFile.
           COPY EXAMREC.

       FD  CourseFile.
           COPY COURSEREC.

       WORKING-STORAGE SECTION.
       01  ExamStatus          PIC X(2).
           88  ExamFound       VALUE "00".
           88  ExamFileOK      VALUE "00".
           88  ExamDuplicate   VALUE "22".
           88  ExamFileMissing VALUE "35".

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

      *> the exam being keyed, held while the file is walked for
      *> the seats already given out - the walk reads through the
      *> record area
       01  NewExam.
           03  NewCourseCode   PIC X(4).
           03  NewTerm         PIC X(6).
           03  NewDate         PIC 9(8).
           03  NewSession      PIC X.
           03  NewRoom         PIC X(6).
           03  NewSeats        PIC 9(3).

       01  KeyedDate           PIC 9(8).
       01  DateCheckResult     PIC 9.
           88  DateIsValid     VALUE 0.
           88  DateIsFuture    VALUE 8.
       01  KeyedSession        PIC X.
           88  MorningKeyed    VALUE "A" "a".
           88  AfternoonKeyed  VALUE "P" "p".

       01  SeatsAlreadyGiven   PIC 9(4).
       01  ExamsInSitting      PIC 9(3).
       01  ConfirmSw           PIC X.
           88  Confirmed       VALUE "Y" "y".

       01  WantedTerm          PIC X(6).
       01  ListedCount         PIC 9(3).

       01  ExamDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlCourseCode   PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlCourseName   PIC X(20).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlDate         PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlSession      PIC X(2).
           03  FILLER          PIC X(8) VALUE "  ROOM: ".
           03  DtlRoom         PIC X(6).
           03  FILLER          PIC X(8) VALUE "  SEATS ".
           03  DtlSeats        PIC ZZ9.


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
           OPEN I-O ExamFile.
           IF ExamFileMissing
               CLOSE ExamFile
               OPEN OUTPUT ExamFile
               CLOSE ExamFile
               OPEN I-O ExamFile
           END-IF
           OPEN INPUT CourseFile.

           PERFORM DO-MAINTENANCE UNTIL QuitMaintenance.

           CLOSE ExamFile, CourseFile.
           GOBACK.

       DO-MAINTENANCE.
           DISPLAY "CHOOSE: ADD=1, DELETE=2, LIST=3, QUIT=9 : "
             WITH NO ADVANCING.
           ACCEPT MaintAction.

           IF AddAction
               PERFORM ADD-EXAM
           END-IF

           IF DeleteAction
               PERFORM DELETE-EXAM
           END-IF

           IF ListAction
               PERFORM LIST-TERM-EXAMS
           END-IF.

       ADD-EXAM.
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
           DISPLAY "ENTER EXAM DATE(YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT KeyedDate
           CALL "Sub-DateValidate-V2" USING KeyedDate,
               DateCheckResult
           IF NOT DateIsValid AND NOT DateIsFuture
               DISPLAY "..NOT A VALID DATE, REASON CODE ",
                   DateCheckResult, ".."
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedDate TO NewDate
           DISPLAY "ENTER SESSION (A=MORNING, P=AFTERNOON) : "
             WITH NO ADVANCING
           ACCEPT KeyedSession
           EVALUATE TRUE
               WHEN MorningKeyed
                   MOVE "A" TO NewSession
               WHEN AfternoonKeyed
                   MOVE "P" TO NewSession
               WHEN OTHER
                   DISPLAY "..SESSION MUST BE A OR P.."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "ENTER ROOM(6 CHARS) : " WITH NO ADVANCING
           MOVE SPACES TO NewRoom
           ACCEPT NewRoom
           IF NewRoom = SPACES
               DISPLAY "..NO ROOM KEYED - EXAM NOT ADDED.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER SEATS FOR THIS EXAM(NNN) : "
             WITH NO ADVANCING
           MOVE ZERO TO NewSeats
           ACCEPT NewSeats
           IF NewSeats = ZERO
               DISPLAY "..AN EXAM NEEDS AT LEAST ONE SEAT.."
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-SEATS-IN-SITTING
           IF ExamsInSitting > ZERO
               DISPLAY "..ROOM ALREADY HOLDS ", ExamsInSitting,
                   " EXAM(S) THAT SESSION, ", SeatsAlreadyGiven,
                   " SEATS GIVEN OUT.."
               DISPLAY "ADD THIS EXAM TO THE ROOM ANYWAY(Y/N) : "
                 WITH NO ADVANCING
               MOVE "N" TO ConfirmSw
               ACCEPT ConfirmSw
               IF NOT Confirmed
                   DISPLAY "..EXAM NOT ADDED.."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE NewCourseCode TO ExmCourseCode
           MOVE NewTerm TO ExmTerm
           MOVE NewDate TO ExmDate
           MOVE NewSession TO ExmSession
           MOVE NewRoom TO ExmRoom
           MOVE NewSeats TO ExmSeats
           WRITE ExamRecord
               INVALID KEY
               DISPLAY "(WRITE) EXAM STATUS = ", ExamStatus
           END-WRITE
           IF ExamDuplicate
               DISPLAY "..THAT COURSE ALREADY HAS AN EXAM IN THAT "
                   "TERM.."
           ELSE
               DISPLAY "..EXAM ADDED.."
           END-IF.

      *>   the schedule is keyed by course, so a room's sitting is
      *>   spread over the whole file and it is walked end to end
       COUNT-SEATS-IN-SITTING.
           MOVE ZERO TO SeatsAlreadyGiven ExamsInSitting
           MOVE LOW-VALUES TO ExamKey
           START ExamFile KEY IS NOT LESS THAN ExamKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ ExamFile NEXT RECORD
               AT END SET EndOfExamFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfExamFile
               IF ExmDate = NewDate
                   AND ExmSession = NewSession
                   AND ExmRoom = NewRoom
                   ADD 1 TO ExamsInSitting
                   ADD ExmSeats TO SeatsAlreadyGiven
               END-IF
               READ ExamFile NEXT RECORD
                   AT END SET EndOfExamFile TO TRUE
               END-READ
           END-PERFORM.

       DELETE-EXAM.
           DISPLAY "ENTER COURSE CODE(4 CHARS) : " WITH NO ADVANCING
           ACCEPT ExmCourseCode
           DISPLAY "ENTER TERM(6 CHARS, E.G. 2026-1) : "
             WITH NO ADVANCING
           ACCEPT ExmTerm
           READ ExamFile
               KEY IS ExamKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT ExamFound
               DISPLAY "..NO EXAM ON FILE FOR THAT COURSE/TERM.."
           ELSE
               DELETE ExamFile RECORD
                   INVALID KEY
                   DISPLAY "(DELETE) EXAM STATUS = ", ExamStatus
               END-DELETE
               DISPLAY "..EXAM DELETED.."
           END-IF.

       LIST-TERM-EXAMS.
           DISPLAY "ENTER TERM(6 CHARS, E.G. 2026-1) : "
             WITH NO ADVANCING
           ACCEPT WantedTerm
           MOVE ZERO TO ListedCount
           MOVE LOW-VALUES TO ExamKey
           START ExamFile KEY IS NOT LESS THAN ExamKey
               INVALID KEY CONTINUE
           END-START
           IF ExamFileOK
               READ ExamFile NEXT RECORD
                   AT END SET EndOfExamFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfExamFile
                   IF ExmTerm = WantedTerm
                       ADD 1 TO ListedCount
                       MOVE ExmCourseCode TO DtlCourseCode
                       MOVE ExmCourseCode TO CourseCode
                       READ CourseFile
                           INVALID KEY
                               MOVE "**UNKNOWN COURSE**" TO CourseName
                       END-READ
                       MOVE CourseName TO DtlCourseName
                       MOVE ExmDate TO DtlDate
                       IF ExmMorning
                           MOVE "AM" TO DtlSession
                       ELSE
                           MOVE "PM" TO DtlSession
                       END-IF
                       MOVE ExmRoom TO DtlRoom
                       MOVE ExmSeats TO DtlSeats
                       DISPLAY ExamDetailLine
                   END-IF
                   READ ExamFile NEXT RECORD
                       AT END SET EndOfExamFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF ListedCount = ZERO
               DISPLAY "..NO EXAMS SCHEDULED IN THAT TERM.."
           END-IF.

      *>   an exam is only set in a term on the calendar, and
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
