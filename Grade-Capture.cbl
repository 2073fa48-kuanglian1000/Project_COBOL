      *> session loses nothing already entered. The student id is
      *> keyed WITH its check digit and verified through
      *> Sub-CheckDigit before the key is used - a transposition
      *> lands at the keyboard, not on the wrong student. The tutor
      *> keying the results signs in once per sitting with an id
      *> that must read active on TUTOR.DAT, and every result
      *> written is stamped with it. The term must be on the term
      *> calendar (asked through Sub-TermCheck) and no longer only
      *> planned - a mistyped term is refused at the keyboard
      *> instead of starting a phantom term.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS CourseCode
             FILE STATUS IS CourseFileStatus.

           SELECT TutorFile ASSIGN TO "TUTOR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS TutorId
             FILE STATUS IS TutorStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GradeFile.
       FD  CourseFile.
           COPY COURSEREC.

       FD  TutorFile.
           COPY TUTORREC.

       WORKING-STORAGE SECTION.
       01  GradeStatus         PIC X(2).
           88  GradeFileOK     VALUE "00".
       01  CourseFileStatus    PIC X(2).
           88  CourseFound     VALUE "00".

       01  TutorStatus         PIC X(2).
           88  TutorFound      VALUE "00".
           88  TutorFileOK     VALUE "00".

      *> the tutor keying this sitting's results
       01  EnteringTutorId     PIC X(4).

       01  AnotherEntrySw      PIC X VALUE "Y".
           88  AnotherEntry    VALUE "Y" "y".

       01  CheckDigitBadSw     PIC X.
           88  CheckDigitBad   VALUE "Y".

      *> the term calendar's verdict on the term keyed
           COPY TERMCHECK.
       01  TermBlockedSw       PIC X.
           88  TermBlocked     VALUE "Y".


      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
           END-IF
           OPEN INPUT StudentFile.
           OPEN INPUT CourseFile.
           OPEN INPUT TutorFile.

           PERFORM GET-ENTERING-TUTOR.
           IF EnteringTutorId NOT = SPACES
               PERFORM CAPTURE-ONE-GRADE UNTIL NOT AnotherEntry
               DISPLAY "GRADES ACCEPTED THIS SESSION = ",
                   AcceptedCount
           END-IF.

           CLOSE GradeFile, StudentFile, CourseFile, TutorFile.
           STOP RUN.

      *>   no tutor, no sitting - a result nobody can be held to is
      *>   not taken
       GET-ENTERING-TUTOR.
           MOVE SPACES TO EnteringTutorId
           IF NOT TutorFileOK
               DISPLAY "..NO TUTORS ON FILE - RESULTS CANNOT BE "
                   "TAKEN.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER YOUR TUTOR ID(4 CHARS) : "
             WITH NO ADVANCING
           ACCEPT TutorId
           READ TutorFile
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT TutorFound
                   DISPLAY "..NO SUCH TUTOR ON FILE.."
               WHEN NOT TutorIsActive
                   DISPLAY "..TUTOR IS RETIRED - RESULTS CANNOT BE "
                       "TAKEN.."
               WHEN OTHER
                   DISPLAY "TUTOR : ", TutorName
                   MOVE TutorId TO EnteringTutorId
           END-EVALUATE.

       CAPTURE-ONE-GRADE.
           DISPLAY "ENTER STUDENT ID + CHECK DIGIT(8 CHARS) : "
             WITH NO ADVANCING.
                   DISPLAY "ENTER TERM(6 CHARS, E.G. 2026-1) : "
                     WITH NO ADVANCING
                   ACCEPT GradeTerm
                   PERFORM CHECK-TERM-CALENDAR
                   IF TermBlocked
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "ENTER GRADE(2 CHARS) : " WITH NO ADVANCING
                   ACCEPT GradeValue
                   MOVE EnteringTutorId TO GradeEnteredBy
                   WRITE GradeRecord
                       INVALID KEY
                       DISPLAY "(WRITE) GRADE STATUS = ", GradeStatus
                       ADD 1 TO AcceptedCount
                   END-IF
           END-EVALUATE.

      *>   results belong to a term that has started - a planned
      *>   term has nothing to grade yet
       CHECK-TERM-CALENDAR.
           MOVE "N" TO TermBlockedSw
           MOVE GradeTerm TO TchTerm
           MOVE ZERO TO TchAsOfDate
           CALL "Sub-TermCheck" USING TermCheck
           EVALUATE TRUE
               WHEN TchNoCalendar
                   DISPLAY "..NO TERM CALENDAR ON FILE - TERMS ARE "
                       "KEYED ON THE CONTROL FILE WORKBENCH.."
                   SET TermBlocked TO TRUE
               WHEN TchUnknownTerm
                   DISPLAY "..TERM ", GradeTerm, " IS NOT ON THE "
                       "TERM CALENDAR - ENTRY REFUSED.."
                   SET TermBlocked TO TRUE
               WHEN TchTermPlanned
                   DISPLAY "..TERM ", GradeTerm, " IS NOT OPEN YET "
                       "- ENTRY REFUSED.."
                   SET TermBlocked TO TRUE
           END-EVALUATE.
