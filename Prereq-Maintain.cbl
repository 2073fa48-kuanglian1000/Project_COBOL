      *> enrollment can refuse an advanced course the student can't
      *> follow. Both codes in a pair must read on IDXCOURSE.DAT;
      *> same add/delete/list menu shape the other reference
      *> maintainers use. The course's credits - what a pass earns
      *> toward the credit-weighted grade point average on the
      *> transcript and the honours list - are keyed here too, the
      *> same way TUITION-BILLING keys a course's fee, and so is the
      *> subject COURSE-PROSPECTUS groups the course under.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  AddAction       VALUE 1.
           88  DeleteAction    VALUE 2.
           88  ListAction      VALUE 3.
           88  CreditsAction   VALUE 4.
           88  SubjectAction   VALUE 5.
           88  QuitMaintenance VALUE 9.

       01  WantedCourseCode    PIC X(4).
       01  ListedCount         PIC 9(3).
      *> a course earns at most this many credits - a typo of 30
      *> for 3 would swamp every average the course is in
       01  KeyedCredits        PIC 99.
           88  ValidKeyedCredits   VALUE 0 THRU 20.
       01  KeyedSubject        PIC X(15).

       01  PrereqDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
               CLOSE PrereqFile
               OPEN I-O PrereqFile
           END-IF
           OPEN I-O CourseFile.

           PERFORM DO-MAINTENANCE UNTIL QuitMaintenance.

           GOBACK.

       DO-MAINTENANCE.
           DISPLAY "CHOOSE: ADD=1, DELETE=2, LIST=3, CREDITS=4, "
             "SUBJECT=5, QUIT=9 : " WITH NO ADVANCING.
           ACCEPT MaintAction.

           IF AddAction

           IF ListAction
               PERFORM LIST-COURSE-PREREQS
           END-IF

           IF CreditsAction
               PERFORM SET-COURSE-CREDITS
           END-IF

           IF SubjectAction
               PERFORM SET-COURSE-SUBJECT
           END-IF.

       ADD-PREREQ-PAIR.
           IF ListedCount = ZERO
               DISPLAY "..NO PREREQUISITES FOR THAT COURSE.."
           END-IF.

      *>   zero is allowed - it takes the course back out of the
      *>   averages, the same as a course never given credits
       SET-COURSE-CREDITS.
           DISPLAY "ENTER COURSE CODE(4 CHARS) : " WITH NO ADVANCING
           ACCEPT CourseCode
           READ CourseFile
               KEY IS CourseCode
               INVALID KEY CONTINUE
           END-READ
           IF NOT CourseFound
               DISPLAY "..NO SUCH COURSE ON FILE.."
           ELSE
               DISPLAY "COURSE : ", CourseName
               DISPLAY "CURRENT CREDITS = ", CourseCredits
               DISPLAY "ENTER NEW CREDITS(0-20) : " WITH NO ADVANCING
               MOVE ZERO TO KeyedCredits
               ACCEPT KeyedCredits
               IF NOT ValidKeyedCredits
                   DISPLAY "..CREDITS MUST BE 0 TO 20.."
                   EXIT PARAGRAPH
               END-IF
               MOVE KeyedCredits TO CourseCredits
               REWRITE CourseRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) COURSE STATUS = ",
                       CourseFileStatus
               END-REWRITE
               DISPLAY "..CREDITS SET.."
           END-IF.

      *>   spaces are allowed - the course goes back under GENERAL
      *>   in the prospectus
       SET-COURSE-SUBJECT.
           DISPLAY "ENTER COURSE CODE(4 CHARS) : " WITH NO ADVANCING
           ACCEPT CourseCode
           READ CourseFile
               KEY IS CourseCode
               INVALID KEY CONTINUE
           END-READ
           IF NOT CourseFound
               DISPLAY "..NO SUCH COURSE ON FILE.."
           ELSE
               DISPLAY "COURSE : ", CourseName
               DISPLAY "CURRENT SUBJECT = ", CourseSubject
               DISPLAY "ENTER NEW SUBJECT(15) : " WITH NO ADVANCING
               MOVE SPACES TO KeyedSubject
               ACCEPT KeyedSubject
               MOVE KeyedSubject TO CourseSubject
               REWRITE CourseRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) COURSE STATUS = ",
                       CourseFileStatus
               END-REWRITE
               DISPLAY "..SUBJECT SET.."
           END-IF.
