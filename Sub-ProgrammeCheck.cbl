       IDENTIFICATION DIVISION.
       PROGRAM-ID. Sub-ProgrammeCheck IS INITIAL.
      *>   This sub-program is CALLed from a Cobol program.
      *>   it requires 1 parameter.
      *>       1 the programme check block (PROGCHECK.cpy), the
      *>         student id in place; the rest comes back filled
      *>   Where one student stands against the programme of study
      *>   STUDENT-PROGRAMME.DAT links them to: for every course
      *>   PROGRAMME-COURSE.DAT lists for the programme, whether
      *>   GRADES.DAT holds a pass for it in any term (a result not
      *>   starting "F", the rule the whole student side applies),
      *>   counting the required courses passed and the credits
      *>   passed off IDXCOURSE.DAT. Complete means every required
      *>   course passed AND the programme's minimum credits
      *>   reached. A student with no link, or linked to a
      *>   programme no longer on file, comes back as having no
      *>   programme. The completion audit, the award run and the
      *>   term progression all ask here, so the three can never
      *>   disagree about who has finished.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentProgrammeFile
             ASSIGN TO "STUDENT-PROGRAMME.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SpgStudentId
             FILE STATUS IS StudentProgrammeStatus.

           SELECT ProgrammeFile ASSIGN TO "PROGRAMME.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ProgCode
             FILE STATUS IS ProgrammeStatus.

           SELECT ProgrammeCourseFile
             ASSIGN TO "PROGRAMME-COURSE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ProgrammeCourseKey
             FILE STATUS IS ProgrammeCourseStatus.

           SELECT GradeFile ASSIGN TO "GRADES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GradeKey
             FILE STATUS IS GradeStatus.

           SELECT CourseFile ASSIGN TO "IDXCOURSE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CourseCode
             FILE STATUS IS CourseFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentProgrammeFile.
           COPY STUPROGREC.

       FD  ProgrammeFile.
           COPY PROGREC.

       FD  ProgrammeCourseFile.
           COPY PROGCRSREC.

       FD  GradeFile.
           COPY GRADEREC.

       FD  CourseFile.
           COPY COURSEREC.

       WORKING-STORAGE SECTION.
       01  StudentProgrammeStatus  PIC X(2).
           88  StudentProgrammeFound   VALUE "00".
       01  ProgrammeStatus     PIC X(2).
           88  ProgrammeFound  VALUE "00".
       01  ProgrammeCourseStatus   PIC X(2).
           88  ProgrammeCourseFileOK   VALUE "00".
       01  GradeStatus         PIC X(2).
           88  GradeFileOK     VALUE "00".
       01  CourseFileStatus    PIC X(2).
           88  CourseFound     VALUE "00".

       01  GradeCheckValue     PIC XX.
           88  FailingGrade    VALUE "F " "F1" "F2" "F3" "F4"
                                     "F5" "F6" "F7" "F8" "F9".
       01  PassFoundSw         PIC X.
           88  PassFound       VALUE "Y".
      *> a programme with no courses listed yet can't be finished
      *> by anyone, however its minimum is set
       01  ListedCourseCount   PIC 9(3).

       LINKAGE SECTION.
           COPY PROGCHECK.

       PROCEDURE DIVISION USING ProgrammeCheck.
       BEGIN.
           MOVE SPACES TO PchProgCode
           SET PchNoProgramme TO TRUE
           MOVE "N" TO PchAwardedSw
           MOVE ZERO TO PchRequiredCount PchRequiredPassed
               PchCreditsPassed PchMinCredits

           OPEN INPUT StudentProgrammeFile
           IF NOT StudentProgrammeFound
               EXIT PROGRAM
           END-IF
           MOVE PchStudentId TO SpgStudentId
           READ StudentProgrammeFile
               INVALID KEY CONTINUE
           END-READ
           CLOSE StudentProgrammeFile
           IF NOT StudentProgrammeFound
               EXIT PROGRAM
           END-IF
           MOVE SpgProgCode TO PchProgCode
           IF SpgAwarded
               SET PchAlreadyAwarded TO TRUE
           END-IF

           OPEN INPUT ProgrammeFile
           MOVE SpgProgCode TO ProgCode
           READ ProgrammeFile
               INVALID KEY CONTINUE
           END-READ
           IF NOT ProgrammeFound
               CLOSE ProgrammeFile
               EXIT PROGRAM
           END-IF
           MOVE ProgMinCredits TO PchMinCredits
           CLOSE ProgrammeFile

           OPEN INPUT ProgrammeCourseFile, GradeFile, CourseFile
           PERFORM WEIGH-PROGRAMME-COURSES
           CLOSE ProgrammeCourseFile, GradeFile, CourseFile

           IF ListedCourseCount > ZERO
               AND PchRequiredPassed = PchRequiredCount
               AND PchCreditsPassed >= PchMinCredits
               SET PchComplete TO TRUE
           ELSE
               SET PchStillOwing TO TRUE
           END-IF
           EXIT PROGRAM.

      *>   the programme's courses sit together under one START
       WEIGH-PROGRAMME-COURSES.
           MOVE ZERO TO ListedCourseCount
           MOVE PchProgCode TO PgcProgCode
           MOVE LOW-VALUES TO PgcCourseCode
           START ProgrammeCourseFile
               KEY IS NOT LESS THAN ProgrammeCourseKey
               INVALID KEY CONTINUE
           END-START
           IF NOT ProgrammeCourseFileOK
               EXIT PARAGRAPH
           END-IF
           READ ProgrammeCourseFile NEXT RECORD
               AT END SET EndOfProgrammeCourseFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfProgrammeCourseFile
                   OR PgcProgCode NOT = PchProgCode
               ADD 1 TO ListedCourseCount
               IF PgcRequired
                   ADD 1 TO PchRequiredCount
               END-IF
               PERFORM FIND-COURSE-PASS
               IF PassFound
                   IF PgcRequired
                       ADD 1 TO PchRequiredPassed
                   END-IF
                   MOVE PgcCourseCode TO CourseCode
                   READ CourseFile
                       INVALID KEY MOVE ZERO TO CourseCredits
                   END-READ
                   ADD CourseCredits TO PchCreditsPassed
               END-IF
               READ ProgrammeCourseFile NEXT RECORD
                   AT END SET EndOfProgrammeCourseFile TO TRUE
               END-READ
           END-PERFORM.

      *>   the grade key groups the student's results for a course
      *>   under one START - a pass in any term will do
       FIND-COURSE-PASS.
           MOVE "N" TO PassFoundSw
           MOVE PchStudentId TO GradeStudentId
           MOVE PgcCourseCode TO GradeCourseCode
           MOVE LOW-VALUES TO GradeTerm
           START GradeFile KEY IS NOT LESS THAN GradeKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ GradeFile NEXT RECORD
               AT END SET EndOfGradeFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGradeFile OR PassFound
                   OR GradeStudentId NOT = PchStudentId
                   OR GradeCourseCode NOT = PgcCourseCode
               MOVE GradeValue TO GradeCheckValue
               IF NOT FailingGrade
                   SET PassFound TO TRUE
               ELSE
                   READ GradeFile NEXT RECORD
                       AT END SET EndOfGradeFile TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

           END PROGRAM Sub-ProgrammeCheck.
