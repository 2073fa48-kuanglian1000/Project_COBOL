       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMME-AUDIT.
      *> Programme completion audit per student: where a keyed
      *> student stands against the programme of study
      *> STUDENT-PROGRAMME.DAT links them to. Every course
      *> PROGRAMME-COURSE.DAT lists for the programme prints once,
      *> required or optional, with its credits and where it
      *> stands - PASSED (the term and grade of the pass on
      *> GRADES.DAT), ENROLLED (an active enrollment on ENROLL.DAT,
      *> with its term) or OWED. The student's active enrollments
      *> follow, programme courses or not, then the required
      *> courses and credits passed against what the programme
      *> asks, and the verdict off Sub-ProgrammeCheck - the same
      *> one the award run goes by. The page goes to
      *> PROGRAMME-AUDIT.DAT, one student per run, the way the
      *> transcript does.

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

           SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EnrollKey
             FILE STATUS IS EnrollFileStatus.

           SELECT StudentFile ASSIGN TO "IDXSTUDENT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS IdxStudentId
             FILE STATUS IS StudentFileStatus.

           SELECT CourseFile ASSIGN TO "IDXCOURSE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CourseCode
             FILE STATUS IS CourseFileStatus.

           SELECT ReportFile ASSIGN TO "PROGRAMME-AUDIT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

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

       FD  EnrollFile.
           COPY ENROLLREC.

       FD  StudentFile.
           COPY IDXSTUDREC.

       FD  CourseFile.
           COPY COURSEREC.

       FD  ReportFile.
       01  ReportLine  PIC X(70).

       WORKING-STORAGE SECTION.
       01  StudentProgrammeStatus  PIC X(2).
           88  StudentProgrammeFound   VALUE "00".
       01  ProgrammeStatus     PIC X(2).
           88  ProgrammeFound  VALUE "00".
       01  ProgrammeCourseStatus   PIC X(2).
           88  ProgrammeCourseFileOK   VALUE "00".
       01  GradeStatus         PIC X(2).
           88  GradeFileOK     VALUE "00".
       01  EnrollFileStatus    PIC X(2).
           88  EnrollFileOK    VALUE "00".
       01  StudentFileStatus   PIC X(2).
           88  StudentFound    VALUE "00".
       01  CourseFileStatus    PIC X(2).
           88  CourseFound     VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

           COPY PROGCHECK.

       01  WantedStudentId     PIC X(7).
       01  WantedCourseCode    PIC X(4).
       01  GradeCheckValue     PIC XX.
           88  FailingGrade    VALUE "F " "F1" "F2" "F3" "F4"
                                     "F5" "F6" "F7" "F8" "F9".
       01  PassFoundSw         PIC X.
           88  PassFound       VALUE "Y".
       01  EnrolledFoundSw     PIC X.
           88  EnrolledFound   VALUE "Y".
       01  PassTerm            PIC X(6).
       01  PassGrade           PIC XX.
       01  EnrolledTerm        PIC X(6).
       01  OwedCount           PIC 9(3) VALUE ZERO.
       01  EnrolledCount       PIC 9(3) VALUE ZERO.
       01  UnknownCourseName   PIC X(20)
             VALUE "**UNKNOWN COURSE**".

       01  AuditHeading        PIC X(28)
             VALUE "=PROGRAMME COMPLETION AUDIT=".

       01  StudentHeadingLine.
           03  FILLER          PIC X(12) VALUE "STUDENT   : ".
           03  ShdStudentId    PIC X(7).
           03  FILLER          PIC XX VALUE SPACES.
           03  ShdStudentName  PIC X(18).

       01  ProgrammeHeadingLine.
           03  FILLER          PIC X(12) VALUE "PROGRAMME : ".
           03  PhdProgCode     PIC X(4).
           03  FILLER          PIC XX VALUE SPACES.
           03  PhdProgName     PIC X(30).
           03  FILLER          PIC X(8) VALUE "  FROM: ".
           03  PhdStartTerm    PIC X(6).

       01  CourseStatusLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  CslCourseCode   PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  CslCourseName   PIC X(20).
           03  FILLER          PIC X VALUE SPACE.
           03  CslRequirement  PIC X(8).
           03  FILLER          PIC X(5) VALUE " CR =".
           03  CslCredits      PIC Z9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  CslState        PIC X(8).
           03  FILLER          PIC X VALUE SPACE.
           03  CslTerm         PIC X(6).
           03  FILLER          PIC X VALUE SPACE.
           03  CslGrade        PIC XX.

       01  EnrolledHeading     PIC X(40)
             VALUE "CURRENTLY ENROLLED:".

       01  EnrolledLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  EnlCourseCode   PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  EnlCourseName   PIC X(20).
           03  FILLER          PIC X(8) VALUE "  TERM: ".
           03  EnlTerm         PIC X(6).

       01  RequiredTotalLine.
           03  FILLER          PIC X(26)
                 VALUE "REQUIRED COURSES PASSED = ".
           03  RtlPassed       PIC ZZ9.
           03  FILLER          PIC X(4) VALUE " OF ".
           03  RtlRequired     PIC ZZ9.

       01  CreditTotalLine.
           03  FILLER          PIC X(26)
                 VALUE "CREDITS PASSED          = ".
           03  CtlPassed       PIC ZZ9.
           03  FILLER          PIC X(4) VALUE " OF ".
           03  CtlMinimum      PIC ZZ9.
           03  FILLER          PIC X(9) VALUE " MINIMUM".

       01  VerdictLine.
           03  FILLER          PIC X(26)
                 VALUE "STANDING                = ".
           03  VdlVerdict      PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "ENTER STUDENT ID(7 CHARS) : " WITH NO ADVANCING.
           ACCEPT WantedStudentId.

           OPEN INPUT StudentFile.
           MOVE WantedStudentId TO IdxStudentId.
           READ StudentFile
               INVALID KEY CONTINUE
           END-READ.
           IF NOT StudentFound
               DISPLAY "..NO SUCH STUDENT ON FILE.."
               CLOSE StudentFile
               STOP RUN
           END-IF

           MOVE WantedStudentId TO PchStudentId.
           CALL "Sub-ProgrammeCheck" USING ProgrammeCheck.
           IF PchNoProgramme
               DISPLAY "..STUDENT IS NOT LINKED TO A PROGRAMME ON "
                   "FILE.."
               CLOSE StudentFile
               STOP RUN
           END-IF

           OPEN INPUT StudentProgrammeFile, ProgrammeFile,
               ProgrammeCourseFile, GradeFile, EnrollFile, CourseFile.
           MOVE WantedStudentId TO SpgStudentId.
           READ StudentProgrammeFile
               INVALID KEY CONTINUE
           END-READ.
           MOVE SpgProgCode TO ProgCode.
           READ ProgrammeFile
               INVALID KEY CONTINUE
           END-READ.

           OPEN OUTPUT ReportFile.
           PERFORM PRINT-AUDIT.
           CLOSE ReportFile.
           DISPLAY "..AUDIT WRITTEN, COURSES OWED = ", OwedCount.

           CLOSE StudentProgrammeFile, ProgrammeFile,
               ProgrammeCourseFile, GradeFile, EnrollFile, CourseFile,
               StudentFile.
           STOP RUN.

       PRINT-AUDIT.
           WRITE ReportLine FROM AuditHeading
           MOVE WantedStudentId TO ShdStudentId
           MOVE IdxStudentName TO ShdStudentName
           WRITE ReportLine FROM StudentHeadingLine
           MOVE ProgCode TO PhdProgCode
           MOVE ProgName TO PhdProgName
           MOVE SpgStartTerm TO PhdStartTerm
           WRITE ReportLine FROM ProgrammeHeadingLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           MOVE ProgCode TO PgcProgCode
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
                       OR PgcProgCode NOT = ProgCode
                   PERFORM PRINT-ONE-PROGRAMME-COURSE
                   READ ProgrammeCourseFile NEXT RECORD
                       AT END SET EndOfProgrammeCourseFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM EnrolledHeading
           PERFORM PRINT-ACTIVE-ENROLLMENTS

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE PchRequiredPassed TO RtlPassed
           MOVE PchRequiredCount TO RtlRequired
           WRITE ReportLine FROM RequiredTotalLine
           MOVE PchCreditsPassed TO CtlPassed
           MOVE PchMinCredits TO CtlMinimum
           WRITE ReportLine FROM CreditTotalLine
           EVALUATE TRUE
               WHEN PchAlreadyAwarded
                   MOVE SPACES TO VdlVerdict
                   STRING "AWARDED IN " DELIMITED BY SIZE
                       SpgAwardTerm DELIMITED BY SIZE
                       INTO VdlVerdict
                   END-STRING
               WHEN PchComplete
                   MOVE "COMPLETE - DUE AN AWARD" TO VdlVerdict
               WHEN OTHER
                   MOVE "NOT YET COMPLETE" TO VdlVerdict
           END-EVALUATE
           WRITE ReportLine FROM VerdictLine.

      *>   passed beats enrolled beats owed - a course passed once
      *>   stays passed whatever happened in other terms
       PRINT-ONE-PROGRAMME-COURSE.
           MOVE PgcCourseCode TO CslCourseCode
           MOVE PgcCourseCode TO CourseCode
           READ CourseFile
               INVALID KEY
                   MOVE UnknownCourseName TO CourseName
                   MOVE ZERO TO CourseCredits
           END-READ
           MOVE CourseName TO CslCourseName
           MOVE CourseCredits TO CslCredits
           IF PgcRequired
               MOVE "REQUIRED" TO CslRequirement
           ELSE
               MOVE "OPTIONAL" TO CslRequirement
           END-IF
           MOVE PgcCourseCode TO WantedCourseCode
           PERFORM FIND-COURSE-PASS
           MOVE SPACES TO CslTerm CslGrade
           IF PassFound
               MOVE "PASSED" TO CslState
               MOVE PassTerm TO CslTerm
               MOVE PassGrade TO CslGrade
           ELSE
               PERFORM FIND-COURSE-ENROLLMENT
               IF EnrolledFound
                   MOVE "ENROLLED" TO CslState
                   MOVE EnrolledTerm TO CslTerm
               ELSE
                   MOVE "OWED" TO CslState
                   ADD 1 TO OwedCount
               END-IF
           END-IF
           WRITE ReportLine FROM CourseStatusLine.

       FIND-COURSE-PASS.
           MOVE "N" TO PassFoundSw
           MOVE WantedStudentId TO GradeStudentId
           MOVE WantedCourseCode TO GradeCourseCode
           MOVE LOW-VALUES TO GradeTerm
           START GradeFile KEY IS NOT LESS THAN GradeKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ GradeFile NEXT RECORD
               AT END SET EndOfGradeFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGradeFile OR PassFound
                   OR GradeStudentId NOT = WantedStudentId
                   OR GradeCourseCode NOT = WantedCourseCode
               MOVE GradeValue TO GradeCheckValue
               IF NOT FailingGrade
                   SET PassFound TO TRUE
                   MOVE GradeTerm TO PassTerm
                   MOVE GradeValue TO PassGrade
               ELSE
                   READ GradeFile NEXT RECORD
                       AT END SET EndOfGradeFile TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

       FIND-COURSE-ENROLLMENT.
           MOVE "N" TO EnrolledFoundSw
           MOVE WantedStudentId TO EnrollStudentId
           MOVE WantedCourseCode TO EnrollCourseCode
           MOVE LOW-VALUES TO EnrollTerm
           START EnrollFile KEY IS NOT LESS THAN EnrollKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ EnrollFile NEXT RECORD
               AT END SET EndOfEnrollFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfEnrollFile OR EnrolledFound
                   OR EnrollStudentId NOT = WantedStudentId
                   OR EnrollCourseCode NOT = WantedCourseCode
               IF EnrollIsActive
                   SET EnrolledFound TO TRUE
                   MOVE EnrollTerm TO EnrolledTerm
               ELSE
                   READ EnrollFile NEXT RECORD
                       AT END SET EndOfEnrollFile TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

      *>   the enrollment key leads with the student, so all of
      *>   theirs sit together under one START
       PRINT-ACTIVE-ENROLLMENTS.
           MOVE WantedStudentId TO EnrollStudentId
           MOVE LOW-VALUES TO EnrollCourseCode EnrollTerm
           START EnrollFile KEY IS NOT LESS THAN EnrollKey
               INVALID KEY CONTINUE
           END-START
           IF EnrollFileOK
               READ EnrollFile NEXT RECORD
                   AT END SET EndOfEnrollFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEnrollFile
                       OR EnrollStudentId NOT = WantedStudentId
                   IF EnrollIsActive
                       ADD 1 TO EnrolledCount
                       MOVE EnrollCourseCode TO EnlCourseCode
                       MOVE EnrollCourseCode TO CourseCode
                       READ CourseFile
                           INVALID KEY
                               MOVE UnknownCourseName TO CourseName
                       END-READ
                       MOVE CourseName TO EnlCourseName
                       MOVE EnrollTerm TO EnlTerm
                       WRITE ReportLine FROM EnrolledLine
                   END-IF
                   READ EnrollFile NEXT RECORD
                       AT END SET EndOfEnrollFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF EnrolledCount = ZERO
               MOVE "  (NONE)" TO ReportLine
               WRITE ReportLine
           END-IF.
