       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-FEEDBACKREPORT.
      *> Per-term course feedback report off the end-of-course forms
      *> EVALUATION-CAPTURE keys onto EVALUATION.DAT. For a keyed
      *> term (checked on the term calendar through Sub-TermCheck)
      *> each course with enrollments or forms that term gets a page
      *> of its own:
      *>   the forms returned against the students entitled to one -
      *>     the ACTIVE and COMPLETED enrollments on ENROLL.DAT, the
      *>     same rule the capture applies - as a response rate
      *>   the average score for each fixed question (EVALQUEST.cpy)
      *>     and overall, with the averages from the course's
      *>     previous evaluated term beside them
      *>   every comment written on the forms.
      *> The forms stay anonymous: nothing on the report says which
      *> student returned which form. A summary page closes the
      *> report, ranking the courses with forms by overall score
      *> (the SORT ... INPUT PROCEDURE ... GIVING shape
      *> COURSE-PROSPECTUS uses) beside each course's pass rate for
      *> the term off GRADES.DAT - a result starting "F" is a fail,
      *> anything else passes, the rule the enrollment and
      *> distribution programs apply. Courses are listed in code
      *> order and named off IDXCOURSE.DAT. Output to
      *> FEEDBACK-<term>.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EvaluationFile ASSIGN TO "EVALUATION.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EvalKey
             FILE STATUS IS EvaluationStatus.

           SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EnrollKey
             FILE STATUS IS EnrollFileStatus.

           SELECT GradeFile ASSIGN TO "GRADES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GradeKey
             FILE STATUS IS GradeStatus.

           SELECT CourseFile ASSIGN TO "IDXCOURSE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CourseCode
             FILE STATUS IS CourseFileStatus.

           SELECT SortedRankFile ASSIGN TO "FEEDBACK-SORTED.TEMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SortedFileStatus.

           SELECT WorkFile ASSIGN TO "WORK.TEMP"
             FILE STATUS IS WorkFileStatus.

           SELECT ReportFile ASSIGN TO ReportFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  EvaluationFile.
           COPY EVALREC.

       FD  EnrollFile.
           COPY ENROLLREC.

       FD  GradeFile.
           COPY GRADEREC.

       FD  CourseFile.
           COPY COURSEREC.

       FD  SortedRankFile.
       01  SortedRankRec.
           88  EndOfSortedFile     VALUE HIGH-VALUES.
           03  SortedOverallScore  PIC 9V99.
           03  SortedCourseCode    PIC X(4).
           03  SortedResponses     PIC 9(4).
           03  SortedEligible      PIC 9(4).
           03  SortedResults       PIC 9(4).
           03  SortedPasses        PIC 9(4).

       SD  WorkFile.
       01  WorkRec.
           03  wOverallScore       PIC 9V99.
           03  wCourseCode         PIC X(4).
           03  wResponses          PIC 9(4).
           03  wEligible           PIC 9(4).
           03  wResults            PIC 9(4).
           03  wPasses             PIC 9(4).

       FD  ReportFile.
       01  ReportLine          PIC X(80).

       WORKING-STORAGE SECTION.
           COPY TERMCHECK.
           COPY EVALQUEST.

       01  EvaluationStatus    PIC X(2).
           88  EvaluationFileOK    VALUE "00".
       01  EnrollFileStatus    PIC X(2).
           88  EnrollFileOK    VALUE "00".
       01  GradeStatus         PIC X(2).
           88  GradeFileOK     VALUE "00".
       01  CourseFileStatus    PIC X(2).
           88  CourseFileOK    VALUE "00".
       01  SortedFileStatus    PIC X(2).
           88  SortedFileOK    VALUE "00".
       01  WorkFileStatus      PIC X(2).
           88  WorkFileOK      VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

       01  WantedTerm          PIC X(6).
       01  BusinessDate        PIC 9(8).
       01  ReportFileName      PIC X(30).

      *> what the passes over the enrollments, the forms and the
      *> results learned per course - this term's forms, the forms
      *> of the latest earlier term the course was evaluated in,
      *> and the term's results
       01  CourseFeedbackTable.
           03  CourseFeedbackEntry OCCURS 300 TIMES.
               05  CfbCourseCode       PIC X(4).
               05  CfbEligible         PIC 9(4).
               05  CfbResponses        PIC 9(4).
               05  CfbScoreSum         PIC 9(5) OCCURS 6 TIMES.
               05  CfbPrevTerm         PIC X(6).
               05  CfbPrevResponses    PIC 9(4).
               05  CfbPrevScoreSum     PIC 9(5) OCCURS 6 TIMES.
               05  CfbResults          PIC 9(4).
               05  CfbPasses           PIC 9(4).
       01  CourseFeedbackUsed  PIC 9(3) VALUE ZERO.
       01  CourseFeedbackMax   PIC 9(3) VALUE 300.
       01  CfbIndex            PIC 9(3).
       01  WantedCourseCode    PIC X(4).
       01  AddIfMissingSw      PIC X.
           88  AddIfMissing    VALUE "Y".
       01  QuestionIndex       PIC 9.

       01  GradeCheckValue     PIC XX.
           88  FailingGrade    VALUE "F " "F1" "F2" "F3" "F4"
                                     "F5" "F6" "F7" "F8" "F9".

       01  ScoreTotal          PIC 9(6).
       01  AverageScore        PIC 9V99.
       01  PercentWork         PIC 9(3)V9.
       01  CoursesReported     PIC 9(3) VALUE ZERO.
       01  CoursesRanked       PIC 9(3) VALUE ZERO.
       01  CoursesNoForms      PIC 9(3) VALUE ZERO.
       01  FormsTotal          PIC 9(5) VALUE ZERO.
       01  CommentCount        PIC 9(4).
       01  RankNumber          PIC 9(3) VALUE ZERO.
       01  PriorRankScore      PIC 9V99 VALUE 9.99.

       01  LinesOnPage         PIC 99 VALUE ZERO.
           88  PageIsFull      VALUE 55 THRU 99.
       01  PageNumber          PIC 9(3) VALUE ZERO.

       01  ReportRunDate.
           03  RptYear         PIC 9(4).
           03  RptMonth        PIC 99.
           03  RptDay          PIC 99.

       01  PageHeadingLine.
           03  FILLER          PIC X(20)
                 VALUE "COURSE FEEDBACK TERM".
           03  FILLER          PIC X VALUE SPACE.
           03  HdgTerm         PIC X(6).
           03  FILLER          PIC X(11) VALUE "  RUN DATE ".
           03  HdgYear         PIC 9(4).
           03  FILLER          PIC X VALUE "-".
           03  HdgMonth        PIC 99.
           03  FILLER          PIC X VALUE "-".
           03  HdgDay          PIC 99.
           03  FILLER          PIC X(8) VALUE "   PAGE ".
           03  HdgPage         PIC ZZ9.

       01  CourseTitleLine.
           03  FILLER          PIC X(9) VALUE "COURSE : ".
           03  CtlCourseCode   PIC X(4).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  CtlCourseName   PIC X(20).
           03  CtlContinued    PIC X(12).

       01  ResponseLine.
           03  FILLER          PIC X(17) VALUE "FORMS RETURNED : ".
           03  RslResponses    PIC ZZZ9.
           03  FILLER          PIC X(4) VALUE " OF ".
           03  RslEligible     PIC ZZZ9.
           03  FILLER          PIC X(28)
                 VALUE " ENROLLED   RESPONSE RATE : ".
           03  RslRate         PIC ZZ9.9.
           03  RslRateNone     REDEFINES RslRate PIC X(5).
           03  FILLER          PIC X VALUE "%".

       01  QuestionHeadingLine.
           03  FILLER          PIC X(46) VALUE "  Q  QUESTION".
           03  QhlThisTerm     PIC X(6).
           03  FILLER          PIC X(4) VALUE SPACES.
           03  QhlPrevTerm     PIC X(6).

       01  QuestionLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  QlnNumber       PIC X.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  QlnText         PIC X(40).
           03  FILLER          PIC X(3) VALUE SPACES.
           03  QlnThisAvg      PIC 9.99.
           03  FILLER          PIC X(6) VALUE SPACES.
           03  QlnPrevAvg      PIC 9.99.
           03  QlnPrevAvgNone  REDEFINES QlnPrevAvg PIC X(4).

       01  CommentLine.
           03  FILLER          PIC X(4) VALUE "  - ".
           03  CmlComment      PIC X(60).

       01  RankHeadingLine.
           03  FILLER          PIC X(40)
                 VALUE "COURSES RANKED BY OVERALL SCORE".
       01  RankColumnLine.
           03  FILLER          PIC X(37)
                 VALUE "  RANK  CODE  COURSE".
           03  FILLER          PIC X(26)
                 VALUE "FORMS  RESP%  SCORE  PASS%".
       01  RankDetailLine.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  RklRank         PIC ZZ9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  RklCourseCode   PIC X(4).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  RklCourseName   PIC X(20).
           03  FILLER          PIC X(3) VALUE SPACES.
           03  RklForms        PIC ZZZ9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  RklRate         PIC ZZ9.9.
           03  RklRateNone     REDEFINES RklRate PIC X(5).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  RklScore        PIC 9.99.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  RklPassRate     PIC ZZ9.9.
           03  RklPassRateNone REDEFINES RklPassRate PIC X(5).

       01  SummaryTotalLine.
           03  StlLabel        PIC X(32).
           03  StlCount        PIC ZZZZ9.

       01  PassRuleLine        PIC X(64) VALUE
             "PASS% = TERM RESULTS ON GRADES.DAT NOT STARTING F".

       01  EndOfReportLine     PIC X(21) VALUE "*** END OF REPORT ***".

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "ENTER TERM FOR THE FEEDBACK REPORT(6 CHARS, E.G. "
             "2026-1) : " WITH NO ADVANCING.
           ACCEPT WantedTerm.
           IF WantedTerm = SPACES
               DISPLAY "..NO TERM ENTERED.."
               GOBACK
           END-IF

           CALL "Sub-BusinessDate" USING BusinessDate.
           MOVE BusinessDate TO ReportRunDate.
           MOVE WantedTerm TO TchTerm.
           MOVE BusinessDate TO TchAsOfDate.
           CALL "Sub-TermCheck" USING TermCheck.
           IF TchUnknownTerm
               DISPLAY "..TERM ", WantedTerm, " IS NOT ON THE TERM "
                   "CALENDAR.."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EvaluationFile.
           IF NOT EvaluationFileOK
               DISPLAY "..NO EVALUATION FILE - NOTHING TO REPORT.."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM GATHER-THIS-TERM-FORMS.
           PERFORM GATHER-EARLIER-FORMS.
           PERFORM COUNT-ENTITLED-STUDENTS.
           PERFORM COUNT-TERM-RESULTS.

           SORT WorkFile ON DESCENDING KEY wOverallScore
                            ASCENDING KEY wCourseCode
               INPUT PROCEDURE IS RELEASE-RANKED-COURSES
               GIVING SortedRankFile.
           IF NOT WorkFileOK
               DISPLAY "..SORT WORK FILE ERROR, STATUS = ",
                   WorkFileStatus
               CLOSE EvaluationFile
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO ReportFileName
           STRING "FEEDBACK-" DELIMITED BY SIZE
               WantedTerm DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO ReportFileName
           END-STRING
           OPEN OUTPUT ReportFile.
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               CLOSE EvaluationFile
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CourseFile.
           IF NOT CourseFileOK
               DISPLAY "..UNABLE TO OPEN COURSE MASTER, STATUS = ",
                   CourseFileStatus
               CLOSE EvaluationFile, ReportFile
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PRINT-COURSE-PAGES.
           PERFORM PRINT-RANKING-PAGE.

           CLOSE EvaluationFile, ReportFile, CourseFile.
           DISPLAY "COURSES REPORTED    = ", CoursesReported.
           DISPLAY "FORMS THIS TERM     = ", FormsTotal.
           DISPLAY "PRINTED TO ", ReportFileName.
           GOBACK.

      *>   the entry for WantedCourseCode; a new one is only opened
      *>   when AddIfMissing is set, and CfbIndex comes back zero
      *>   when the course is not held or the table is full
       FIND-COURSE-ENTRY.
           PERFORM VARYING CfbIndex FROM 1 BY 1
                   UNTIL CfbIndex > CourseFeedbackUsed
                   OR CfbCourseCode(CfbIndex) = WantedCourseCode
               CONTINUE
           END-PERFORM
           IF CfbIndex > CourseFeedbackUsed
               IF AddIfMissing
                   AND CourseFeedbackUsed < CourseFeedbackMax
                   ADD 1 TO CourseFeedbackUsed
                   MOVE CourseFeedbackUsed TO CfbIndex
                   INITIALIZE CourseFeedbackEntry(CfbIndex)
                   MOVE WantedCourseCode TO CfbCourseCode(CfbIndex)
               ELSE
                   MOVE ZERO TO CfbIndex
               END-IF
           END-IF.

      *>   the keyed term's forms, totalled per course
       GATHER-THIS-TERM-FORMS.
           MOVE "Y" TO AddIfMissingSw
           MOVE LOW-VALUES TO EvalKey
           START EvaluationFile KEY IS NOT LESS THAN EvalKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ EvaluationFile NEXT RECORD
               AT END SET EndOfEvaluationFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfEvaluationFile
               IF EvalTerm = WantedTerm
                   MOVE EvalCourseCode TO WantedCourseCode
                   PERFORM FIND-COURSE-ENTRY
                   IF CfbIndex > ZERO
                       ADD 1 TO CfbResponses(CfbIndex)
                       ADD 1 TO FormsTotal
                       PERFORM VARYING QuestionIndex FROM 1 BY 1
                               UNTIL QuestionIndex
                                   > EvaluationQuestionCount
                           ADD EvalScore(QuestionIndex)
                               TO CfbScoreSum(CfbIndex, QuestionIndex)
                       END-PERFORM
                   END-IF
               END-IF
               READ EvaluationFile NEXT RECORD
                   AT END SET EndOfEvaluationFile TO TRUE
               END-READ
           END-PERFORM.

      *>   the forms are keyed course then term, so a course's
      *>   earlier terms arrive oldest first - each later term
      *>   starts the totals again, leaving the latest one before
      *>   the keyed term; a course with no form this term and no
      *>   enrollment has nothing to compare and is passed over
       GATHER-EARLIER-FORMS.
           MOVE "N" TO AddIfMissingSw
           MOVE LOW-VALUES TO EvalKey
           START EvaluationFile KEY IS NOT LESS THAN EvalKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ EvaluationFile NEXT RECORD
               AT END SET EndOfEvaluationFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfEvaluationFile
               IF EvalTerm < WantedTerm
                   MOVE EvalCourseCode TO WantedCourseCode
                   PERFORM FIND-COURSE-ENTRY
                   IF CfbIndex > ZERO
                       PERFORM HOLD-EARLIER-FORM
                   END-IF
               END-IF
               READ EvaluationFile NEXT RECORD
                   AT END SET EndOfEvaluationFile TO TRUE
               END-READ
           END-PERFORM.

       HOLD-EARLIER-FORM.
           IF EvalTerm > CfbPrevTerm(CfbIndex)
               MOVE EvalTerm TO CfbPrevTerm(CfbIndex)
               MOVE ZERO TO CfbPrevResponses(CfbIndex)
               PERFORM VARYING QuestionIndex FROM 1 BY 1
                       UNTIL QuestionIndex > EvaluationQuestionCount
                   MOVE ZERO TO CfbPrevScoreSum(CfbIndex, QuestionIndex)
               END-PERFORM
           END-IF
           IF EvalTerm = CfbPrevTerm(CfbIndex)
               ADD 1 TO CfbPrevResponses(CfbIndex)
               PERFORM VARYING QuestionIndex FROM 1 BY 1
                       UNTIL QuestionIndex > EvaluationQuestionCount
                   ADD EvalScore(QuestionIndex)
                       TO CfbPrevScoreSum(CfbIndex, QuestionIndex)
               END-PERFORM
           END-IF.

      *>   the students entitled to a form - ACTIVE or COMPLETED in
      *>   the term, the same rule the capture holds a form to
       COUNT-ENTITLED-STUDENTS.
           OPEN INPUT EnrollFile
           IF NOT EnrollFileOK
               DISPLAY "..NO ENROLLMENT MASTER ON FILE - RESPONSE "
                   "RATES NOT SHOWN.."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO AddIfMissingSw
           READ EnrollFile NEXT RECORD
               AT END SET EndOfEnrollFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfEnrollFile
               IF EnrollTerm = WantedTerm
                   AND (EnrollIsActive OR EnrollCompleted)
                   MOVE EnrollCourseCode TO WantedCourseCode
                   PERFORM FIND-COURSE-ENTRY
                   IF CfbIndex > ZERO
                       ADD 1 TO CfbEligible(CfbIndex)
                   END-IF
               END-IF
               READ EnrollFile NEXT RECORD
                   AT END SET EndOfEnrollFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE EnrollFile.

      *>   the term's results, for the pass rates on the ranking -
      *>   only courses already held are counted
       COUNT-TERM-RESULTS.
           OPEN INPUT GradeFile
           IF NOT GradeFileOK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO AddIfMissingSw
           READ GradeFile NEXT RECORD
               AT END SET EndOfGradeFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGradeFile
               IF GradeTerm = WantedTerm
                   MOVE GradeCourseCode TO WantedCourseCode
                   PERFORM FIND-COURSE-ENTRY
                   IF CfbIndex > ZERO
                       ADD 1 TO CfbResults(CfbIndex)
                       MOVE GradeValue TO GradeCheckValue
                       IF NOT FailingGrade
                           ADD 1 TO CfbPasses(CfbIndex)
                       END-IF
                   END-IF
               END-IF
               READ GradeFile NEXT RECORD
                   AT END SET EndOfGradeFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE GradeFile.

      *>   only a course with forms this term has a score to rank
       RELEASE-RANKED-COURSES.
           PERFORM VARYING CfbIndex FROM 1 BY 1
                   UNTIL CfbIndex > CourseFeedbackUsed
               IF CfbResponses(CfbIndex) > ZERO
                   PERFORM WORK-OUT-OVERALL-SCORE
                   MOVE AverageScore TO wOverallScore
                   MOVE CfbCourseCode(CfbIndex) TO wCourseCode
                   MOVE CfbResponses(CfbIndex) TO wResponses
                   MOVE CfbEligible(CfbIndex) TO wEligible
                   MOVE CfbResults(CfbIndex) TO wResults
                   MOVE CfbPasses(CfbIndex) TO wPasses
                   RELEASE WorkRec
               END-IF
           END-PERFORM.

      *>   every score on every form this term, over the lot
       WORK-OUT-OVERALL-SCORE.
           MOVE ZERO TO ScoreTotal
           PERFORM VARYING QuestionIndex FROM 1 BY 1
                   UNTIL QuestionIndex > EvaluationQuestionCount
               ADD CfbScoreSum(CfbIndex, QuestionIndex) TO ScoreTotal
           END-PERFORM
           COMPUTE AverageScore ROUNDED = ScoreTotal
               / (CfbResponses(CfbIndex) * EvaluationQuestionCount).

       WORK-OUT-PREV-OVERALL.
           MOVE ZERO TO ScoreTotal
           PERFORM VARYING QuestionIndex FROM 1 BY 1
                   UNTIL QuestionIndex > EvaluationQuestionCount
               ADD CfbPrevScoreSum(CfbIndex, QuestionIndex)
                   TO ScoreTotal
           END-PERFORM
           COMPUTE AverageScore ROUNDED = ScoreTotal
               / (CfbPrevResponses(CfbIndex) * EvaluationQuestionCount).

      *>   the course master is walked in code order, so the pages
      *>   come out the way the prospectus lists the courses
       PRINT-COURSE-PAGES.
           MOVE "N" TO AddIfMissingSw
           MOVE LOW-VALUES TO CourseCode
           START CourseFile KEY IS NOT LESS THAN CourseCode
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ CourseFile NEXT RECORD
               AT END MOVE HIGH-VALUES TO CourseRecord
           END-READ
           PERFORM UNTIL CourseRecord = HIGH-VALUES
               MOVE CourseCode TO WantedCourseCode
               PERFORM FIND-COURSE-ENTRY
               IF CfbIndex > ZERO
                   IF CfbEligible(CfbIndex) > ZERO
                       OR CfbResponses(CfbIndex) > ZERO
                       PERFORM PRINT-ONE-COURSE
                   END-IF
               END-IF
               READ CourseFile NEXT RECORD
                   AT END MOVE HIGH-VALUES TO CourseRecord
               END-READ
           END-PERFORM.

       START-NEW-PAGE.
           ADD 1 TO PageNumber
           MOVE WantedTerm TO HdgTerm
           MOVE RptYear TO HdgYear
           MOVE RptMonth TO HdgMonth
           MOVE RptDay TO HdgDay
           MOVE PageNumber TO HdgPage
           WRITE ReportLine FROM PageHeadingLine
               AFTER ADVANCING PAGE
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE 2 TO LinesOnPage.

       PRINT-ONE-COURSE.
           ADD 1 TO CoursesReported
           PERFORM START-NEW-PAGE
           MOVE CourseCode TO CtlCourseCode
           MOVE CourseName TO CtlCourseName
           MOVE SPACES TO CtlContinued
           WRITE ReportLine FROM CourseTitleLine
           MOVE CfbResponses(CfbIndex) TO RslResponses
           MOVE CfbEligible(CfbIndex) TO RslEligible
           IF CfbEligible(CfbIndex) > ZERO
               COMPUTE PercentWork ROUNDED =
                   CfbResponses(CfbIndex) * 100 / CfbEligible(CfbIndex)
               MOVE PercentWork TO RslRate
           ELSE
               MOVE "  N/A" TO RslRateNone
           END-IF
           WRITE ReportLine FROM ResponseLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           ADD 3 TO LinesOnPage
           IF CfbResponses(CfbIndex) = ZERO
               ADD 1 TO CoursesNoForms
               MOVE "  NO FORMS RETURNED FOR THIS COURSE THIS TERM"
                   TO ReportLine
               WRITE ReportLine
               EXIT PARAGRAPH
           END-IF

           MOVE WantedTerm TO QhlThisTerm
           IF CfbPrevResponses(CfbIndex) > ZERO
               MOVE CfbPrevTerm(CfbIndex) TO QhlPrevTerm
           ELSE
               MOVE "(NONE)" TO QhlPrevTerm
           END-IF
           WRITE ReportLine FROM QuestionHeadingLine
           PERFORM PRINT-QUESTION-LINE
               VARYING QuestionIndex FROM 1 BY 1
               UNTIL QuestionIndex > EvaluationQuestionCount
           MOVE SPACE TO QlnNumber
           MOVE "OVERALL" TO QlnText
           PERFORM WORK-OUT-OVERALL-SCORE
           MOVE AverageScore TO QlnThisAvg
           IF CfbPrevResponses(CfbIndex) > ZERO
               PERFORM WORK-OUT-PREV-OVERALL
               MOVE AverageScore TO QlnPrevAvg
           ELSE
               MOVE "  - " TO QlnPrevAvgNone
           END-IF
           WRITE ReportLine FROM QuestionLine
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           ADD EvaluationQuestionCount TO LinesOnPage
           ADD 4 TO LinesOnPage
           PERFORM PRINT-COURSE-COMMENTS.

       PRINT-QUESTION-LINE.
           MOVE QuestionIndex TO QlnNumber
           MOVE EvqText(QuestionIndex) TO QlnText
           COMPUTE AverageScore ROUNDED =
               CfbScoreSum(CfbIndex, QuestionIndex)
               / CfbResponses(CfbIndex)
           MOVE AverageScore TO QlnThisAvg
           IF CfbPrevResponses(CfbIndex) > ZERO
               COMPUTE AverageScore ROUNDED =
                   CfbPrevScoreSum(CfbIndex, QuestionIndex)
                   / CfbPrevResponses(CfbIndex)
               MOVE AverageScore TO QlnPrevAvg
           ELSE
               MOVE "  - " TO QlnPrevAvgNone
           END-IF
           WRITE ReportLine FROM QuestionLine.

      *>   the comments only - never who wrote them
       PRINT-COURSE-COMMENTS.
           MOVE "COMMENTS FROM THE FORMS :" TO ReportLine
           WRITE ReportLine
           ADD 1 TO LinesOnPage
           MOVE ZERO TO CommentCount
           MOVE CourseCode TO EvalCourseCode
           MOVE WantedTerm TO EvalTerm
           MOVE LOW-VALUES TO EvalStudentId
           START EvaluationFile KEY IS NOT LESS THAN EvalKey
               INVALID KEY SET EndOfEvaluationFile TO TRUE
           END-START
           IF NOT EndOfEvaluationFile
               READ EvaluationFile NEXT RECORD
                   AT END SET EndOfEvaluationFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfEvaluationFile
                   OR EvalCourseCode NOT = CourseCode
                   OR EvalTerm NOT = WantedTerm
               IF EvalComment NOT = SPACES
                   PERFORM PRINT-ONE-COMMENT
               END-IF
               READ EvaluationFile NEXT RECORD
                   AT END SET EndOfEvaluationFile TO TRUE
               END-READ
           END-PERFORM
           IF CommentCount = ZERO
               MOVE "  (NO COMMENTS WRITTEN)" TO ReportLine
               WRITE ReportLine
           END-IF.

       PRINT-ONE-COMMENT.
           IF PageIsFull
               PERFORM START-NEW-PAGE
               MOVE " (CONTINUED)" TO CtlContinued
               WRITE ReportLine FROM CourseTitleLine
               ADD 1 TO LinesOnPage
           END-IF
           ADD 1 TO CommentCount
           MOVE EvalComment TO CmlComment
           WRITE ReportLine FROM CommentLine
           ADD 1 TO LinesOnPage.

      *>   best overall score first; courses on the same score
      *>   share a rank
       PRINT-RANKING-PAGE.
           PERFORM START-NEW-PAGE
           WRITE ReportLine FROM RankHeadingLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM RankColumnLine
           ADD 3 TO LinesOnPage
           OPEN INPUT SortedRankFile
           IF NOT SortedFileOK
               DISPLAY "..SORTED RANKING FILE ERROR, STATUS = ",
                   SortedFileStatus
               EXIT PARAGRAPH
           END-IF
           READ SortedRankFile
               AT END SET EndOfSortedFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSortedFile
               PERFORM PRINT-RANK-LINE
               READ SortedRankFile
                   AT END SET EndOfSortedFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE SortedRankFile

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM PassRuleLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "COURSES RANKED                = " TO StlLabel
           MOVE CoursesRanked TO StlCount
           WRITE ReportLine FROM SummaryTotalLine
           MOVE "COURSES WITH NO FORMS RETURNED= " TO StlLabel
           MOVE CoursesNoForms TO StlCount
           WRITE ReportLine FROM SummaryTotalLine
           MOVE "FORMS RETURNED THIS TERM      = " TO StlLabel
           MOVE FormsTotal TO StlCount
           WRITE ReportLine FROM SummaryTotalLine
           WRITE ReportLine FROM EndOfReportLine
               AFTER ADVANCING 2 LINES.

       PRINT-RANK-LINE.
           IF PageIsFull
               PERFORM START-NEW-PAGE
               WRITE ReportLine FROM RankColumnLine
               ADD 1 TO LinesOnPage
           END-IF
           ADD 1 TO CoursesRanked
           IF CoursesRanked = 1
               OR SortedOverallScore NOT = PriorRankScore
               MOVE CoursesRanked TO RankNumber
           END-IF
           MOVE SortedOverallScore TO PriorRankScore
           MOVE RankNumber TO RklRank
           MOVE SortedCourseCode TO RklCourseCode
           MOVE SortedCourseCode TO CourseCode
           READ CourseFile
               KEY IS CourseCode
               INVALID KEY MOVE "**UNKNOWN COURSE**" TO CourseName
           END-READ
           MOVE CourseName TO RklCourseName
           MOVE SortedResponses TO RklForms
           IF SortedEligible > ZERO
               COMPUTE PercentWork ROUNDED =
                   SortedResponses * 100 / SortedEligible
               MOVE PercentWork TO RklRate
           ELSE
               MOVE "  N/A" TO RklRateNone
           END-IF
           MOVE SortedOverallScore TO RklScore
           IF SortedResults > ZERO
               COMPUTE PercentWork ROUNDED =
                   SortedPasses * 100 / SortedResults
               MOVE PercentWork TO RklPassRate
           ELSE
               MOVE "  N/A" TO RklPassRateNone
           END-IF
           WRITE ReportLine FROM RankDetailLine
           ADD 1 TO LinesOnPage.
