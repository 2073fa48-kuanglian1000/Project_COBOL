       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALUATION-CAPTURE.
      *> Keyed capture of the paper end-of-course feedback forms
      *> onto EVALUATION.DAT, so they stop going in a drawer. Once
      *> per sitting the course and term of the pile of forms are
      *> keyed; the course must read on IDXCOURSE.DAT and the term
      *> be on the term calendar (asked through Sub-TermCheck) and
      *> open or closed - forms come back at the end of a term, so
      *> a closed term is taken, a mistyped or planned one is not.
      *> Then each form is keyed in turn: the student on it must
      *> hold an ACTIVE or COMPLETED enrollment for the course/term
      *> on ENROLL.DAT, and may return only one form - a second is
      *> refused on the key. Each fixed question (EVALQUEST.cpy) is
      *> scored 1 to 5 and a short comment taken; a form with a
      *> score outside 1 to 5 is not recorded, so a half-keyed form
      *> never skews the averages. Each form is written as it is
      *> keyed, stamped with the day and the operator signed on.
      *> COURSE-FEEDBACKREPORT reports the forms for a term
      *> without ever naming the student.

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
             ACCESS MODE IS RANDOM
             RECORD KEY IS EnrollKey
             FILE STATUS IS EnrollStatus.

           SELECT CourseFile ASSIGN TO "IDXCOURSE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CourseCode
             FILE STATUS IS CourseFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  EvaluationFile.
           COPY EVALREC.

       FD  EnrollFile.
           COPY ENROLLREC.

       FD  CourseFile.
           COPY COURSEREC.

       WORKING-STORAGE SECTION.
       01  EvaluationStatus    PIC X(2).
           88  EvaluationFound     VALUE "00".
           88  EvaluationDuplicate VALUE "22".
           88  EvaluationFileMissing   VALUE "35".

       01  EnrollStatus        PIC X(2).
           88  EnrollFound     VALUE "00".
           88  EnrollFileOK    VALUE "00".

       01  CourseFileStatus    PIC X(2).
           88  CourseFound     VALUE "00".

           COPY EVALQUEST.

       01  BatchOpenSw         PIC X VALUE "N".
           88  BatchOpen       VALUE "Y".
       01  AnotherFormSw       PIC X VALUE "Y".
           88  AnotherForm     VALUE "Y" "y".
       01  FormRejectedSw      PIC X.
           88  FormRejected    VALUE "Y".

       01  BusinessDate        PIC 9(8).
       01  KeyedCourseCode     PIC X(4).
       01  KeyedTerm           PIC X(6).
       01  KeyedStudentId      PIC X(7).
       01  QuestionIndex       PIC 9.
       01  KeyedScore          PIC X.
           88  ValidScore      VALUE "1" THRU "5".
       01  AcceptedCount       PIC 9(4) VALUE ZERO.

       01  QuestionPromptLine.
           03  FILLER          PIC X VALUE "Q".
           03  QplNumber       PIC 9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  QplText         PIC X(40).
           03  FILLER          PIC X(14) VALUE " (1-5) : ".

      *> the term calendar's verdict on the term keyed
           COPY TERMCHECK.
       01  TermBlockedSw       PIC X.
           88  TermBlocked     VALUE "Y".


      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".

      *> who is signed on at this session - stamped on every form
      *> the session keys
       01  SignedOnOperator    PIC X(4) VALUE SPACES.
       01  SignOnResult        PIC X VALUE "N".
           88  SignOnOk        VALUE "Y".
       01  SignedOnRole        PIC X VALUE "C".

       PROCEDURE DIVISION.
       BEGIN.
      *>   working storage keeps its last-used state between CALLs
      *>   from the counter menu, so the loop switches must be
      *>   reset or a second visit would fall straight through
           MOVE "Y" TO AnotherFormSw
           MOVE "N" TO BatchOpenSw
           MOVE ZERO TO AcceptedCount
           CALL "Sub-OperatorSignOn" USING SignedOnOperator,
               SignOnResult, SignedOnRole
           IF NOT SignOnOk
               DISPLAY "..SIGN-ON REFUSED.."
               GOBACK
           END-IF
           CALL "Sub-CheckSystemBusy" USING SystemBusyFlag
           IF SystemIsBusy
               DISPLAY "..NIGHTLY PROCESSING IN PROGRESS - TRY "
                   "AGAIN WHEN THE CHAIN HAS FINISHED.."
               GOBACK
           END-IF
           OPEN I-O EvaluationFile.
           IF EvaluationFileMissing
               CLOSE EvaluationFile
               OPEN OUTPUT EvaluationFile
               CLOSE EvaluationFile
               OPEN I-O EvaluationFile
           END-IF
           OPEN INPUT EnrollFile.
           OPEN INPUT CourseFile.
           CALL "Sub-BusinessDate" USING BusinessDate.

           PERFORM OPEN-THE-BATCH.
           IF BatchOpen
               PERFORM CAPTURE-ONE-FORM UNTIL NOT AnotherForm
               DISPLAY "FORMS ACCEPTED THIS SESSION = ",
                   AcceptedCount
           END-IF.

           CLOSE EvaluationFile, EnrollFile, CourseFile.
           GOBACK.

      *>   the course and term are keyed once and stand for the
      *>   whole pile of forms
       OPEN-THE-BATCH.
           IF NOT EnrollFileOK
               DISPLAY "..NO ENROLLMENT MASTER ON FILE - NO FORM CAN "
                   "BE TAKEN.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER COURSE CODE(4 CHARS) : " WITH NO ADVANCING
           MOVE SPACES TO KeyedCourseCode
           ACCEPT KeyedCourseCode
           MOVE KeyedCourseCode TO CourseCode
           READ CourseFile
               INVALID KEY CONTINUE
           END-READ
           IF NOT CourseFound
               DISPLAY "..NO SUCH COURSE ON FILE.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "COURSE : ", CourseName
           DISPLAY "ENTER TERM(6 CHARS, E.G. 2026-1) : "
             WITH NO ADVANCING
           MOVE SPACES TO KeyedTerm
           ACCEPT KeyedTerm
           PERFORM CHECK-TERM-CALENDAR
           IF NOT TermBlocked
               SET BatchOpen TO TRUE
           END-IF.

       CAPTURE-ONE-FORM.
           DISPLAY "ENTER STUDENT ID ON THE FORM(7 CHARS) : "
             WITH NO ADVANCING.
           MOVE SPACES TO KeyedStudentId.
           ACCEPT KeyedStudentId.
           MOVE KeyedStudentId TO EnrollStudentId.
           MOVE KeyedCourseCode TO EnrollCourseCode.
           MOVE KeyedTerm TO EnrollTerm.
           READ EnrollFile
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT EnrollFound
                   DISPLAY "..STUDENT IS NOT ENROLLED ON THE COURSE "
                       "THAT TERM - FORM NOT RECORDED.."
               WHEN NOT EnrollIsActive AND NOT EnrollCompleted
                   DISPLAY "..ENROLLMENT IS NOT ACTIVE OR COMPLETED "
                       "- FORM NOT RECORDED.."
               WHEN OTHER
                   PERFORM CHECK-FORM-NOT-TAKEN
           END-EVALUATE.

           DISPLAY "ENTER ANOTHER FORM(Y/N) : " WITH NO ADVANCING.
           ACCEPT AnotherFormSw.

      *>   one form per student per course/term - checked before
      *>   the scores are keyed, so nobody keys a form for nothing
       CHECK-FORM-NOT-TAKEN.
           MOVE KeyedCourseCode TO EvalCourseCode
           MOVE KeyedTerm TO EvalTerm
           MOVE KeyedStudentId TO EvalStudentId
           READ EvaluationFile
               KEY IS EvalKey
               INVALID KEY CONTINUE
           END-READ
           IF EvaluationFound
               DISPLAY "..A FORM FROM THAT STUDENT IS ALREADY ON "
                   "FILE FOR THE COURSE/TERM.."
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-THE-SCORES.

       GET-THE-SCORES.
           MOVE SPACES TO EvaluationRecord
           MOVE KeyedCourseCode TO EvalCourseCode
           MOVE KeyedTerm TO EvalTerm
           MOVE KeyedStudentId TO EvalStudentId
           MOVE "N" TO FormRejectedSw
           PERFORM ASK-ONE-QUESTION
               VARYING QuestionIndex FROM 1 BY 1
               UNTIL QuestionIndex > EvaluationQuestionCount
               OR FormRejected
           IF FormRejected
               DISPLAY "..SCORES ARE 1 TO 5 - FORM NOT RECORDED, "
                   "KEY IT AGAIN.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER COMMENT(60 CHARS, BLANK = NONE) : "
           ACCEPT EvalComment
           MOVE BusinessDate TO EvalCapturedDate
           MOVE SignedOnOperator TO EvalCapturedBy
           WRITE EvaluationRecord
               INVALID KEY
               DISPLAY "(WRITE) EVALUATION STATUS = ",
                   EvaluationStatus
           END-WRITE
           IF EvaluationDuplicate
               DISPLAY "..A FORM FROM THAT STUDENT IS ALREADY ON "
                   "FILE FOR THE COURSE/TERM.."
           ELSE
               ADD 1 TO AcceptedCount
           END-IF.

       ASK-ONE-QUESTION.
           MOVE QuestionIndex TO QplNumber
           MOVE EvqText(QuestionIndex) TO QplText
           DISPLAY QuestionPromptLine WITH NO ADVANCING
           MOVE SPACE TO KeyedScore
           ACCEPT KeyedScore
           IF ValidScore
               MOVE KeyedScore TO EvalScore(QuestionIndex)
           ELSE
               SET FormRejected TO TRUE
           END-IF.

      *>   forms are taken for a term being taught or just ended
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
           END-EVALUATE.
