      *> Governing record layout for the end-of-course evaluations
      *> (EVALUATION.DAT) - one returned feedback form per student
      *> per course per term, keyed the way ENROLL.DAT keys the
      *> enrollment it comes from but course first, so one course's
      *> forms for a term read together. The student is in the key
      *> only so a second form for the same course/term is refused;
      *> nothing that reports on the forms ever prints it. Each of
      *> the fixed questions on EVALQUEST.cpy is scored 1 (poor) to
      *> 5 (very good), in question order. Captured by
      *> EVALUATION-CAPTURE, stamped with the day and the operator
      *> who keyed it; copied into every program that opens
      *> EvaluationFile so the layout only has to change in one
      *> place.
       01  EvaluationRecord.
           88  EndOfEvaluationFile     VALUE HIGH-VALUE.
           03  EvalKey.
               05  EvalCourseCode      PIC X(4).
               05  EvalTerm            PIC X(6).
               05  EvalStudentId       PIC X(7).
           03  EvalScores.
               05  EvalScore           PIC 9 OCCURS 6 TIMES.
           03  EvalComment             PIC X(60).
           03  EvalCapturedDate        PIC 9(8).
           03  EvalCapturedBy          PIC X(4).
