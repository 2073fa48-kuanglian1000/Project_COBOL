      *> The fixed questions on the college's end-of-course feedback
      *> form, in the order they are printed on it - the order the
      *> scores are held in on EVALUATION.DAT (EVALREC.cpy). Copied
      *> into EVALUATION-CAPTURE and COURSE-FEEDBACKREPORT so the
      *> question keyed and the question reported can never drift
      *> apart. A question is only ever added at the end, and the
      *> score table in EVALREC.cpy widened with it.
       01  EvaluationQuestionText.
           03  FILLER  PIC X(40)
                 VALUE "THE COURSE CONTENT WAS CLEAR".
           03  FILLER  PIC X(40)
                 VALUE "THE TUTOR EXPLAINED THE MATERIAL WELL".
           03  FILLER  PIC X(40)
                 VALUE "THE PACE OF THE COURSE WAS RIGHT".
           03  FILLER  PIC X(40)
                 VALUE "THE COURSE MATERIALS WERE USEFUL".
           03  FILLER  PIC X(40)
                 VALUE "THE ROOM AND FACILITIES WERE SUITABLE".
           03  FILLER  PIC X(40)
                 VALUE "I WOULD RECOMMEND THIS COURSE".
       01  EvaluationQuestions REDEFINES EvaluationQuestionText.
           03  EvqText             PIC X(40) OCCURS 6 TIMES.
       01  EvaluationQuestionCount PIC 9 VALUE 6.
