      *> Governing record layout for the grade results master
      *> (GRADES.DAT) - one record per student per course per term,
      *> keyed on all three so a retake in a later term sits beside
      *> the original result. GradeEnteredBy is the TUTOR.DAT id
      *> of the tutor who keyed the result at GRADE-CAPTURE (spaces
      *> on results keyed before tutors were recorded). Copied into
      *> every program that opens GradeFile so the layout only has
      *> to change in one place.
       01  GradeRecord.
           88  EndOfGradeFile      VALUE HIGH-VALUE.
           03  GradeKey.
               05  GradeCourseCode PIC X(4).
               05  GradeTerm       PIC X(6).
           03  GradeValue          PIC XX.
           03  GradeEnteredBy      PIC X(4).
