      *> The grade scale in force for a run - the standing scale
      *> with GRADE-SCALE.DAT's lines laid over it by grade value,
      *> as Sub-GradeScale hands it back. Copied into every program
      *> that turns results into grade points, and into the
      *> sub-program's LINKAGE, so the layout only has to change in
      *> one place.
       01  GradePointScale.
           03  GradePointCount         PIC 99.
           03  GradePointEntry         OCCURS 40 TIMES.
               05  GptGradeValue       PIC XX.
               05  GptPoints           PIC 9V99.
