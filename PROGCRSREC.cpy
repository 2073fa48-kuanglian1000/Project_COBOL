      *> Governing record layout for the programme course list
      *> (PROGRAMME-COURSE.DAT) - one record per course that makes
      *> up a programme, keyed by programme then course so a
      *> programme's courses sit together under one START. A
      *> required course must be passed to complete the programme;
      *> an optional one only counts its credits toward the
      *> programme's minimum. Maintained by PROGRAMME-MAINTAIN.
      *> Copied into every program that opens ProgrammeCourseFile
      *> so the layout only has to change in one place.
       01  ProgrammeCourseRecord.
           88  EndOfProgrammeCourseFile    VALUE HIGH-VALUE.
           03  ProgrammeCourseKey.
               05  PgcProgCode         PIC X(4).
               05  PgcCourseCode       PIC X(4).
           03  PgcRequirement          PIC X.
               88  PgcRequired         VALUE "R".
               88  PgcOptional         VALUE "O".
               88  ValidPgcRequirement VALUE "R" "O".
