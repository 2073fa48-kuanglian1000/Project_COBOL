      *> Governing line layout for the grade scale (GRADE-SCALE.DAT),
      *> maintained on the control file workbench: one line per
      *> grade value GRADES.DAT carries, saying how many points a
      *> credit at that grade is worth toward the credit-weighted
      *> grade point average (0.00 to 5.00, the points keyed and
      *> held without the point - 375 is 3.75). A grade with no
      *> line on file is worth what the standing scale below says;
      *> one the standing scale doesn't name either stays out of
      *> the averages, except that a fail (a result starting "F")
      *> always counts, at no points. Lines that don't parse are
      *> ignored. Copied into every program that reads or keys the
      *> scale so the layout only has to change in one place.
       01  GradeScaleLine.
           88  EndOfGradeScale         VALUE HIGH-VALUES.
           03  GslGradeValue           PIC XX.
           03  FILLER                  PIC X VALUE SPACE.
           03  GslPoints               PIC 9V99.
               88  ValidGslPoints      VALUE 0 THRU 5.00.

      *> the shop's standing scale - grade value, points
       01  StandingGradeScaleTable.
           03  TableValues.
               05  FILLER  PIC X(5)  VALUE "A 400".
               05  FILLER  PIC X(5)  VALUE "B 300".
               05  FILLER  PIC X(5)  VALUE "C 200".
               05  FILLER  PIC X(5)  VALUE "D 100".
               05  FILLER  PIC X(5)  VALUE "F 000".
           03  FILLER REDEFINES TableValues.
               05  StandingGradeScale  OCCURS 5 TIMES.
                   07  SgsGradeValue   PIC XX.
                   07  SgsPoints       PIC 9V99.
       01  StandingGradeScaleCount PIC 99 VALUE 5.
