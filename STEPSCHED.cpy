      *> Governing line layout for the nightly chain's step schedule
      *> (STEP-SCHEDULE.DAT), maintained on the control file
      *> workbench. One line per chain step program saying when it
      *> runs, worked out by Main-Call-NightlyBatch from the
      *> business date and CLOSED-DAYS.DAT:
      *>   D - every night
      *>   W - on the one weekday named (0 = Sunday ... 6 =
      *>       Saturday)
      *>   M - on the last business day of the month (the next day
      *>       the shop is open falls in a later month)
      *>   Y - on the last business day of the year
      *> A step with no line on file runs on the standing schedule
      *> below, and a step the standing schedule doesn't name runs
      *> every night - so a missing or empty file changes nothing.
      *> Lines that don't parse are ignored. Copied into every
      *> program that reads or keys the schedule so the layout only
      *> has to change in one place.
       01  StepScheduleLine.
           88  EndOfStepSchedule       VALUE HIGH-VALUES.
           03  SchProgramName          PIC X(30).
           03  FILLER                  PIC X VALUE SPACE.
           03  SchFrequency            PIC X.
               88  SchDaily            VALUE "D".
               88  SchWeekly           VALUE "W".
               88  SchMonthEnd         VALUE "M".
               88  SchYearEnd          VALUE "Y".
               88  ValidSchFrequency   VALUE "D" "W" "M" "Y".
           03  SchWeekday              PIC 9.
               88  ValidSchWeekday     VALUE 0 THRU 6.

      *> the shop's standing schedule for the periodic steps -
      *> program name, frequency, weekday
       01  StandingScheduleTable.
           03  TableValues.
               05  FILLER  PIC X(30) VALUE "OPERATOR-EXCEPTIONS".
               05  FILLER  PIC X(2)  VALUE "W0".
               05  FILLER  PIC X(30) VALUE "JOBLOG-WEEKLYREPORT".
               05  FILLER  PIC X(2)  VALUE "W0".
               05  FILLER  PIC X(30) VALUE "OPSTREND-WEEKLYREPORT".
               05  FILLER  PIC X(2)  VALUE "W0".
               05  FILLER  PIC X(30) VALUE "FILEGROWTH-WEEKLYREPORT".
               05  FILLER  PIC X(2)  VALUE "W0".
               05  FILLER  PIC X(30) VALUE "STOCK-ROTATION".
               05  FILLER  PIC X(2)  VALUE "W0".
               05  FILLER  PIC X(30) VALUE "NEWARRIVALS-BULLETIN".
               05  FILLER  PIC X(2)  VALUE "W0".
               05  FILLER  PIC X(30) VALUE "MEMBER-RENEWALRUN".
               05  FILLER  PIC X(2)  VALUE "M0".
               05  FILLER  PIC X(30) VALUE "MONTHEND-MGMTPACK".
               05  FILLER  PIC X(2)  VALUE "M0".
               05  FILLER  PIC X(30) VALUE "BRANCH-COMPARE".
               05  FILLER  PIC X(2)  VALUE "M0".
               05  FILLER  PIC X(30) VALUE "YEAREND-CLOSE".
               05  FILLER  PIC X(2)  VALUE "Y0".
           03  FILLER REDEFINES TableValues.
               05  StandingEntry       OCCURS 10 TIMES.
                   07  StdProgramName  PIC X(30).
                   07  StdFrequency    PIC X.
                   07  StdWeekday      PIC 9.
       01  StandingScheduleCount   PIC 99 VALUE 10.
