      *> Governing line layout for tonight's periodic steps
      *> (STEP-DUE.DAT), rewritten whole by Main-Call-NightlyBatch
      *> as each chain run ends, failed or complete. One line per
      *> chain step whose schedule is not every night: whether the
      *> business date made it due and, if so, what became of it -
      *> so MORNING-STATUS can say which weekly, month-end and
      *> year-end jobs were due and whether they ran. A step done
      *> by an earlier attempt at the same night, before a resume,
      *> reads as ran earlier. Copied into every program that
      *> writes or reads the file so the layout only has to change
      *> in one place.
       01  StepDueLine.
           88  EndOfStepDue            VALUE HIGH-VALUES.
           03  SduBusinessDate         PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  SduStepNumber           PIC 99.
           03  FILLER                  PIC X VALUE SPACE.
           03  SduProgramName          PIC X(30).
           03  FILLER                  PIC X VALUE SPACE.
           03  SduFrequency            PIC X.
           03  SduWeekday              PIC 9.
           03  FILLER                  PIC X VALUE SPACE.
           03  SduOutcome              PIC X(11).
               88  SduNotDue           VALUE "NOT DUE".
               88  SduRanOk            VALUE "RAN OK".
               88  SduRanEarlier       VALUE "RAN EARLIER".
               88  SduFailed           VALUE "FAILED".
               88  SduNotReached       VALUE "NOT REACHED".
               88  SduDueNotRun        VALUE "FAILED" "NOT REACHED".
