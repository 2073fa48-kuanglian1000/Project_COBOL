      *> Parameter block for Sub-ProgrammeCheck - the student goes
      *> in, the programme they are linked to and where they stand
      *> against it come back. Copied into every caller and into the
      *> sub-program's LINKAGE so the layout only has to change in
      *> one place.
       01  ProgrammeCheck.
           03  PchStudentId            PIC X(7).
           03  PchProgCode             PIC X(4).
           03  PchResult               PIC X.
               88  PchNoProgramme      VALUE "N".
               88  PchStillOwing       VALUE "O".
               88  PchComplete         VALUE "C".
           03  PchAwardedSw            PIC X.
               88  PchAlreadyAwarded   VALUE "Y".
           03  PchRequiredCount        PIC 9(3).
           03  PchRequiredPassed       PIC 9(3).
           03  PchCreditsPassed        PIC 9(3).
           03  PchMinCredits           PIC 9(3).
