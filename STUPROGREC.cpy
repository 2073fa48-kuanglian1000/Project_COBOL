      *> Governing record layout for the student programme links
      *> (STUDENT-PROGRAMME.DAT) - one record per student, keyed by
      *> StudentId, naming the programme they are studying and the
      *> term they started it. Kept apart from the student master
      *> the same way COURSE-TUTOR.DAT is kept apart from the course
      *> master, so neither copy of the student population changes
      *> shape. PROGRAMME-AWARD marks the link awarded, with the
      *> term and business date, once the programme is complete -
      *> an awarded student is not awarded twice, and TERM-
      *> PROGRESSION hands them to the leavers feed as graduated.
      *> Maintained by PROGRAMME-MAINTAIN. Copied into every
      *> program that opens StudentProgrammeFile so the layout only
      *> has to change in one place.
       01  StudentProgrammeRecord.
           88  EndOfStudentProgrammeFile   VALUE HIGH-VALUE.
           03  SpgStudentId            PIC X(7).
           03  SpgProgCode             PIC X(4).
           03  SpgStartTerm            PIC X(6).
           03  SpgStatus               PIC X.
               88  SpgStudying         VALUE "S".
               88  SpgAwarded          VALUE "A".
           03  SpgAwardTerm            PIC X(6).
           03  SpgAwardDate            PIC 9(8).
