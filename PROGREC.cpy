      *> Governing record layout for the programme of study master
      *> (PROGRAMME.DAT) - one record per qualification a student
      *> signs up for, keyed by a programme code. A programme is
      *> complete when every REQUIRED course listed for it on
      *> PROGRAMME-COURSE.DAT has a pass on GRADES.DAT and the
      *> credits passed across ALL its listed courses, required and
      *> optional, reach ProgMinCredits. Maintained by
      *> PROGRAMME-MAINTAIN; retired (made inactive) rather than
      *> deleted, so students already linked keep a name to print.
      *> Copied into every program that opens ProgrammeFile so the
      *> layout only has to change in one place.
       01  ProgrammeRecord.
           88  EndOfProgrammeFile      VALUE HIGH-VALUE.
           03  ProgCode                PIC X(4).
           03  ProgName                PIC X(30).
           03  ProgMinCredits          PIC 9(3).
           03  ProgActiveFlag          PIC X.
               88  ProgIsActive        VALUE "Y".
               88  ProgIsInactive      VALUE "N".
