      *> Governing line layout for the leavers feed (LEAVERS.DAT) -
      *> one student per line, written by TERM-PROGRESSION and
      *> consumed by STUDENT-PURGE. The reason says why the student
      *> is leaving: a graduate completed their programme of study,
      *> a completer finished their courses without one, and a
      *> withdrawal withdrew from everything. A feed keyed by hand
      *> with the id alone still purges - the reason is blank.
      *> Copied into every program that reads or writes the feed
      *> so the layout only has to change in one place.
       01  LeaverRecord.
           88  EndOfLeaversFile        VALUE HIGH-VALUES.
           03  LeaverStudentId         PIC X(7).
           03  FILLER                  PIC X.
           03  LeaverReason            PIC X.
               88  LeaverGraduated     VALUE "G".
               88  LeaverCompleter     VALUE "C".
               88  LeaverWithdrawn     VALUE "W".
