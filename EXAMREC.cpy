      *> Governing record layout for the exam schedule (EXAM.DAT) -
      *> one record per course per term saying when and where its
      *> exam sits: a date, a session (A = morning, P = afternoon)
      *> and a room, with the number of seats the room gives the
      *> exam - a hall is shared by several courses' exams in one
      *> session, each allotted its block of seats. Keyed by course
      *> and term, the same pair COURSE-TUTOR.DAT uses. Maintained
      *> by EXAM-MAINTAIN, read by EXAM-CANDIDATES to build the
      *> candidate slips and seat plans. Copied into every program
      *> that opens ExamFile so the layout only has to change in
      *> one place.
       01  ExamRecord.
           88  EndOfExamFile           VALUE HIGH-VALUE.
           03  ExamKey.
               05  ExmCourseCode       PIC X(4).
               05  ExmTerm             PIC X(6).
           03  ExmDate                 PIC 9(8).
           03  ExmSession              PIC X.
               88  ExmMorning          VALUE "A".
               88  ExmAfternoon        VALUE "P".
               88  ValidExmSession     VALUE "A" "P".
           03  ExmRoom                 PIC X(6).
           03  ExmSeats                PIC 9(3).
