      *> Governing record layout for the course timetable
      *> (TIMETABLE.DAT) - one record per weekly session a course
      *> runs in a term, keyed by course, term and a session number
      *> so a course/term's sessions sit together under one START.
      *> Each session meets on one weekday (0 = Sunday ... 6 =
      *> Saturday, as the step schedule counts them) from a start
      *> to an end time, 24-hour HHMM, in one room. Maintained by
      *> TIMETABLE-MAINTAIN, which refuses a room already booked
      *> for an overlapping session in the same term;
      *> ENROLL-MAINTAIN refuses an enrollment whose sessions clash
      *> with the student's other active enrollments in the term,
      *> and ATTENDANCE-CAPTURE offers the day's sessions to take a
      *> register for. Two sessions clash when they share the
      *> weekday and each starts before the other ends. Copied into
      *> every program that opens TimetableFile so the layout only
      *> has to change in one place.
       01  TimetableRecord.
           88  EndOfTimetableFile      VALUE HIGH-VALUE.
           03  TimetableKey.
               05  TtbCourseCode       PIC X(4).
               05  TtbTerm             PIC X(6).
               05  TtbSessionNo        PIC 9(2).
           03  TtbWeekday              PIC 9.
               88  ValidTtbWeekday     VALUE 0 THRU 6.
           03  TtbStartTime            PIC 9(4).
           03  TtbEndTime              PIC 9(4).
           03  TtbRoom                 PIC X(6).
