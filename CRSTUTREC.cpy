      *> Governing record layout for the course tutor assignments
      *> (COURSE-TUTOR.DAT) - one record per course per term naming
      *> the tutor who teaches it, keyed by course and term so a
      *> course's terms sit together. A course/term has one tutor;
      *> assigning another replaces the first. Maintained by
      *> TUTOR-MAINTAIN, read by the roster and grade distribution
      *> reports to print the tutor and by TUTOR-WORKLOAD to total
      *> each tutor's term. Copied into every program that opens
      *> CourseTutorFile so the layout only has to change in one
      *> place.
       01  CourseTutorRecord.
           88  EndOfCourseTutorFile    VALUE HIGH-VALUE.
           03  CourseTutorKey.
               05  CtaCourseCode       PIC X(4).
               05  CtaTerm             PIC X(6).
           03  CtaTutorId              PIC X(4).
