      *> zero until the office sets it (a zero-fee course simply
      *> bills nothing)
           03  CourseFeeAmount     PIC 9(5)V99.
      *> the credits a pass in the course earns toward the student's
      *> credit-weighted grade point average - keyed through
      *> PREREQ-MAINTAIN's credits function, zero until the office
      *> sets it (a zero-credit course stays out of the averages)
           03  CourseCredits       PIC 99.
      *> the subject area the term prospectus groups and indexes
      *> the course under - keyed through PREREQ-MAINTAIN's subject
      *> function, spaces until the office sets it (such a course
      *> is listed under GENERAL)
           03  CourseSubject       PIC X(15).
