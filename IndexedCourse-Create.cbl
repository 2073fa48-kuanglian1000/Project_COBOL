      *>           the feed carries no fee - the office re-keys the
      *>           fees through TUITION-BILLING after a full reload
                   MOVE ZERO TO CourseFeeAmount
      *>           nor any credits - re-keyed the same way, through
      *>           PREREQ-MAINTAIN
                   MOVE ZERO TO CourseCredits
      *>           nor a subject - keyed through PREREQ-MAINTAIN too
                   MOVE SPACES TO CourseSubject
                   WRITE CourseRecord
                       INVALID KEY
                           DISPLAY "..DUPLICATE COURSE CODE, IGNORED = ",
