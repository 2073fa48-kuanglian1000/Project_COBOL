      *> register sits together. Captured by ATTENDANCE-CAPTURE with
      *> the same validation GRADE-CAPTURE applies, read by the
      *> weekly absence report - the signal between enrollment and
      *> the fail on GRADES.DAT months later. AttTakenBy is the
      *> TUTOR.DAT id of the tutor who took the register (spaces
      *> on marks taken before tutors were recorded). Copied into
      *> every program that opens AttendFile so the layout only has
      *> to change in one place.
       01  AttendRecord.
           88  EndOfAttendFile         VALUE HIGH-VALUE.
           03  AttendKey.
           03  AttPresentFlag          PIC X.
               88  AttPresent          VALUE "P".
               88  AttAbsent           VALUE "A".
           03  AttTakenBy              PIC X(4).
