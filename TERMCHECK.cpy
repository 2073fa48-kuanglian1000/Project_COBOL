      *> Parameter block for Sub-TermCheck - the term keyed and the
      *> day it is keyed on go in; whether the term is on the term
      *> calendar, where it stands, whether that day falls inside
      *> its enrollment window, its dates and the term that
      *> follows it come back. Copied into every caller and into
      *> the sub-program's LINKAGE so the layout only has to change
      *> in one place.
       01  TermCheck.
           03  TchTerm                 PIC X(6).
           03  TchAsOfDate             PIC 9(8).
           03  TchResult               PIC X.
               88  TchNoCalendar       VALUE "N".
               88  TchUnknownTerm      VALUE "U".
               88  TchTermPlanned      VALUE "P".
               88  TchTermOpen         VALUE "O".
               88  TchTermClosed       VALUE "C".
               88  TchTermKnown        VALUE "P" "O" "C".
           03  TchWindowSw             PIC X.
               88  TchInEnrollWindow   VALUE "Y".
           03  TchStartDate            PIC 9(8).
           03  TchEndDate              PIC 9(8).
           03  TchEnrollOpenDate       PIC 9(8).
           03  TchEnrollCloseDate      PIC 9(8).
           03  TchNextTerm             PIC X(6).
