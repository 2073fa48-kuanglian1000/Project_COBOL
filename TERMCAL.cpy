      *> Governing line layout for the term calendar
      *> (TERM-CALENDAR.DAT), maintained on the control file
      *> workbench: one line per term, giving the day teaching
      *> starts and the day it ends, the days enrollment opens and
      *> closes, and where the term stands - planned, open or
      *> closed. It is the master of term codes: every program
      *> that captures a term asks Sub-TermCheck whether the term
      *> is on it, so a mistyped term is refused instead of
      *> becoming a phantom term. Enrollment is only taken while
      *> the term is open and inside its enrollment window.
      *> A withdrawal's refund is worked out from how many weeks
      *> into the term it falls. Lines keyed before the calendar
      *> carried a window and status have spaces there; such a
      *> term counts as open with no window until it is keyed
      *> again. Lines whose term dates don't parse are ignored.
      *> Copied into every program that reads or keys the calendar
      *> so the layout only has to change in one place.
       01  TermCalendarLine.
           88  EndOfTermCalendar       VALUE HIGH-VALUES.
           03  TclTerm                 PIC X(6).
           03  FILLER                  PIC X VALUE SPACE.
           03  TclStartDate            PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  TclEndDate              PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  TclEnrollOpenDate       PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  TclEnrollCloseDate      PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  TclStatus               PIC X.
               88  TclIsPlanned        VALUE "P".
               88  TclIsOpen           VALUE "O" SPACE.
               88  TclIsClosed         VALUE "C".
               88  ValidTclStatus      VALUE "P" "O" "C" SPACE.
