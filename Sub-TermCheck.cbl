       IDENTIFICATION DIVISION.
       PROGRAM-ID. Sub-TermCheck IS INITIAL.
      *>   This sub-program is CALLed from a Cobol program.
      *>   it requires 1 parameter.
      *>       1 the term check block (TERMCHECK.cpy), the term and
      *>         the day it is keyed on in place; the rest comes
      *>         back filled
      *>   Whether a term keyed anywhere on the student side is a
      *>   real one: the term must have a line on TERM-CALENDAR.DAT
      *>   (TERMCAL.cpy) whose dates parse. Its status comes back,
      *>   and whether the day keyed falls inside its enrollment
      *>   window (a line with no window keyed counts as inside).
      *>   The term that follows it is the one whose teaching starts
      *>   soonest after it starts - what TERM-PROGRESSION rolls
      *>   students into. As with the refund calculation, the last
      *>   line on file for a term wins. No calendar on file at all
      *>   comes back as such, and every term is then unknown.
      *>   Enrollment, grade and attendance capture, the tuition
      *>   invoice run and the term progression all ask here, so
      *>   none of them can disagree about which terms exist.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TermCalendarFile ASSIGN TO "TERM-CALENDAR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TermCalendarStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  TermCalendarFile.
       01  TermCalendarFlatLine    PIC X(44).

       WORKING-STORAGE SECTION.
       01  TermCalendarStatus  PIC X(2).
           88  TermCalendarFound   VALUE "00".

           COPY TERMCAL.

      *> every term on file with its start, to find the one after
       01  CalendarTermTable.
           03  CalendarTerm        OCCURS 99 TIMES.
               05  CtmTerm         PIC X(6).
               05  CtmStartDate    PIC 9(8).
       01  CalendarTermCount   PIC 99 VALUE ZERO.
       01  CalendarTermIndex   PIC 99.
       01  HeldTermFoundSw     PIC X.
           88  HeldTermFound   VALUE "Y".
       01  NextStartDate       PIC 9(8).

       LINKAGE SECTION.
           COPY TERMCHECK.

       PROCEDURE DIVISION USING TermCheck.
       BEGIN.
           MOVE "U" TO TchResult
           MOVE "N" TO TchWindowSw
           MOVE ZERO TO TchStartDate TchEndDate
           MOVE ZERO TO TchEnrollOpenDate TchEnrollCloseDate
           MOVE SPACES TO TchNextTerm
           MOVE ZERO TO CalendarTermCount

           OPEN INPUT TermCalendarFile
           IF NOT TermCalendarFound
               SET TchNoCalendar TO TRUE
               EXIT PROGRAM
           END-IF
           READ TermCalendarFile INTO TermCalendarLine
               AT END SET EndOfTermCalendar TO TRUE
           END-READ
           PERFORM UNTIL EndOfTermCalendar
               IF TclStartDate IS NUMERIC
                   AND TclEndDate IS NUMERIC
                   AND TclEndDate > TclStartDate
                   AND ValidTclStatus
                   PERFORM HOLD-CALENDAR-TERM
                   IF TclTerm = TchTerm
                       PERFORM TAKE-TERM-LINE
                   END-IF
               END-IF
               READ TermCalendarFile INTO TermCalendarLine
                   AT END SET EndOfTermCalendar TO TRUE
               END-READ
           END-PERFORM
           CLOSE TermCalendarFile

           IF TchTermKnown
               PERFORM FIND-FOLLOWING-TERM
           END-IF
           EXIT PROGRAM.

      *>   a term already held takes the later line's start date
       HOLD-CALENDAR-TERM.
           MOVE "N" TO HeldTermFoundSw
           PERFORM VARYING CalendarTermIndex FROM 1 BY 1
                   UNTIL HeldTermFound
                   OR CalendarTermIndex > CalendarTermCount
               IF CtmTerm(CalendarTermIndex) = TclTerm
                   MOVE TclStartDate
                       TO CtmStartDate(CalendarTermIndex)
                   SET HeldTermFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT HeldTermFound AND CalendarTermCount < 99
               ADD 1 TO CalendarTermCount
               MOVE TclTerm TO CtmTerm(CalendarTermCount)
               MOVE TclStartDate TO CtmStartDate(CalendarTermCount)
           END-IF.

       TAKE-TERM-LINE.
           MOVE TclStartDate TO TchStartDate
           MOVE TclEndDate TO TchEndDate
           EVALUATE TRUE
               WHEN TclIsPlanned
                   SET TchTermPlanned TO TRUE
               WHEN TclIsClosed
                   SET TchTermClosed TO TRUE
               WHEN OTHER
                   SET TchTermOpen TO TRUE
           END-EVALUATE
           IF TclEnrollOpenDate IS NUMERIC
               AND TclEnrollCloseDate IS NUMERIC
               MOVE TclEnrollOpenDate TO TchEnrollOpenDate
               MOVE TclEnrollCloseDate TO TchEnrollCloseDate
               IF TchAsOfDate >= TclEnrollOpenDate
                   AND TchAsOfDate <= TclEnrollCloseDate
                   MOVE "Y" TO TchWindowSw
               ELSE
                   MOVE "N" TO TchWindowSw
               END-IF
           ELSE
               MOVE ZERO TO TchEnrollOpenDate TchEnrollCloseDate
               MOVE "Y" TO TchWindowSw
           END-IF.

      *>   the soonest start after this term's start; two terms
      *>   starting the same day cannot follow one another
       FIND-FOLLOWING-TERM.
           MOVE 99999999 TO NextStartDate
           PERFORM VARYING CalendarTermIndex FROM 1 BY 1
                   UNTIL CalendarTermIndex > CalendarTermCount
               IF CtmStartDate(CalendarTermIndex) > TchStartDate
                   AND CtmStartDate(CalendarTermIndex) < NextStartDate
                   MOVE CtmStartDate(CalendarTermIndex)
                       TO NextStartDate
                   MOVE CtmTerm(CalendarTermIndex) TO TchNextTerm
               END-IF
           END-PERFORM.

           END PROGRAM Sub-TermCheck.
