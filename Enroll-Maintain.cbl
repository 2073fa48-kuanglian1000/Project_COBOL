      *> promotes the next waiting student automatically.
      *> Withdrawals flag the record rather than deleting it, so
      *> the term's history stays whole.
      *> An enrollment is refused outright when any of the course's
      *> sessions on TIMETABLE.DAT clash with a session of another
      *> course the student is actively enrolled in that term -
      *> same weekday, each starting before the other ends. A
      *> waiting student whose timetable now clashes is passed over
      *> when a seat is freed, and stays queued.
      *> A withdrawal also works out the pro-rata refund on the
      *> enrollment's tuition invoice through Sub-TuitionRefund -
      *> the week of term against the refund scale, the invoice
      *> written down and any overpayment made a refund due - so
      *> the operator signs on first and is journalled with it.
      *> The term keyed must be on the term calendar
      *> (TERM-CALENDAR.DAT, asked through Sub-TermCheck), and the
      *> term open with today inside its enrollment window; outside
      *> it, only a supervisor override lets the enrollment through,
      *> journaled like a prerequisite override. A waiting student
      *> promoted into a freed seat keeps the place they queued for
      *> inside the window.
      *> A student still under 18 with no parent or guardian on
      *> GUARDIAN.DAT (asked through Sub-StudentAddressee) is warned
      *> about when keyed for an enrollment - the enrollment goes
      *> ahead, but the office is told to key a contact in
      *> GUARDIAN-MAINTAIN before the letters need one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS GradeKey
             FILE STATUS IS GradeStatus.

           SELECT TimetableFile ASSIGN TO "TIMETABLE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TimetableKey
             FILE STATUS IS TimetableStatus.

      *> one line per prerequisite override - who was let in, past
      *> which requirement, on whose say-so
           SELECT OverrideJournalFile
       FD  GradeFile.
           COPY GRADEREC.

       FD  TimetableFile.
           COPY TIMETABREC.

       FD  OverrideJournalFile.
       01  OverrideJournalFlatLine PIC X(52).

           88  PrereqFileOK    VALUE "00".
       01  GradeStatus         PIC X(2).
           88  GradeFileOK     VALUE "00".
       01  TimetableStatus     PIC X(2).
           88  TimetableFileOK VALUE "00".
       01  TimetableOnFileSw   PIC X VALUE "N".
           88  TimetableOnFile VALUE "Y".
       01  OverrideJournalStatus   PIC X(2).
           88  OverrideJrnMissing  VALUE "35".

       01  OverrideReply       PIC X.
           88  OverrideWanted  VALUE "Y" "y".

      *> the term calendar's verdict on the term keyed
           COPY TERMCHECK.
      *> whether the student is a minor, and has a guardian keyed
           COPY ADDRESSEE.
       01  TermBlockedSw       PIC X.
           88  TermBlocked     VALUE "Y".

      *> what was overridden: MISSING and the prerequisite, or
      *> WINDOW and TERM for an enrollment outside the term's
      *> enrollment window
       01  OverrideJournalLine.
           03  OjlDate         PIC 9(8).
           03  FILLER          PIC X(10) VALUE " OVERRIDE ".
           03  OjlStudentId    PIC X(7).
           03  FILLER          PIC X VALUE SPACE.
           03  OjlCourseCode   PIC X(4).
           03  OjlReason       PIC X(9) VALUE " MISSING ".
           03  OjlMissing      PIC X(4).
           03  FILLER          PIC X(5) VALUE " BY= ".
           03  OjlApprover     PIC X(4).

      *> the timetable verdict for the enrollment in hand: the
      *> wanted course/term's sessions, and the enrolled course
      *> that one of them runs into
       01  ClashStudentId      PIC X(7).
       01  ClashCourseCode     PIC X(4).
       01  ClashTerm           PIC X(6).
       01  TimetableClashSw    PIC X.
           88  TimetableClash  VALUE "Y".
       01  ClashWithCourse     PIC X(4).
       01  ClashWeekday        PIC 9.
       01  ClashStartTime      PIC 9(4).
       01  ClashEndTime        PIC 9(4).
       01  ParkedEnrollKey     PIC X(17).
       01  WantedSessionTable.
           03  WantedSession       OCCURS 20 TIMES.
               05  WssWeekday      PIC 9.
               05  WssStartTime    PIC 9(4).
               05  WssEndTime      PIC 9(4).
       01  WantedSessionCount  PIC 99.
       01  WantedSessionIndex  PIC 99.
       01  WeekdayNames        PIC X(21)
               VALUE "SUNMONTUEWEDTHUFRISAT".
       01  WeekdayNameIndex    PIC 99.

       01  MaintAction         PIC 9.
           88  EnrollAction    VALUE 1.
           88  WithdrawAction  VALUE 2.
       01  WantedTerm          PIC X(6).
       01  ListedCount         PIC 9(3).

      *> the refund worked out for a withdrawal, and who withdrew
           COPY REFUNDREQ.
       01  Prn-RefundMoney     PIC ZZ,ZZ9.99.
       01  SignedOnOperator    PIC X(4) VALUE SPACES.
       01  SignOnResult        PIC X VALUE "N".
           88  SignOnOk        VALUE "Y".
       01  SignedOnRole        PIC X VALUE "C".

       01  EnrollDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlStudentId    PIC X(7).
      *>   from the counter menu, so the quit value must be cleared
      *>   or a second visit would fall straight through the loop
           MOVE 0 TO MaintAction
           CALL "Sub-OperatorSignOn" USING SignedOnOperator,
               SignOnResult, SignedOnRole
           IF NOT SignOnOk
               DISPLAY "..SIGN-ON REFUSED.."
               GOBACK
           END-IF
           CALL "Sub-CheckSystemBusy" USING SystemBusyFlag
           IF SystemIsBusy
               DISPLAY "..NIGHTLY PROCESSING IN PROGRESS - TRY "
      *>   both open leniently and the check copes with the status
           OPEN INPUT PrereqFile.
           OPEN INPUT GradeFile.
      *>   no timetable yet means no session can clash
           OPEN INPUT TimetableFile.
           MOVE "N" TO TimetableOnFileSw
           IF TimetableFileOK
               SET TimetableOnFile TO TRUE
           END-IF
           CALL "Sub-BusinessDate" USING BusinessDate.

           PERFORM DO-MAINTENANCE UNTIL QuitMaintenance.

           CLOSE EnrollFile, StudentFile, CourseFile,
               WaitListFile, PrereqFile, GradeFile.
           IF TimetableOnFile
               CLOSE TimetableFile
           END-IF.
           GOBACK.

       DO-MAINTENANCE.
               DISPLAY "..NO SUCH STUDENT ON FILE.."
           ELSE
               DISPLAY "STUDENT : ", IdxStudentName
               PERFORM CHECK-GUARDIAN-ON-FILE
               PERFORM GET-COURSE-AND-TERM
           END-IF.

      *>   a warning only - the letters for a minor want a guardian
      *>   to go to, but a missing one is no reason to turn the
      *>   student away
       CHECK-GUARDIAN-ON-FILE.
           MOVE EnrollStudentId TO AdrStudentId
           MOVE BusinessDate TO AdrAsOfDate
           CALL "Sub-StudentAddressee" USING StudentAddressee
           IF AdrIsMinor AND NOT AdrGuardianOnFile
               DISPLAY "..WARNING - STUDENT IS UNDER 18 AND HAS NO "
                   "PARENT/GUARDIAN ON FILE.."
               DISPLAY "..KEY ONE IN PARENT/GUARDIAN CONTACTS BEFORE "
                   "ANY LETTER IS DUE.."
           END-IF.

       GET-COURSE-AND-TERM.
           DISPLAY "ENTER COURSE CODE(4 CHARS) : " WITH NO ADVANCING
           ACCEPT EnrollCourseCode
                   DISPLAY "ENTER TERM(6 CHARS, E.G. 2026-1) : "
                     WITH NO ADVANCING
                   ACCEPT EnrollTerm
                   PERFORM CHECK-TERM-CALENDAR
                   IF TermBlocked
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CHECK-PREREQUISITES
                   IF PrereqBlocked
                       EXIT PARAGRAPH
                   END-IF
                   MOVE EnrollStudentId TO ClashStudentId
                   MOVE EnrollCourseCode TO ClashCourseCode
                   MOVE EnrollTerm TO ClashTerm
                   PERFORM CHECK-TIMETABLE-CLASH
                   IF TimetableClash
                       PERFORM SHOW-TIMETABLE-CLASH
                       DISPLAY "..NOT ENROLLED.."
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM COUNT-ACTIVE-IN-COURSE
                   IF ActiveInCourse >= CourseCapacity
                       DISPLAY "..COURSE IS AT CAPACITY (",
                 WITH NO ADVANCING
               ACCEPT OverrideReply
               IF OverrideWanted
                   MOVE "PREREQ-OVRD" TO RefusalFunction
                   PERFORM GET-OVERRIDE-APPROVAL
                   IF ApprovalOk
                       MOVE " MISSING " TO OjlReason
                       PERFORM WRITE-OVERRIDE-JOURNAL
                       MOVE "N" TO PrereqBlockedSw
                   END-IF
               END-IF
           END-IF.

      *>   a term not on the calendar is refused outright - it is
      *>   a typing error, not a judgement call; a real term that
      *>   is not open, or today outside its enrollment window,
      *>   offers the supervisor override
       CHECK-TERM-CALENDAR.
           MOVE "N" TO TermBlockedSw
           MOVE EnrollTerm TO TchTerm
           MOVE BusinessDate TO TchAsOfDate
           CALL "Sub-TermCheck" USING TermCheck
           EVALUATE TRUE
               WHEN TchNoCalendar
                   DISPLAY "..NO TERM CALENDAR ON FILE - TERMS ARE "
                       "KEYED ON THE CONTROL FILE WORKBENCH.."
                   SET TermBlocked TO TRUE
               WHEN TchUnknownTerm
                   DISPLAY "..TERM ", EnrollTerm, " IS NOT ON THE "
                       "TERM CALENDAR - NOT ENROLLED.."
                   SET TermBlocked TO TRUE
               WHEN TchTermOpen AND TchInEnrollWindow
                   CONTINUE
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN TchTermPlanned
                           DISPLAY "..TERM ", EnrollTerm,
                               " IS NOT OPEN YET.."
                       WHEN TchTermClosed
                           DISPLAY "..TERM ", EnrollTerm,
                               " IS CLOSED.."
                       WHEN OTHER
                           DISPLAY "..ENROLLMENT FOR ", EnrollTerm,
                               " RUNS ", TchEnrollOpenDate, " TO ",
                               TchEnrollCloseDate, ".."
                   END-EVALUATE
                   SET TermBlocked TO TRUE
                   DISPLAY "SUPERVISOR OVERRIDE (Y/N) ? "
                     WITH NO ADVANCING
                   ACCEPT OverrideReply
                   IF OverrideWanted
                       MOVE "WINDOW-OVRD" TO RefusalFunction
                       PERFORM GET-OVERRIDE-APPROVAL
                       IF ApprovalOk
                           MOVE " WINDOW  " TO OjlReason
                           MOVE "TERM" TO MissingPrereq
                           PERFORM WRITE-OVERRIDE-JOURNAL
                           MOVE "N" TO TermBlockedSw
                       END-IF
                   END-IF
           END-EVALUATE.

      *>   any term's result counts - the grade key leads with the
      *>   student and course, so the student's results for the
      *>   required course sit together under one START
                   DISPLAY "..APPROVER MUST HOLD THE SUPERVISOR "
                       "ROLE - ENROLLMENT STAYS BLOCKED.."
                   MOVE "ENROLL-MAINTAIN" TO RefusalProgram
                   CALL "Sub-LogAuthRefusal" USING RefusalProgram,
                       RefusalFunction, ApprovingOperator
                   MOVE "N" TO ApprovalResult
                           EnrollStatus
                   END-REWRITE
                   DISPLAY "..WITHDRAWN.."
                   PERFORM WORK-OUT-REFUND
                   PERFORM PROMOTE-NEXT-WAITING
           END-EVALUATE.

      *>   the withdrawn enrollment's key is still in the record -
      *>   the refund is worked out before the seat is handed on,
      *>   since the promotion reads other enrollments over it
       WORK-OUT-REFUND.
           MOVE EnrollStudentId TO RfqStudentId
           MOVE EnrollCourseCode TO RfqCourseCode
           MOVE EnrollTerm TO RfqTerm
           MOVE BusinessDate TO RfqWithdrawDate
           MOVE SignedOnOperator TO RfqOperatorId
           CALL "Sub-TuitionRefund" USING RefundRequest
           EVALUATE TRUE
               WHEN RfqNoInvoice
                   DISPLAY "..NO TUITION INVOICE - NOTHING TO "
                       "REFUND.."
               WHEN RfqNoTermDates
                   DISPLAY "..NO DATES ON FILE FOR TERM ", RfqTerm,
                       " - REFUND MUST BE WORKED OUT BY HAND.."
               WHEN OTHER
                   DISPLAY "WEEK OF TERM = ", RfqWeekOfTerm,
                       "  BAND TO WEEK ", RfqBandThroughWeek,
                       " REFUNDS ", RfqPercent, "%"
                   MOVE RfqWriteDownAmount TO Prn-RefundMoney
                   DISPLAY "INVOICE WRITTEN DOWN BY = ",
                       Prn-RefundMoney
                   MOVE RfqRefundDueAmount TO Prn-RefundMoney
                   DISPLAY "REFUND DUE TO STUDENT   = ",
                       Prn-RefundMoney
                   IF RfqSponsorShareAmount > ZERO
                       MOVE RfqSponsorShareAmount TO Prn-RefundMoney
                       DISPLAY "CREDITED BACK TO SPONSOR = ",
                           Prn-RefundMoney
                   END-IF
           END-EVALUATE.

      *>   the new entry takes the next queue position behind
      *>   whatever is already waiting on this course/term
       QUEUE-ON-WAITLIST.
                       OR WaitCourseCode NOT = EnrollCourseCode
                       OR WaitTerm NOT = EnrollTerm
                   IF WaitIsOpen
                       MOVE WaitStudentId TO ClashStudentId
                       MOVE WaitCourseCode TO ClashCourseCode
                       MOVE WaitTerm TO ClashTerm
                       PERFORM CHECK-TIMETABLE-CLASH
                   END-IF
                   IF WaitIsOpen AND NOT TimetableClash
                       SET NextTakerFound TO TRUE
                   ELSE
                       IF WaitIsOpen
                           PERFORM SHOW-TIMETABLE-CLASH
                           DISPLAY "..WAITING STUDENT ", WaitStudentId,
                               " PASSED OVER.."
                       END-IF
                       READ WaitListFile NEXT RECORD
                           AT END SET EndOfWaitList TO TRUE
                       END-READ
                   WaitStudentId, ".."
           END-IF.

      *>   the wanted course/term's sessions are held first, then the
      *>   student's other active enrollments in the term are walked
      *>   - the enrollment key leads with the student, so they sit
      *>   together under one START - and each one's sessions are
      *>   laid against them. The walk reads through the enrollment
      *>   record area, so the key in hand is parked and put back.
       CHECK-TIMETABLE-CLASH.
           MOVE "N" TO TimetableClashSw
           MOVE SPACES TO ClashWithCourse
           MOVE ZERO TO WantedSessionCount
           IF NOT TimetableOnFile
               EXIT PARAGRAPH
           END-IF
           MOVE ClashCourseCode TO TtbCourseCode
           MOVE ClashTerm TO TtbTerm
           MOVE ZERO TO TtbSessionNo
           START TimetableFile KEY IS NOT LESS THAN TimetableKey
               INVALID KEY CONTINUE
           END-START
           IF TimetableFileOK
               READ TimetableFile NEXT RECORD
                   AT END SET EndOfTimetableFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTimetableFile
                       OR TtbCourseCode NOT = ClashCourseCode
                       OR TtbTerm NOT = ClashTerm
                       OR WantedSessionCount >= 20
                   ADD 1 TO WantedSessionCount
                   MOVE TtbWeekday TO WssWeekday(WantedSessionCount)
                   MOVE TtbStartTime
                       TO WssStartTime(WantedSessionCount)
                   MOVE TtbEndTime TO WssEndTime(WantedSessionCount)
                   READ TimetableFile NEXT RECORD
                       AT END SET EndOfTimetableFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF WantedSessionCount = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE EnrollKey TO ParkedEnrollKey
           MOVE ClashStudentId TO EnrollStudentId
           MOVE LOW-VALUES TO EnrollCourseCode, EnrollTerm
           START EnrollFile KEY IS NOT LESS THAN EnrollKey
               INVALID KEY CONTINUE
           END-START
           IF EnrollFileOK
               READ EnrollFile NEXT RECORD
                   AT END SET EndOfEnrollFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEnrollFile OR TimetableClash
                       OR EnrollStudentId NOT = ClashStudentId
                   IF EnrollIsActive AND EnrollTerm = ClashTerm
                       AND EnrollCourseCode NOT = ClashCourseCode
                       PERFORM CHECK-ENROLLED-SESSIONS
                   END-IF
                   READ EnrollFile NEXT RECORD
                       AT END SET EndOfEnrollFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           MOVE ParkedEnrollKey TO EnrollKey.

       CHECK-ENROLLED-SESSIONS.
           MOVE EnrollCourseCode TO TtbCourseCode
           MOVE ClashTerm TO TtbTerm
           MOVE ZERO TO TtbSessionNo
           START TimetableFile KEY IS NOT LESS THAN TimetableKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ TimetableFile NEXT RECORD
               AT END SET EndOfTimetableFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTimetableFile OR TimetableClash
                   OR TtbCourseCode NOT = EnrollCourseCode
                   OR TtbTerm NOT = ClashTerm
               PERFORM VARYING WantedSessionIndex FROM 1 BY 1
                       UNTIL TimetableClash
                       OR WantedSessionIndex > WantedSessionCount
                   IF TtbWeekday = WssWeekday(WantedSessionIndex)
                       AND TtbStartTime
                           < WssEndTime(WantedSessionIndex)
                       AND WssStartTime(WantedSessionIndex)
                           < TtbEndTime
                       SET TimetableClash TO TRUE
                       MOVE TtbCourseCode TO ClashWithCourse
                       MOVE TtbWeekday TO ClashWeekday
                       MOVE TtbStartTime TO ClashStartTime
                       MOVE TtbEndTime TO ClashEndTime
                   END-IF
               END-PERFORM
               READ TimetableFile NEXT RECORD
                   AT END SET EndOfTimetableFile TO TRUE
               END-READ
           END-PERFORM.

       SHOW-TIMETABLE-CLASH.
           COMPUTE WeekdayNameIndex = ClashWeekday * 3 + 1
           DISPLAY "..TIMETABLE CLASH WITH ", ClashWithCourse, " (",
               WeekdayNames(WeekdayNameIndex:3), " ", ClashStartTime,
               "-", ClashEndTime, ") IN TERM ", ClashTerm, "..".

       LIST-COURSE-TERM.
           DISPLAY "ENTER COURSE CODE(4 CHARS) : " WITH NO ADVANCING
           ACCEPT WantedCourseCode
