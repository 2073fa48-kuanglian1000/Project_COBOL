      *>     enrollment in place
      *>   a fail or a missing result rolls forward - the closed
      *>     term's record turns "R" (rolled on) and a fresh active
      *>     enrollment is written for the NEXT term, so a rerun
      *>     can't re-roll it and a late invoice run can't bill the
      *>     dead term
      *> The term closed must be on the term calendar, and the next
      *> term is the one the calendar has starting after it
      *> (Sub-TermCheck) - never keyed, so a roll-forward cannot
      *> land in a phantom term.
      *> Then per student across the term:
      *>   every enrollment completed       - COMPLETER
      *>   every enrollment withdrawn       - CONFIRMED WITHDRAWAL
      *>   anything else                    - CONTINUING
      *> A completer whose programme of study is complete (or was
      *> already awarded) - asked of Sub-ProgrammeCheck, the test
      *> the award run applies - buckets GRADUATED instead.
      *> Graduates, completers and confirmed withdrawals write one
      *> line each to LEAVERS.DAT (LEAVERREC.cpy, the StudentId and
      *> the reason they leave) - the exact feed STUDENT-PURGE
      *> consumes - and EVERY student prints in their bucket on the
      *> proof listing (PROGRESSION-RPT.DAT) so the office signs
      *> the buckets off before the purge is allowed to run.
           COPY GRADEREC.

       FD  LeaversFile.
           COPY LEAVERREC.

       FD  ReportFile.
       01  ReportLine  PIC X(60).
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

           COPY PROGCHECK.

       01  WantedTerm          PIC X(6).
       01  NextTerm            PIC X(6).
       01  BusinessDate        PIC 9(8).
       01  TermEnrollCount     PIC 9(3) VALUE ZERO.
       01  TermEnrollIndex     PIC 9(3).

       01  GraduatedCount      PIC 9(3) VALUE ZERO.
       01  CompleterCount      PIC 9(3) VALUE ZERO.
       01  WithdrawnCount      PIC 9(3) VALUE ZERO.
       01  ContinuingCount     PIC 9(3) VALUE ZERO.
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

      *> the term calendar's verdict on the term being closed, and
      *> the term it says comes next
           COPY TERMCHECK.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "ENTER TERM TO CLOSE(6 CHARS, E.G. 2026-1) : "
             WITH NO ADVANCING.
           ACCEPT WantedTerm.
           MOVE WantedTerm TO TchTerm
           MOVE BusinessDate TO TchAsOfDate
           CALL "Sub-TermCheck" USING TermCheck
           IF TchNoCalendar
               DISPLAY "..NO TERM CALENDAR ON FILE - TERMS ARE "
                   "KEYED ON THE CONTROL FILE WORKBENCH.."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF TchUnknownTerm
               DISPLAY "..TERM ", WantedTerm, " IS NOT ON THE TERM "
                   "CALENDAR.."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF TchNextTerm = SPACES
               DISPLAY "..NO TERM ON THE CALENDAR STARTS AFTER ",
                   WantedTerm, " - KEY THE NEXT TERM FIRST.."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE TchNextTerm TO NextTerm
           DISPLAY "NEXT TERM (FROM THE CALENDAR) = ", NextTerm

           OPEN I-O EnrollFile.
           IF NOT EnrollFileOK
           PERFORM WRITE-PROOF-AND-LEAVERS.
           CLOSE EnrollFile.

           DISPLAY "GRADUATED = ", GraduatedCount,
               "  COMPLETERS = ", CompleterCount,
               "  WITHDRAWN = ", WithdrawnCount,
               "  CONTINUING = ", ContinuingCount.
           GOBACK.
           END-IF.

      *>   the proof listing carries EVERY student and their bucket;
      *>   only graduates, completers and confirmed withdrawals
      *>   reach the leavers feed the purge consumes
       WRITE-PROOF-AND-LEAVERS.
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "GRADUATED             = " TO TtlLabel
           MOVE GraduatedCount TO TtlCount
           WRITE ReportLine FROM BucketTotalLine
           MOVE "COMPLETERS            = " TO TtlLabel
           MOVE CompleterCount TO TtlCount
           WRITE ReportLine FROM BucketTotalLine
           EVALUATE TRUE
               WHEN TlyCompleted(StudentSlotIndex)
                   = TlyEnrollments(StudentSlotIndex)
                   MOVE SPACES TO LeaverRecord
                   MOVE TlyStudentId(StudentSlotIndex)
                       TO LeaverStudentId PchStudentId
                   CALL "Sub-ProgrammeCheck" USING ProgrammeCheck
                   IF PchComplete OR PchAlreadyAwarded
                       MOVE "GRADUATED           " TO DtlBucket
                       ADD 1 TO GraduatedCount
                       SET LeaverGraduated TO TRUE
                   ELSE
                       MOVE "COMPLETER           " TO DtlBucket
                       ADD 1 TO CompleterCount
                       SET LeaverCompleter TO TRUE
                   END-IF
                   WRITE LeaverRecord
               WHEN TlyWithdrawn(StudentSlotIndex)
                   = TlyEnrollments(StudentSlotIndex)
                   MOVE "CONFIRMED WITHDRAWAL" TO DtlBucket
                   ADD 1 TO WithdrawnCount
                   MOVE SPACES TO LeaverRecord
                   MOVE TlyStudentId(StudentSlotIndex)
                       TO LeaverStudentId
                   SET LeaverWithdrawn TO TRUE
                   WRITE LeaverRecord
               WHEN OTHER
                   MOVE "CONTINUING          " TO DtlBucket
