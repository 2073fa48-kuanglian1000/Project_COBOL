      *> crosses the shop's threshold prints with their name off
      *> IDXSTUDENT.DAT, before the term is lost instead of after.
      *> Output to ABSENCE-RPT.DAT.
      *> Every flagged student is also sent one letter listing each
      *> course over the threshold, to ABSENCE-LETTERS.DAT. Who it is
      *> addressed to is asked of Sub-StudentAddressee: a student
      *> under 18 is written to through the parent or guardian on
      *> GUARDIAN.DAT, an adult direct; a minor with no guardian
      *> keyed is written to direct and named on the report so the
      *> office can key one. Each letter is logged to LETTER-LOG.DAT
      *> as ABSENCE, and the next letter to the same student says
      *> when the last one went and how many there have been. A
      *> rerun the same day writes the letters again but does not
      *> log them twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

           SELECT LetterFile ASSIGN TO "ABSENCE-LETTERS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LetterStatus.

           SELECT LetterLogFile ASSIGN TO "LETTER-LOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LetterLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  AttendFile.
       FD  ReportFile.
       01  ReportLine  PIC X(80).

       FD  LetterFile.
       01  LetterLine  PIC X(60).

       FD  LetterLogFile.
       01  LetterLogFlatLine   PIC X(32).
           88  EndOfLetterLogFlat  VALUE HIGH-VALUES.

       WORKING-STORAGE SECTION.
       01  AttendStatus        PIC X(2).
           88  AttendFileOK    VALUE "00".
           88  StudentFound    VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".
       01  LetterStatus        PIC X(2).
           88  LetterFileOK    VALUE "00".
       01  LetterLogStatus     PIC X(2).
           88  LetterLogOK     VALUE "00".
           88  LetterLogNotFound   VALUE "35".

      *> the shop's standing threshold: a quarter of the sessions
      *> missed flags the student
           COPY ABSTHRESH.

       01  PriorStudentId      PIC X(7) VALUE HIGH-VALUES.
       01  PriorCourseCode     PIC X(4) VALUE HIGH-VALUES.
       01  FlaggedCount        PIC 9(4) VALUE ZERO.
       01  BusinessDate        PIC 9(8).

      *> who the letter goes to, and the log line it leaves
           COPY ADDRESSEE.
           COPY LETTERLOG.
       01  AbsenceLetterCode   PIC X(8) VALUE "ABSENCE".

      *> the flagged course/terms of the student in hand, held
      *> until the student's last group so one letter covers all
       01  FlaggedCourseTable.
           03  FlaggedCourseEntry  OCCURS 20 TIMES.
               05  FctCourseCode   PIC X(4).
               05  FctTerm         PIC X(6).
               05  FctAbsences     PIC 9(4).
               05  FctSessions     PIC 9(4).
               05  FctRate         PIC 9(3)V9.
       01  FlaggedCourseCount  PIC 99 VALUE ZERO.
       01  FlaggedCourseMax    PIC 99 VALUE 20.
       01  FlaggedCourseIndex  PIC 99.

      *> the earlier ABSENCE letters on the log, per student - the
      *> last one's date and how many; a line dated today is this
      *> run's own earlier attempt, so it only stops a second log
      *> line and is not quoted back
       01  PriorLetterTable.
           03  PriorLetterEntry    OCCURS 500 TIMES.
               05  PltStudentId    PIC X(7).
               05  PltLastDate     PIC 9(8).
               05  PltCount        PIC 9(3).
               05  PltLoggedTodaySw    PIC X.
                   88  PltLoggedToday  VALUE "Y".
       01  PriorLetterCount    PIC 9(3) VALUE ZERO.
       01  PriorLetterMax      PIC 9(3) VALUE 500.
       01  PriorLetterIndex    PIC 9(3).
       01  WantedLetterStudent PIC X(7).

       01  LettersToStudents   PIC 9(4) VALUE ZERO.
       01  LettersToGuardians  PIC 9(4) VALUE ZERO.
       01  MinorsNoGuardian    PIC 9(4) VALUE ZERO.
       01  LettersNotSent      PIC 9(4) VALUE ZERO.
       01  LettersWritten      PIC 9(5).

       01  LetterRuleLine      PIC X(50) VALUE ALL "=".
       01  LetterShopLine      PIC X(30)
             VALUE "      KUANG VIDEO RENTALS".
       01  LetterDateLine.
           03  FILLER          PIC X(7) VALUE "DATE : ".
           03  LtrDate         PIC 9(8).
       01  LetterTownLine.
           03  LtlTown         PIC X(15).
           03  FILLER          PIC X VALUE SPACE.
           03  LtlPostCode     PIC X(8).
       01  LetterCourseLine.
           03  FILLER          PIC X(9) VALUE "  COURSE ".
           03  LclCourseCode   PIC X(4).
           03  FILLER          PIC X(6) VALUE " TERM ".
           03  LclTerm         PIC X(6).
           03  FILLER          PIC X(10) VALUE "  MISSED ".
           03  LclAbsences     PIC ZZZ9.
           03  FILLER          PIC X(4) VALUE " OF ".
           03  LclSessions     PIC ZZZ9.
           03  FILLER          PIC X(2) VALUE " (".
           03  LclRate         PIC ZZ9.9.
           03  FILLER          PIC X(2) VALUE "%)".
       01  LetterThresholdLine.
           03  FILLER          PIC X(19)
                 VALUE "OUR REGISTERS SHOW ".
           03  LthThreshold    PIC ZZ9.
           03  FILLER          PIC X(33)
                 VALUE "% OR MORE OF THE SESSIONS MISSED:".
       01  LetterPriorLine.
           03  FILLER          PIC X(28)
                 VALUE "WE LAST WROTE ABOUT THIS ON ".
           03  LplLastDate     PIC 9(8).
           03  FILLER          PIC X(14)
                 VALUE " - LETTER NO. ".
           03  LplLetterNumber PIC ZZ9.
       01  LetterNumberWork    PIC 9(3).
       01  LetterBuildPointer  PIC 99.

       01  LetterNoteLine.
           03  FILLER          PIC X(4) VALUE SPACES.
           03  LnlNote         PIC X(56).

       01  ReportHeading.
           03  FILLER          PIC X(26)
                 VALUE "=WEEKLY ABSENCE REPORT=   ".
           03  FILLER          PIC X(2) VALUE "%)".

       01  FlaggedTotalLine.
           03  TtlLabel        PIC X(24)
                 VALUE "STUDENTS FLAGGED      = ".
           03  TtlCount        PIC ZZZ9.

               GOBACK
           END-IF

           PERFORM LOAD-PRIOR-LETTERS.
           OPEN OUTPUT LetterFile.
           IF NOT LetterFileOK
               DISPLAY "..LETTER FILE ERROR, STATUS = ", LetterStatus
               CLOSE AttendFile, StudentFile, ReportFile
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND LetterLogFile.
           IF LetterLogNotFound
               OPEN OUTPUT LetterLogFile
           END-IF

           MOVE BusinessDate TO HdgDate.
           WRITE ReportLine FROM ReportHeading.


           IF NOT FirstGroup
               PERFORM JUDGE-THE-GROUP
               PERFORM RAISE-ABSENCE-LETTER
           END-IF.

           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE FlaggedCount TO TtlCount.
           WRITE ReportLine FROM FlaggedTotalLine.
           MOVE "LETTERS TO STUDENTS   = " TO TtlLabel.
           MOVE LettersToStudents TO TtlCount.
           WRITE ReportLine FROM FlaggedTotalLine.
           MOVE "LETTERS TO GUARDIANS  = " TO TtlLabel.
           MOVE LettersToGuardians TO TtlCount.
           WRITE ReportLine FROM FlaggedTotalLine.
           MOVE "MINORS NO GUARDIAN    = " TO TtlLabel.
           MOVE MinorsNoGuardian TO TtlCount.
           WRITE ReportLine FROM FlaggedTotalLine.
           MOVE "NO LETTER - NO ADDRESS= " TO TtlLabel.
           MOVE LettersNotSent TO TtlCount.
           WRITE ReportLine FROM FlaggedTotalLine.
           CLOSE AttendFile, StudentFile, ReportFile.
           CLOSE LetterFile, LetterLogFile.
           DISPLAY "STUDENTS FLAGGED = ", FlaggedCount.
           ADD LettersToStudents LettersToGuardians
               GIVING LettersWritten.
           DISPLAY "LETTERS WRITTEN  = ", LettersWritten.
           GOBACK.

       BREAK-TO-NEW-GROUP.
           IF NOT FirstGroup
               PERFORM JUDGE-THE-GROUP
               IF AttStudentId NOT = PriorStudentId
                   PERFORM RAISE-ABSENCE-LETTER
               END-IF
           END-IF
           MOVE AttStudentId TO PriorStudentId
           MOVE AttCourseCode TO PriorCourseCode
               IF MissedRate >= AbsenceThresholdPct
                   ADD 1 TO FlaggedCount
                   PERFORM PRINT-FLAGGED-LINE
                   PERFORM HOLD-FLAGGED-COURSE
               END-IF
           END-IF.

           MOVE SessionCount TO DtlSessions
           MOVE MissedRate TO DtlRate
           WRITE ReportLine FROM AbsenceDetailLine.

       HOLD-FLAGGED-COURSE.
           IF FlaggedCourseCount < FlaggedCourseMax
               ADD 1 TO FlaggedCourseCount
               MOVE PriorCourseCode
                   TO FctCourseCode(FlaggedCourseCount)
               MOVE PriorTerm TO FctTerm(FlaggedCourseCount)
               MOVE AbsenceCount TO FctAbsences(FlaggedCourseCount)
               MOVE SessionCount TO FctSessions(FlaggedCourseCount)
               MOVE MissedRate TO FctRate(FlaggedCourseCount)
           END-IF.

      *>   the earlier ABSENCE letters, read once before this run
      *>   adds to the log - no log yet means none have gone
       LOAD-PRIOR-LETTERS.
           OPEN INPUT LetterLogFile
           IF NOT LetterLogOK
               EXIT PARAGRAPH
           END-IF
           READ LetterLogFile INTO LetterLogLine
               AT END SET EndOfLetterLogFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfLetterLogFlat
               IF LlgSubjectType = "S"
                   AND LlgTemplateCode = AbsenceLetterCode
                   MOVE LlgSubjectId TO WantedLetterStudent
                   PERFORM FIND-PRIOR-LETTER
                   IF PriorLetterIndex > ZERO
                       PERFORM HOLD-PRIOR-LETTER
                   END-IF
               END-IF
               READ LetterLogFile INTO LetterLogLine
                   AT END SET EndOfLetterLogFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE LetterLogFile.

      *>   the student's entry, opened on first sight; comes back
      *>   zero only when the table is full
       FIND-PRIOR-LETTER.
           PERFORM VARYING PriorLetterIndex FROM 1 BY 1
                   UNTIL PriorLetterIndex > PriorLetterCount
                   OR PltStudentId(PriorLetterIndex)
                       = WantedLetterStudent
               CONTINUE
           END-PERFORM
           IF PriorLetterIndex > PriorLetterCount
               IF PriorLetterCount < PriorLetterMax
                   ADD 1 TO PriorLetterCount
                   MOVE PriorLetterCount TO PriorLetterIndex
                   MOVE WantedLetterStudent
                       TO PltStudentId(PriorLetterIndex)
                   MOVE ZERO TO PltLastDate(PriorLetterIndex)
                   MOVE ZERO TO PltCount(PriorLetterIndex)
                   MOVE "N" TO PltLoggedTodaySw(PriorLetterIndex)
               ELSE
                   MOVE ZERO TO PriorLetterIndex
               END-IF
           END-IF.

       HOLD-PRIOR-LETTER.
           IF LlgDate = BusinessDate
               SET PltLoggedToday(PriorLetterIndex) TO TRUE
           ELSE
               ADD 1 TO PltCount(PriorLetterIndex)
               IF LlgDate > PltLastDate(PriorLetterIndex)
                   MOVE LlgDate TO PltLastDate(PriorLetterIndex)
               END-IF
           END-IF.

      *>   one letter for the student just finished, covering every
      *>   course over the threshold
       RAISE-ABSENCE-LETTER.
           IF FlaggedCourseCount = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE PriorStudentId TO AdrStudentId
           MOVE BusinessDate TO AdrAsOfDate
           CALL "Sub-StudentAddressee" USING StudentAddressee
           EVALUATE TRUE
               WHEN AdrStudentUnknown
               WHEN AdrNoAddress
                   ADD 1 TO LettersNotSent
                   MOVE "** NO LETTER - NO ADDRESS ON FILE **"
                       TO LnlNote
                   WRITE ReportLine FROM LetterNoteLine
               WHEN OTHER
                   PERFORM WRITE-ABSENCE-LETTER
           END-EVALUATE
           MOVE ZERO TO FlaggedCourseCount.

       WRITE-ABSENCE-LETTER.
           EVALUATE TRUE
               WHEN AdrToGuardian
                   ADD 1 TO LettersToGuardians
                   MOVE SPACES TO LnlNote
                   STRING "LETTER TO PARENT/GUARDIAN "
                       DELIMITED BY SIZE
                       AdrName DELIMITED BY "  "
                       INTO LnlNote
                   END-STRING
                   WRITE ReportLine FROM LetterNoteLine
               WHEN AdrIsMinor
                   ADD 1 TO LettersToStudents
                   ADD 1 TO MinorsNoGuardian
                   MOVE "** UNDER 18 - NO GUARDIAN ON FILE **"
                       TO LnlNote
                   WRITE ReportLine FROM LetterNoteLine
               WHEN OTHER
                   ADD 1 TO LettersToStudents
           END-EVALUATE

           WRITE LetterLine FROM LetterRuleLine
           WRITE LetterLine FROM LetterShopLine
           MOVE BusinessDate TO LtrDate
           WRITE LetterLine FROM LetterDateLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           WRITE LetterLine FROM AdrName
           WRITE LetterLine FROM AdrStreet
           MOVE AdrTown TO LtlTown
           MOVE AdrPostCode TO LtlPostCode
           WRITE LetterLine FROM LetterTownLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine

           MOVE SPACES TO LetterLine
           STRING "RE: ATTENDANCE OF " DELIMITED BY SIZE
               AdrStudentName DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               PriorStudentId DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LetterLine
           END-STRING
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           IF AdrToGuardian
               MOVE "AS THE PARENT/GUARDIAN WE HOLD FOR THIS STUDENT,"
                   TO LetterLine
               WRITE LetterLine
               MOVE "WE ARE WRITING TO YOU ABOUT THEIR ATTENDANCE."
                   TO LetterLine
           ELSE
               MOVE "WE ARE WRITING TO YOU ABOUT YOUR ATTENDANCE."
                   TO LetterLine
           END-IF
           WRITE LetterLine
           MOVE AbsenceThresholdPct TO LthThreshold
           WRITE LetterLine FROM LetterThresholdLine
           PERFORM WRITE-LETTER-COURSE-LINE
               VARYING FlaggedCourseIndex FROM 1 BY 1
               UNTIL FlaggedCourseIndex > FlaggedCourseCount
           MOVE SPACES TO LetterLine
           WRITE LetterLine

           MOVE PriorStudentId TO WantedLetterStudent
           PERFORM FIND-PRIOR-LETTER
           IF PriorLetterIndex > ZERO
               AND PltCount(PriorLetterIndex) > ZERO
               MOVE PltLastDate(PriorLetterIndex) TO LplLastDate
               COMPUTE LetterNumberWork =
                   PltCount(PriorLetterIndex) + 1
               MOVE LetterNumberWork TO LplLetterNumber
               WRITE LetterLine FROM LetterPriorLine
           ELSE
               MOVE "THIS IS OUR FIRST LETTER ABOUT ATTENDANCE."
                   TO LetterLine
               WRITE LetterLine
           END-IF
           MOVE "PLEASE CONTACT THE STUDENT OFFICE TO TALK IT THROUGH."
             TO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine

      *>   logged once a day only - a rerun rewrites the letter but
      *>   must not count it twice next week
           IF PriorLetterIndex > ZERO
               IF PltLoggedToday(PriorLetterIndex)
                   EXIT PARAGRAPH
               END-IF
               SET PltLoggedToday(PriorLetterIndex) TO TRUE
           END-IF
           MOVE BusinessDate TO LlgDate
           MOVE "S" TO LlgSubjectType
           MOVE PriorStudentId TO LlgSubjectId
           MOVE AbsenceLetterCode TO LlgTemplateCode
           MOVE SPACES TO LlgOperatorId
           WRITE LetterLogFlatLine FROM LetterLogLine.

       WRITE-LETTER-COURSE-LINE.
           MOVE FctCourseCode(FlaggedCourseIndex) TO LclCourseCode
           MOVE FctTerm(FlaggedCourseIndex) TO LclTerm
           MOVE FctAbsences(FlaggedCourseIndex) TO LclAbsences
           MOVE FctSessions(FlaggedCourseIndex) TO LclSessions
           MOVE FctRate(FlaggedCourseIndex) TO LclRate
           WRITE LetterLine FROM LetterCourseLine.
