      *> clean term resets the student to good standing. The
      *> probation list prints to PROBATION-RPT.DAT with names off
      *> IDXSTUDENT.DAT.
      *> Every student on the list is also sent a letter, to
      *> PROBATION-LETTERS.DAT, saying what the term's results were
      *> and what has been decided. Who it is addressed to is asked
      *> of Sub-StudentAddressee: a student under 18 is written to
      *> through the parent or guardian on GUARDIAN.DAT, an adult
      *> direct; a minor with no guardian keyed is written to direct
      *> and named on the list so the office can key one. Each
      *> letter is logged to LETTER-LOG.DAT as PROBATN, and the
      *> next letter to the same student says when the last one
      *> went and how many there have been. A rerun the same day
      *> writes the letters again but does not log them twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

           SELECT LetterFile ASSIGN TO "PROBATION-LETTERS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LetterStatus.

           SELECT LetterLogFile ASSIGN TO "LETTER-LOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LetterLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GradeFile.
       FD  ReportFile.
       01  ReportLine  PIC X(80).

       FD  LetterFile.
       01  LetterLine  PIC X(60).

       FD  LetterLogFile.
       01  LetterLogFlatLine   PIC X(32).
           88  EndOfLetterLogFlat  VALUE HIGH-VALUES.

       WORKING-STORAGE SECTION.
       01  GradeStatus         PIC X(2).
           88  GradeFileOK     VALUE "00".
           88  StudentFound    VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".
       01  LetterStatus        PIC X(2).
           88  LetterFileOK    VALUE "00".
       01  LetterLogStatus     PIC X(2).
           88  LetterLogOK     VALUE "00".
           88  LetterLogNotFound   VALUE "35".

       01  WantedTerm          PIC X(6).
       01  GradeCheckValue     PIC XX.
       01  ProbationCount      PIC 9(3) VALUE ZERO.
       01  WithdrawalCount     PIC 9(3) VALUE ZERO.
       01  EvaluatedCount      PIC 9(3) VALUE ZERO.
       01  BusinessDate        PIC 9(8).

      *> who the letter goes to, and the log line it leaves
           COPY ADDRESSEE.
           COPY LETTERLOG.
       01  ProbationLetterCode PIC X(8) VALUE "PROBATN".

      *> the earlier PROBATN letters on the log, per student - the
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

       01  LettersToStudents   PIC 9(3) VALUE ZERO.
       01  LettersToGuardians  PIC 9(3) VALUE ZERO.
       01  MinorsNoGuardian    PIC 9(3) VALUE ZERO.
       01  LettersNotSent      PIC 9(3) VALUE ZERO.

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
       01  LetterFailsLine.
           03  FILLER          PIC X(21)
                 VALUE "THE RESULTS FOR TERM ".
           03  LflTerm         PIC X(6).
           03  FILLER          PIC X(6) VALUE " SHOW ".
           03  LflTermFails    PIC ZZ9.
           03  FILLER          PIC X(17) VALUE " FAILED COURSE(S)".
       01  LetterPriorLine.
           03  FILLER          PIC X(28)
                 VALUE "WE LAST WROTE ABOUT THIS ON ".
           03  LplLastDate     PIC 9(8).
           03  FILLER          PIC X(14)
                 VALUE " - LETTER NO. ".
           03  LplLetterNumber PIC ZZ9.
       01  LetterNumberWork    PIC 9(3).

       01  LetterNoteLine.
           03  FILLER          PIC X(4) VALUE SPACES.
           03  LnlNote         PIC X(56).

       01  ReportHeading.
           03  FILLER          PIC X(26)
               GOBACK
           END-IF

           CALL "Sub-BusinessDate" USING BusinessDate.
           PERFORM LOAD-PRIOR-LETTERS.
           OPEN OUTPUT LetterFile.
           IF NOT LetterFileOK
               DISPLAY "..LETTER FILE ERROR, STATUS = ", LetterStatus
               CLOSE StandingFile, StudentFile, ReportFile
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND LetterLogFile.
           IF LetterLogNotFound
               OPEN OUTPUT LetterLogFile
           END-IF

           MOVE WantedTerm TO HdgTerm.
           WRITE ReportLine FROM ReportHeading.

           MOVE "WITHDRAWAL RECOMMENDED= " TO TtlLabel.
           MOVE WithdrawalCount TO TtlCount.
           WRITE ReportLine FROM StandingTotalLine.
           MOVE "LETTERS TO STUDENTS   = " TO TtlLabel.
           MOVE LettersToStudents TO TtlCount.
           WRITE ReportLine FROM StandingTotalLine.
           MOVE "LETTERS TO GUARDIANS  = " TO TtlLabel.
           MOVE LettersToGuardians TO TtlCount.
           WRITE ReportLine FROM StandingTotalLine.
           MOVE "MINORS NO GUARDIAN    = " TO TtlLabel.
           MOVE MinorsNoGuardian TO TtlCount.
           WRITE ReportLine FROM StandingTotalLine.
           MOVE "NO LETTER - NO ADDRESS= " TO TtlLabel.
           MOVE LettersNotSent TO TtlCount.
           WRITE ReportLine FROM StandingTotalLine.

           CLOSE StandingFile, StudentFile, ReportFile.
           CLOSE LetterFile, LetterLogFile.
           DISPLAY "EVALUATED = ", EvaluatedCount,
               "  PROBATION = ", ProbationCount,
               "  WITHDRAWAL = ", WithdrawalCount.
                   ADD 1 TO ProbationCount
               END-IF
               PERFORM PRINT-STANDING-LINE
               PERFORM RAISE-PROBATION-LETTER
           ELSE
               MOVE "G" TO NewStandCode
           END-IF
               MOVE "ON PROBATION            " TO DtlVerdict
           END-IF
           WRITE ReportLine FROM StandingDetailLine.

      *>   the earlier PROBATN letters, read once before this run
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
                   AND LlgTemplateCode = ProbationLetterCode
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

      *>   the letter for the student just put on the list
       RAISE-PROBATION-LETTER.
           MOVE TlyStudentId(StudentSlotIndex) TO AdrStudentId
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
                   PERFORM WRITE-PROBATION-LETTER
           END-EVALUATE.

       WRITE-PROBATION-LETTER.
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
           STRING "RE: ACADEMIC STANDING OF " DELIMITED BY SIZE
               AdrStudentName DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               AdrStudentId DELIMITED BY SIZE
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
               MOVE "WE ARE WRITING TO YOU ABOUT THEIR RESULTS."
                   TO LetterLine
           ELSE
               MOVE "WE ARE WRITING TO YOU ABOUT YOUR RESULTS."
                   TO LetterLine
           END-IF
           WRITE LetterLine
           MOVE WantedTerm TO LflTerm
           MOVE TlyTermFails(StudentSlotIndex) TO LflTermFails
           WRITE LetterLine FROM LetterFailsLine
           IF TlyRepeatFlag(StudentSlotIndex) = "Y"
               MOVE "INCLUDING A COURSE ALREADY FAILED IN AN EARLIER "
                   TO LetterLine
               WRITE LetterLine
               MOVE "TERM." TO LetterLine
               WRITE LetterLine
           END-IF
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           IF NewStandCode = "X"
               MOVE "AS THE STUDENT WAS ALREADY ON PROBATION, THEY "
                   TO LetterLine
               WRITE LetterLine
               MOVE "HAVE NOW BEEN RECOMMENDED FOR WITHDRAWAL."
                   TO LetterLine
           ELSE
               MOVE "THE STUDENT HAS BEEN PLACED ON ACADEMIC PROBATION."
                   TO LetterLine
           END-IF
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine

           MOVE AdrStudentId TO WantedLetterStudent
           PERFORM FIND-PRIOR-LETTER
           IF PriorLetterIndex > ZERO
               AND PltCount(PriorLetterIndex) > ZERO
               MOVE PltLastDate(PriorLetterIndex) TO LplLastDate
               COMPUTE LetterNumberWork =
                   PltCount(PriorLetterIndex) + 1
               MOVE LetterNumberWork TO LplLetterNumber
               WRITE LetterLine FROM LetterPriorLine
           ELSE
               MOVE "THIS IS OUR FIRST LETTER ABOUT ACADEMIC STANDING."
                   TO LetterLine
               WRITE LetterLine
           END-IF
           MOVE "PLEASE CONTACT THE STUDENT OFFICE TO TALK IT THROUGH."
             TO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine

      *>   logged once a day only - a rerun rewrites the letter but
      *>   must not count it twice next term
           IF PriorLetterIndex > ZERO
               IF PltLoggedToday(PriorLetterIndex)
                   EXIT PARAGRAPH
               END-IF
               SET PltLoggedToday(PriorLetterIndex) TO TRUE
           END-IF
           MOVE BusinessDate TO LlgDate
           MOVE "S" TO LlgSubjectType
           MOVE AdrStudentId TO LlgSubjectId
           MOVE ProbationLetterCode TO LlgTemplateCode
           MOVE SPACES TO LlgOperatorId
           WRITE LetterLogFlatLine FROM LetterLogLine.
