      *> IDXSTUDENT.DAT and each course's name off IDXCOURSE.DAT -
      *> the single most-asked-for output in the office. The page
      *> goes to TRANSCRIPT.DAT, one student per run. Release is
      *> blocked while a tuition balance stands on TUITION.DAT, or
      *> unpaid video charges on the borrower account the student
      *> is linked to (STUDENT-BORROWER.DAT) - the transcript is
      *> the one thing a leaver with unpaid fees still wants from
      *> us. Each result shows the course's
      *> credits, and the page closes with the student's
      *> credit-weighted grade point average for every term and
      *> cumulatively: credits times the grade's points off the
      *> grade scale (Sub-GradeScale), over the credits attempted.
      *> A zero-credit course, or a grade the scale doesn't value,
      *> stays out of the averages; a fail counts as attempted at
      *> no points and earns no credits.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS TuitKey
             FILE STATUS IS TuitionStatus.

      *> the student's library borrower account, and the postings
      *> behind its balance - video charges hold it back too
           SELECT StudentBorrowerFile ASSIGN TO "STUDENT-BORROWER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SbrStudentId
             ALTERNATE RECORD KEY IS SbrBorrowerNumber
             FILE STATUS IS StudentBorrowerStatus.

           SELECT BorrowerAccountFile ASSIGN TO "BORR-ACCOUNT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BorrowerAccountStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GradeFile.
       FD  TuitionFile.
           COPY TUITINVREC.

       FD  StudentBorrowerFile.
           COPY STUBORREC.

       FD  BorrowerAccountFile.
       01  BorrowerAccountFlatLine PIC X(39).

       WORKING-STORAGE SECTION.
       01  GradeStatus         PIC X(2).
           88  GradeFileOK     VALUE "00".

       01  TuitionStatus       PIC X(2).
           88  TuitionFileOK   VALUE "00".
       01  StudentBorrowerStatus   PIC X(2).
           88  StudentBorrowerFound    VALUE "00".
           88  StudentBorrowerFileOK   VALUE "00".
       01  BorrowerAccountStatus   PIC X(2).
           88  AccountFileFound    VALUE "00".
           COPY ACCTREC.
       01  AccountEntryAmount  PIC 9(5)V99.
       01  VideoBalance        PIC S9(7)V99 VALUE ZERO.
       01  Prn-VideoBalance    PIC ZZZ,ZZ9.99.

       01  WantedStudentId     PIC X(7).
       01  ResultCount         PIC 9(3) VALUE ZERO.
       01  UnknownCourseName   PIC X(20)
             VALUE "**UNKNOWN COURSE**".

           COPY GRADEPTS.
       01  ScaleIndex          PIC 99.
       01  ScaleFoundSw        PIC X.
           88  ScaleFound      VALUE "Y".
       01  GradeCheckValue     PIC XX.
           88  FailingGrade    VALUE "F " "F1" "F2" "F3" "F4"
                                     "F5" "F6" "F7" "F8" "F9".
       01  ResultPoints        PIC 9V99.
       01  ResultQuality       PIC 9(3)V99.

      *> the student's credits and quality points (credits times
      *> points) per term, held in term order as the results are
      *> read - the grade key runs by course, not by term - and
      *> summed again for the cumulative line
       01  TermAverageTable.
           03  TermAverageEntry    OCCURS 40 TIMES.
               05  TavTerm         PIC X(6).
               05  TavAttempted    PIC 9(3).
               05  TavEarned       PIC 9(3).
               05  TavQuality      PIC 9(5)V99.
       01  TermAverageCount    PIC 99 VALUE ZERO.
       01  TermAverageIndex    PIC 99.
       01  TermShiftIndex      PIC 99.
       01  TermFoundSw         PIC X.
           88  TermFound       VALUE "Y".
       01  CumAttempted        PIC 9(4) VALUE ZERO.
       01  CumEarned           PIC 9(4) VALUE ZERO.
       01  CumQuality          PIC 9(6)V99 VALUE ZERO.
       01  GradeAverage        PIC 9V99.
       01  Prn-GradeAverage    PIC 9.99.

       01  TranscriptHeading   PIC X(20) VALUE "=STUDENT TRANSCRIPT=".

       01  StudentHeadingLine.
           03  DtlCourseName   PIC X(20).
           03  FILLER          PIC X(9) VALUE "  GRADE =".
           03  DtlGradeValue   PIC XX.
           03  FILLER          PIC X(6) VALUE "  CR =".
           03  DtlCredits      PIC Z9.

       01  AverageHeading      PIC X(32)
             VALUE "CREDIT-WEIGHTED AVERAGES:".

       01  AverageLine.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  AvlLabel        PIC X(10).
           03  FILLER          PIC X(12) VALUE " ATTEMPTED =".
           03  AvlAttempted    PIC ZZZ9.
           03  FILLER          PIC X(9) VALUE " EARNED =".
           03  AvlEarned       PIC ZZZ9.
           03  FILLER          PIC X(10) VALUE " AVERAGE =".
           03  AvlAverage      PIC X(4).

       01  ResultTotalLine.
           03  FILLER          PIC X(18) VALUE "RESULTS ON FILE = ".
               DISPLAY "..NO SUCH STUDENT ON FILE.."
           ELSE
               PERFORM CHECK-TUITION-BALANCE
               PERFORM CHECK-VIDEO-BALANCE
               IF TuitionOwing > ZERO
                   MOVE TuitionOwing TO Prn-TuitionOwing
                   DISPLAY "..TUITION BALANCE OF ", Prn-TuitionOwing,
                       " STANDS - TRANSCRIPT HELD BACK.."
               END-IF
               IF VideoBalance > ZERO
                   MOVE VideoBalance TO Prn-VideoBalance
                   DISPLAY "..UNPAID VIDEO CHARGES OF ",
                       Prn-VideoBalance, " ON BORROWER ",
                       SbrBorrowerNumber,
                       " - TRANSCRIPT HELD BACK.."
               END-IF
               IF TuitionOwing = ZERO AND VideoBalance NOT > ZERO
                   OPEN OUTPUT ReportFile
                   PERFORM PRINT-TRANSCRIPT
                   CLOSE ReportFile
               CLOSE TuitionFile
           END-IF.

      *>   debits less credits on the linked borrower's account;
      *>   a student with no link, or no postings file on disk,
      *>   owes the library nothing
       CHECK-VIDEO-BALANCE.
           MOVE ZERO TO VideoBalance
           OPEN INPUT StudentBorrowerFile
           IF NOT StudentBorrowerFileOK
               EXIT PARAGRAPH
           END-IF
           MOVE WantedStudentId TO SbrStudentId
           READ StudentBorrowerFile
               KEY IS SbrStudentId
               INVALID KEY CONTINUE
           END-READ
           IF NOT StudentBorrowerFound
               CLOSE StudentBorrowerFile
               EXIT PARAGRAPH
           END-IF
           CLOSE StudentBorrowerFile
           OPEN INPUT BorrowerAccountFile
           IF AccountFileFound
               READ BorrowerAccountFile
                   AT END MOVE HIGH-VALUES TO BorrowerAccountFlatLine
               END-READ
               PERFORM UNTIL BorrowerAccountFlatLine = HIGH-VALUES
                   MOVE BorrowerAccountFlatLine
                       TO BorrowerAccountRecord
                   IF AcctBorrowerNumber = SbrBorrowerNumber
                       MOVE AcctAmount TO AccountEntryAmount
                       IF AcctIsDebit
                           ADD AccountEntryAmount TO VideoBalance
                       ELSE
                           SUBTRACT AccountEntryAmount
                               FROM VideoBalance
                       END-IF
                   END-IF
                   READ BorrowerAccountFile
                       AT END
                       MOVE HIGH-VALUES TO BorrowerAccountFlatLine
                   END-READ
               END-PERFORM
               CLOSE BorrowerAccountFile
           END-IF.

       PRINT-TRANSCRIPT.
           WRITE ReportLine FROM TranscriptHeading
           MOVE WantedStudentId TO ShdStudentId
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           CALL "Sub-GradeScale" USING GradePointScale
           MOVE WantedStudentId TO GradeStudentId
           MOVE SPACES TO GradeCourseCode GradeTerm
           START GradeFile KEY IS NOT LESS THAN GradeKey
               END-PERFORM
           END-IF

           PERFORM PRINT-GRADE-AVERAGES

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE ResultCount TO TotResultCount
           MOVE GradeCourseCode TO DtlCourseCode
           MOVE GradeCourseCode TO CourseCode
           READ CourseFile
               INVALID KEY
                   MOVE UnknownCourseName TO CourseName
                   MOVE ZERO TO CourseCredits
           END-READ
           MOVE CourseName TO DtlCourseName
           MOVE GradeValue TO DtlGradeValue
           MOVE CourseCredits TO DtlCredits
           WRITE ReportLine FROM GradeDetailLine
           PERFORM FIND-TERM-SLOT
           PERFORM WEIGH-ONE-RESULT.

      *>   the term's slot, slotted in term order the first time
      *>   the term is seen so the averages print oldest first
       FIND-TERM-SLOT.
           MOVE "N" TO TermFoundSw
           PERFORM VARYING TermAverageIndex FROM 1 BY 1
                   UNTIL TermFound
                   OR TermAverageIndex > TermAverageCount
                   OR TavTerm(TermAverageIndex) > GradeTerm
               IF TavTerm(TermAverageIndex) = GradeTerm
                   SET TermFound TO TRUE
               END-IF
           END-PERFORM
           IF TermFound
               SUBTRACT 1 FROM TermAverageIndex
               EXIT PARAGRAPH
           END-IF
           IF TermAverageCount >= 40
               MOVE ZERO TO TermAverageIndex
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TermShiftIndex FROM TermAverageCount
                   BY -1 UNTIL TermShiftIndex < TermAverageIndex
               MOVE TermAverageEntry(TermShiftIndex)
                   TO TermAverageEntry(TermShiftIndex + 1)
           END-PERFORM
           ADD 1 TO TermAverageCount
           MOVE GradeTerm TO TavTerm(TermAverageIndex)
           MOVE ZERO TO TavAttempted(TermAverageIndex)
               TavEarned(TermAverageIndex)
               TavQuality(TermAverageIndex).

      *>   a result counts toward the averages only when its course
      *>   carries credits and the scale values its grade - a fail
      *>   the scale doesn't name still counts, at no points
       WEIGH-ONE-RESULT.
           IF TermAverageIndex = ZERO OR CourseCredits = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE GradeValue TO GradeCheckValue
           MOVE "N" TO ScaleFoundSw
           PERFORM VARYING ScaleIndex FROM 1 BY 1
                   UNTIL ScaleFound OR ScaleIndex > GradePointCount
               IF GptGradeValue(ScaleIndex) = GradeValue
                   MOVE GptPoints(ScaleIndex) TO ResultPoints
                   SET ScaleFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT ScaleFound
               IF FailingGrade
                   MOVE ZERO TO ResultPoints
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE ResultQuality = CourseCredits * ResultPoints
           ADD CourseCredits TO TavAttempted(TermAverageIndex)
               CumAttempted
           ADD ResultQuality TO TavQuality(TermAverageIndex)
               CumQuality
           IF NOT FailingGrade
               ADD CourseCredits TO TavEarned(TermAverageIndex)
                   CumEarned
           END-IF.

       PRINT-GRADE-AVERAGES.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM AverageHeading
           PERFORM VARYING TermAverageIndex FROM 1 BY 1
                   UNTIL TermAverageIndex > TermAverageCount
               MOVE TavTerm(TermAverageIndex) TO AvlLabel
               MOVE TavAttempted(TermAverageIndex) TO AvlAttempted
               MOVE TavEarned(TermAverageIndex) TO AvlEarned
               IF TavAttempted(TermAverageIndex) = ZERO
                   MOVE "----" TO AvlAverage
               ELSE
                   COMPUTE GradeAverage ROUNDED =
                       TavQuality(TermAverageIndex)
                       / TavAttempted(TermAverageIndex)
                   MOVE GradeAverage TO Prn-GradeAverage
                   MOVE Prn-GradeAverage TO AvlAverage
               END-IF
               WRITE ReportLine FROM AverageLine
           END-PERFORM
           MOVE "CUMULATIVE" TO AvlLabel
           MOVE CumAttempted TO AvlAttempted
           MOVE CumEarned TO AvlEarned
           IF CumAttempted = ZERO
               MOVE "----" TO AvlAverage
           ELSE
               COMPUTE GradeAverage ROUNDED = CumQuality / CumAttempted
               MOVE GradeAverage TO Prn-GradeAverage
               MOVE Prn-GradeAverage TO AvlAverage
           END-IF
           WRITE ReportLine FROM AverageLine.
