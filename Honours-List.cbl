       IDENTIFICATION DIVISION.
       PROGRAM-ID. HONOURS-LIST.
      *> Per-term honours list, the other end of the scale from
      *> ACADEMIC-STANDING's probation list and run alongside it.
      *> For a keyed term, every student's results on GRADES.DAT
      *> are weighed into a credit-weighted grade point average -
      *> the course's credits off IDXCOURSE.DAT times the grade's
      *> points off the grade scale (Sub-GradeScale), over the
      *> credits attempted, the same sum GRADE-TRANSCRIPT prints.
      *> A student qualifies with at least the keyed minimum credit
      *> load and no fail in the term (a result starting "F", the
      *> same rule the standing run applies); the qualifiers are
      *> ranked best average first and the keyed number of places
      *> printed to HONOURS-RPT.DAT, with names off IDXSTUDENT.DAT.
      *> A student level with the last place is listed too - a
      *> tie is not broken by the order of the student ids.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GradeFile ASSIGN TO "GRADES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GradeKey
             FILE STATUS IS GradeStatus.

           SELECT CourseFile ASSIGN TO "IDXCOURSE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CourseCode
             FILE STATUS IS CourseFileStatus.

           SELECT StudentFile ASSIGN TO "IDXSTUDENT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS IdxStudentId
             FILE STATUS IS StudentFileStatus.

           SELECT SortedHonoursFile ASSIGN TO "HONOURS-SORTED.TEMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SortedFileStatus.

           SELECT WorkFile ASSIGN TO "WORK.TEMP"
             FILE STATUS IS WorkFileStatus.

           SELECT ReportFile ASSIGN TO "HONOURS-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GradeFile.
           COPY GRADEREC.

       FD  CourseFile.
           COPY COURSEREC.

       FD  StudentFile.
           COPY IDXSTUDREC.

      *> one line per qualifying student, best average first
       FD  SortedHonoursFile.
       01  SortedHonoursRec.
           88  EndOfSortedFile     VALUE HIGH-VALUES.
           03  SortedAverage       PIC 9V99.
           03  SortedAttempted     PIC 9(3).
           03  SortedStudentId     PIC X(7).

       SD  WorkFile.
       01  WorkRec.
           03  wAverage            PIC 9V99.
           03  wAttempted          PIC 9(3).
           03  wStudentId          PIC X(7).

       FD  ReportFile.
       01  ReportLine  PIC X(80).

       WORKING-STORAGE SECTION.
       01  GradeStatus         PIC X(2).
           88  GradeFileOK     VALUE "00".
       01  CourseFileStatus    PIC X(2).
           88  CourseFound     VALUE "00".
       01  StudentFileStatus   PIC X(2).
           88  StudentFound    VALUE "00".
       01  SortedFileStatus    PIC X(2).
           88  SortedFileOK    VALUE "00".
       01  WorkFileStatus      PIC X(2).
           88  WorkFileOK      VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

       01  WantedTerm          PIC X(6).
      *> the credit load and the places when nothing is keyed - a
      *> full-time term's load, and a list that fits one page
       01  KeyedMinCredits     PIC 9(3).
       01  MinCredits          PIC 9(3) VALUE 12.
       01  KeyedPlaces         PIC 9(3).
       01  HonoursPlaces       PIC 9(3) VALUE 10.

           COPY GRADEPTS.
       01  ScaleIndex          PIC 99.
       01  ScaleFoundSw        PIC X.
           88  ScaleFound      VALUE "Y".
       01  GradeCheckValue     PIC XX.
           88  FailingGrade    VALUE "F " "F1" "F2" "F3" "F4"
                                     "F5" "F6" "F7" "F8" "F9".
       01  ResultPoints        PIC 9V99.
       01  ResultQuality       PIC 9(3)V99.

      *> what the term's pass over GRADES.DAT learned per student -
      *> credits attempted, quality points (credits times points)
      *> and whether any result in the term was a fail
       01  HonoursTallyTable.
           03  HonoursTallyEntry   OCCURS 500 TIMES.
               05  HtlStudentId    PIC X(7).
               05  HtlAttempted    PIC 9(3).
               05  HtlQuality      PIC 9(5)V99.
               05  HtlFailFlag     PIC X.
       01  HonoursTallyCount   PIC 9(3) VALUE ZERO.
       01  HonoursTallyIndex   PIC 9(3).
       01  StudentSlotIndex    PIC 9(3).
       01  SlotFoundSw         PIC X.
           88  SlotFound       VALUE "Y".
       01  WantedStudentId     PIC X(7).

       01  EvaluatedCount      PIC 9(3) VALUE ZERO.
       01  EligibleCount       PIC 9(3) VALUE ZERO.
       01  ListedCount         PIC 9(3) VALUE ZERO.
       01  CurrentRank         PIC 9(3) VALUE ZERO.
       01  PriorAverage        PIC 9V99 VALUE ZERO.
       01  ListClosedSw        PIC X VALUE "N".
           88  ListClosed      VALUE "Y".

       01  ReportHeading.
           03  FILLER          PIC X(21)
                 VALUE "=HONOURS LIST, TERM= ".
           03  HdgTerm         PIC X(6).

       01  ParamEchoLine.
           03  FILLER          PIC X(18) VALUE "MINIMUM CREDITS = ".
           03  EchoMinCredits  PIC ZZ9.
           03  FILLER          PIC X(12) VALUE "   PLACES = ".
           03  EchoPlaces      PIC ZZ9.

       01  ColumnHeading.
           03  FILLER          PIC X(40)
                 VALUE "  RANK  STUDENT  NAME".
           03  FILLER          PIC X(20)
                 VALUE "CREDITS  AVERAGE".

       01  HonoursDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlRank         PIC ZZ9.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  DtlStudentId    PIC X(7).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlStudentName  PIC X(18).
           03  FILLER          PIC X(7) VALUE SPACES.
           03  DtlAttempted    PIC ZZ9.
           03  FILLER          PIC X(6) VALUE SPACES.
           03  DtlAverage      PIC 9.99.

       01  HonoursTotalLine.
           03  TtlLabel        PIC X(24).
           03  TtlCount        PIC ZZZ9.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "ENTER TERM TO EVALUATE(6 CHARS, E.G. 2026-1) : "
             WITH NO ADVANCING.
           ACCEPT WantedTerm.
           DISPLAY "ENTER MINIMUM CREDITS(BLANK = ", MinCredits,
               ") : " WITH NO ADVANCING.
           MOVE ZERO TO KeyedMinCredits.
           ACCEPT KeyedMinCredits.
           IF KeyedMinCredits > ZERO
               MOVE KeyedMinCredits TO MinCredits
           END-IF
           DISPLAY "ENTER PLACES ON THE LIST(BLANK = ", HonoursPlaces,
               ") : " WITH NO ADVANCING.
           MOVE ZERO TO KeyedPlaces.
           ACCEPT KeyedPlaces.
           IF KeyedPlaces > ZERO
               MOVE KeyedPlaces TO HonoursPlaces
           END-IF

           OPEN INPUT GradeFile.
           IF NOT GradeFileOK
               DISPLAY "..NO GRADES FILE - NOTHING TO EVALUATE.."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CourseFile.
           CALL "Sub-GradeScale" USING GradePointScale.

           PERFORM TALLY-TERM-RESULTS.
           CLOSE GradeFile, CourseFile.
           MOVE HonoursTallyCount TO EvaluatedCount.

           IF HonoursTallyCount = ZERO
               DISPLAY "..NO RESULTS ON FILE FOR TERM ", WantedTerm,
                   ".."
               GOBACK
           END-IF

           SORT WorkFile ON DESCENDING KEY wAverage, wAttempted
                   ON ASCENDING KEY wStudentId
               INPUT PROCEDURE IS RELEASE-QUALIFIERS
               GIVING SortedHonoursFile.
           PERFORM CHECK-WORK-STATUS.

           IF NOT RunFailed
               PERFORM PRINT-HONOURS-LIST
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "EVALUATED = ", EvaluatedCount,
               "  ELIGIBLE = ", EligibleCount,
               "  ON HONOURS LIST = ", ListedCount.
           GOBACK.

      *> same "DISPLAY the bad status, trip RunFailed" paragraph
      *> shape used by every other program touched for this
       CHECK-WORK-STATUS.
           IF NOT WorkFileOK
               DISPLAY "..SORT WORK FILE ERROR, STATUS = ",
                   WorkFileStatus
               SET RunFailed TO TRUE
           END-IF.

       CHECK-SORTED-STATUS.
           IF NOT SortedFileOK
               DISPLAY "..SORTED HONOURS FILE ERROR, STATUS = ",
                   SortedFileStatus
               SET RunFailed TO TRUE
           END-IF.

       CHECK-REPORT-STATUS.
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
           END-IF.

      *>   one pass over the grades: the keyed term's results drop
      *>   into per-student slots, weighed by the course's credits
       TALLY-TERM-RESULTS.
           MOVE LOW-VALUES TO GradeKey
           START GradeFile KEY IS NOT LESS THAN GradeKey
               INVALID KEY CONTINUE
           END-START
           IF GradeFileOK
               READ GradeFile NEXT RECORD
                   AT END SET EndOfGradeFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGradeFile
                   IF GradeTerm = WantedTerm
                       PERFORM TALLY-ONE-RESULT
                   END-IF
                   READ GradeFile NEXT RECORD
                       AT END SET EndOfGradeFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

      *>   a fail bars the student whatever its credits; otherwise a
      *>   result counts only when its course carries credits and
      *>   the scale values its grade - the transcript's rule
       TALLY-ONE-RESULT.
           MOVE GradeStudentId TO WantedStudentId
           PERFORM FIND-STUDENT-SLOT
           IF NOT SlotFound
               EXIT PARAGRAPH
           END-IF
           MOVE GradeValue TO GradeCheckValue
           IF FailingGrade
               MOVE "Y" TO HtlFailFlag(StudentSlotIndex)
           END-IF
           MOVE GradeCourseCode TO CourseCode
           READ CourseFile
               INVALID KEY MOVE ZERO TO CourseCredits
           END-READ
           IF CourseCredits = ZERO
               EXIT PARAGRAPH
           END-IF
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
           ADD CourseCredits TO HtlAttempted(StudentSlotIndex)
           ADD ResultQuality TO HtlQuality(StudentSlotIndex).

       FIND-STUDENT-SLOT.
           MOVE "N" TO SlotFoundSw
           PERFORM SCAN-STUDENT-SLOTS
               VARYING HonoursTallyIndex FROM 1 BY 1
               UNTIL SlotFound
               OR HonoursTallyIndex > HonoursTallyCount
           IF NOT SlotFound AND HonoursTallyCount < 500
               ADD 1 TO HonoursTallyCount
               MOVE WantedStudentId
                   TO HtlStudentId(HonoursTallyCount)
               MOVE ZERO TO HtlAttempted(HonoursTallyCount)
                   HtlQuality(HonoursTallyCount)
               MOVE "N" TO HtlFailFlag(HonoursTallyCount)
               MOVE HonoursTallyCount TO StudentSlotIndex
               SET SlotFound TO TRUE
           END-IF.

       SCAN-STUDENT-SLOTS.
           IF HtlStudentId(HonoursTallyIndex) = WantedStudentId
               MOVE HonoursTallyIndex TO StudentSlotIndex
               SET SlotFound TO TRUE
           END-IF.

      *>   only the students carrying the minimum load with no fail
      *>   in the term go forward to be ranked
       RELEASE-QUALIFIERS.
           PERFORM VARYING StudentSlotIndex FROM 1 BY 1
                   UNTIL StudentSlotIndex > HonoursTallyCount
               IF HtlFailFlag(StudentSlotIndex) = "N"
                   AND HtlAttempted(StudentSlotIndex) > ZERO
                   AND HtlAttempted(StudentSlotIndex) >= MinCredits
                   ADD 1 TO EligibleCount
                   COMPUTE wAverage ROUNDED =
                       HtlQuality(StudentSlotIndex)
                       / HtlAttempted(StudentSlotIndex)
                   MOVE HtlAttempted(StudentSlotIndex) TO wAttempted
                   MOVE HtlStudentId(StudentSlotIndex) TO wStudentId
                   RELEASE WorkRec
               END-IF
           END-PERFORM.

       PRINT-HONOURS-LIST.
           OPEN INPUT SortedHonoursFile
           PERFORM CHECK-SORTED-STATUS
           OPEN OUTPUT ReportFile
           PERFORM CHECK-REPORT-STATUS
           IF RunFailed
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT StudentFile

           MOVE WantedTerm TO HdgTerm
           WRITE ReportLine FROM ReportHeading
           MOVE MinCredits TO EchoMinCredits
           MOVE HonoursPlaces TO EchoPlaces
           WRITE ReportLine FROM ParamEchoLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM ColumnHeading

           READ SortedHonoursFile
               AT END SET EndOfSortedFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSortedFile OR ListClosed
               PERFORM PRINT-ONE-PLACE
               IF NOT ListClosed
                   READ SortedHonoursFile
                       AT END SET EndOfSortedFile TO TRUE
                   END-READ
               END-IF
           END-PERFORM

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "STUDENTS EVALUATED    = " TO TtlLabel
           MOVE EvaluatedCount TO TtlCount
           WRITE ReportLine FROM HonoursTotalLine
           MOVE "ELIGIBLE (LOAD,NO FAIL)=" TO TtlLabel
           MOVE EligibleCount TO TtlCount
           WRITE ReportLine FROM HonoursTotalLine
           MOVE "ON HONOURS LIST       = " TO TtlLabel
           MOVE ListedCount TO TtlCount
           WRITE ReportLine FROM HonoursTotalLine

           CLOSE SortedHonoursFile, ReportFile, StudentFile.

      *>   students level on average share a rank; once the places
      *>   are filled only a student level with the last one listed
      *>   still gets on
       PRINT-ONE-PLACE.
           IF ListedCount >= HonoursPlaces
               AND SortedAverage NOT = PriorAverage
               SET ListClosed TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF ListedCount = ZERO OR SortedAverage NOT = PriorAverage
               COMPUTE CurrentRank = ListedCount + 1
           END-IF
           ADD 1 TO ListedCount
           MOVE SortedAverage TO PriorAverage
           MOVE CurrentRank TO DtlRank
           MOVE SortedStudentId TO DtlStudentId
           MOVE SortedStudentId TO IdxStudentId
           READ StudentFile
               INVALID KEY
                   MOVE "**UNKNOWN STUDENT*" TO DtlStudentName
               NOT INVALID KEY
                   MOVE IdxStudentName TO DtlStudentName
           END-READ
           MOVE SortedAttempted TO DtlAttempted
           MOVE SortedAverage TO DtlAverage
           WRITE ReportLine FROM HonoursDetailLine.
