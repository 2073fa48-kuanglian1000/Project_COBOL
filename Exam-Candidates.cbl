       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-CANDIDATES.
      *> Builds each term's exam candidates off the schedule on
      *> EXAM.DAT and the active enrollments on ENROLL.DAT - every
      *> active enrollment in a course/term with an exam scheduled
      *> is a candidate. Two bars can be asked for on
      *> REPORT-PARAMS.DAT: EXAM-BAR-ABSENCE=Y bars a candidate
      *> whose missed rate on ATTEND.DAT for the course/term has
      *> crossed the threshold ABSENCE-WEEKLYREPORT flags at
      *> (ABSTHRESH.cpy), and EXAM-BAR-UNPAID=Y bars a student with
      *> any open TUITION.DAT invoice still owing. EXAM-TERM= picks
      *> one term; without it every term with exams is built.
      *> Three outputs, in the one-sort, view-byte shape
      *> TIMETABLE-REPORT uses:
      *>   EXAM-SEATPLAN-RPT.DAT - one plan per room/date/session,
      *>     seats numbered through the room in course then student
      *>     order; a course's candidates beyond the seats its exam
      *>     was allotted are marked **NO SEAT**
      *>   EXAM-SLIPS.DAT - one slip per candidate, in the same
      *>     order, carrying the room and seat (or **NO SEAT**, for
      *>     the exam office to settle before the day)
      *>   EXAM-CANDIDATE-RPT.DAT - the barred candidates with the
      *>     reason, the clash list (a student with two exams in
      *>     the same date and session), and the run's totals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ExamFile ASSIGN TO "EXAM.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ExamKey
             FILE STATUS IS ExamStatus.

           SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EnrollKey
             FILE STATUS IS EnrollFileStatus.

           SELECT AttendFile ASSIGN TO "ATTEND.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AttendKey
             FILE STATUS IS AttendStatus.

           SELECT TuitionFile ASSIGN TO "TUITION.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TuitKey
             FILE STATUS IS TuitionStatus.

           SELECT StudentFile ASSIGN TO "IDXSTUDENT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS IdxStudentId
             FILE STATUS IS StudentFileStatus.

           SELECT CourseFile ASSIGN TO "IDXCOURSE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CourseCode
             FILE STATUS IS CourseFileStatus.

           SELECT SortedCandidateFile
             ASSIGN TO "CANDIDATES-SORTED.TEMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SortedFileStatus.

           SELECT WorkFile ASSIGN TO "WORK.TEMP"
             FILE STATUS IS WorkFileStatus.

           SELECT SeatPlanFile ASSIGN TO "EXAM-SEATPLAN-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SeatPlanStatus.

           SELECT SlipFile ASSIGN TO "EXAM-SLIPS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SlipFileStatus.

           SELECT ReportFile ASSIGN TO "EXAM-CANDIDATE-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

      *> small parameter file read at start-up - the exam office's
      *> selection for this run, echoed in the report heading; with
      *> no file (or no matching keyword) every term is built and
      *> nobody is barred
           SELECT ReportParamsFile ASSIGN TO "REPORT-PARAMS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportParamsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ExamFile.
           COPY EXAMREC.

       FD  EnrollFile.
           COPY ENROLLREC.

       FD  AttendFile.
           COPY ATTENDREC.

       FD  TuitionFile.
           COPY TUITINVREC.

       FD  StudentFile.
           COPY IDXSTUDREC.

       FD  CourseFile.
           COPY COURSEREC.

      *> the view says which output a line belongs to:
      *> 1 = seat plan and slips, grouped by room sitting
      *>     (date, session, room)
      *> 2 = clash check, grouped by student sitting
      *>     (student, date, session)
      *> 3 = barred list, grouped by course/term
       FD  SortedCandidateFile.
       01  SortedCandidateRec.
           88  EndOfSortedFile     VALUE HIGH-VALUES.
           03  SortedView          PIC X.
               88  SortedForSeating    VALUE "1".
               88  SortedForClash      VALUE "2".
               88  SortedBarred        VALUE "3".
           03  SortedGroupKey      PIC X(16).
           03  SortedCourseCode    PIC X(4).
           03  SortedStudentId     PIC X(7).
           03  SortedTerm          PIC X(6).
           03  SortedDate          PIC 9(8).
           03  SortedSession       PIC X.
           03  SortedRoom          PIC X(6).
           03  SortedSeats         PIC 9(3).
           03  SortedBarReason     PIC X.
               88  SortedBarAbsence    VALUE "A".
               88  SortedBarUnpaid     VALUE "U".

       SD  WorkFile.
       01  WorkRec.
           03  wView               PIC X.
           03  wGroupKey           PIC X(16).
           03  wCourseCode         PIC X(4).
           03  wStudentId          PIC X(7).
           03  wTerm               PIC X(6).
           03  wDate               PIC 9(8).
           03  wSession            PIC X.
           03  wRoom               PIC X(6).
           03  wSeats              PIC 9(3).
           03  wBarReason          PIC X.

       FD  SeatPlanFile.
       01  SeatPlanLine    PIC X(80).

       FD  SlipFile.
       01  SlipLine        PIC X(60).

       FD  ReportFile.
       01  ReportLine      PIC X(80).

       FD  ReportParamsFile.
       01  ReportParamLine.
           88  EndOfParamsFile VALUE HIGH-VALUES.
           03  FILLER          PIC X(33).

       WORKING-STORAGE SECTION.
       01  ExamStatus          PIC X(2).
           88  ExamFileOK      VALUE "00".
           88  ExamFound       VALUE "00".
       01  EnrollFileStatus    PIC X(2).
           88  EnrollFileOK    VALUE "00".
       01  AttendStatus        PIC X(2).
           88  AttendFileOK    VALUE "00".
       01  TuitionStatus       PIC X(2).
           88  TuitionFileOK   VALUE "00".
       01  StudentFileStatus   PIC X(2).
           88  StudentFound    VALUE "00".
       01  CourseFileStatus    PIC X(2).
           88  CourseFound     VALUE "00".
       01  SortedFileStatus    PIC X(2).
           88  SortedFileOK    VALUE "00".
       01  WorkFileStatus      PIC X(2).
           88  WorkFileOK      VALUE "00".
       01  SeatPlanStatus      PIC X(2).
           88  SeatPlanOK      VALUE "00".
       01  SlipFileStatus      PIC X(2).
           88  SlipFileOK      VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".
       01  ReportParamsStatus  PIC X(2).
           88  ParamsFileOK    VALUE "00".
       01  ParamKeyword        PIC X(16).
       01  ParamValue          PIC X(20).

      *> the run's selections - every term and no bars unless a
      *> parameter asked
       01  WantedTerm          PIC X(6) VALUE SPACES.
       01  BarAbsenceSw        PIC X VALUE "N".
           88  BarOnAbsence    VALUE "Y".
       01  BarUnpaidSw         PIC X VALUE "N".
           88  BarOnUnpaid     VALUE "Y".
       01  AttendOnFileSw      PIC X VALUE "N".
           88  AttendOnFile    VALUE "Y".
       01  TuitionOnFileSw     PIC X VALUE "N".
           88  TuitionOnFile   VALUE "Y".

      *> the shop's standing threshold, the one the weekly absence
      *> report flags at
           COPY ABSTHRESH.

       01  CandidateBarReason  PIC X.
           88  NotBarred       VALUE SPACE.
           88  BarredOnAbsence VALUE "A".
           88  BarredOnUnpaid  VALUE "U".
       01  SessionCount        PIC 9(4).
       01  AbsenceCount        PIC 9(4).
       01  MissedRate          PIC 9(3)V9.
       01  UnpaidFoundSw       PIC X.
           88  UnpaidFound     VALUE "Y".

      *> the room sitting and student sitting group keys, built
      *> field by field into the one sort key
       01  RoomSittingKey.
           03  RskDate         PIC 9(8).
           03  RskSession      PIC X.
           03  RskRoom         PIC X(6).
           03  FILLER          PIC X VALUE SPACE.
       01  StudentSittingKey.
           03  SskStudentId    PIC X(7).
           03  SskDate         PIC 9(8).
           03  SskSession      PIC X.
       01  CourseTermKey.
           03  CtkCourseCode   PIC X(4).
           03  CtkTerm         PIC X(6).
           03  FILLER          PIC X(6) VALUE SPACES.

       01  PriorView           PIC X VALUE HIGH-VALUES.
       01  PriorGroupKey       PIC X(16) VALUE HIGH-VALUES.
       01  PriorCourseCode     PIC X(4) VALUE HIGH-VALUES.
       01  PriorClashCourse    PIC X(4).
       01  PriorClashRoom      PIC X(6).
       01  ClashOpenSw         PIC X VALUE "N".
           88  ClashOpen       VALUE "Y".
       01  NextSeatNumber      PIC 9(3).
       01  CourseSeatedCount   PIC 9(3).

       01  CandidatesSeated    PIC 9(5) VALUE ZERO.
       01  CandidatesNoSeat    PIC 9(5) VALUE ZERO.
       01  CandidatesBarred    PIC 9(5) VALUE ZERO.
       01  ClashesListed       PIC 9(5) VALUE ZERO.

       01  UnknownStudentName  PIC X(18)
             VALUE "**UNKNOWN STUDENT*".
       01  UnknownCourseName   PIC X(20)
             VALUE "**UNKNOWN COURSE**".
       01  CandidateName       PIC X(18).
       01  SessionName         PIC X(9).

       01  SeatPlanHeading     PIC X(17)
             VALUE "=EXAM SEAT PLANS=".

       01  RoomHeadingLine.
           03  FILLER          PIC X(7) VALUE "ROOM : ".
           03  RhdRoom         PIC X(6).
           03  FILLER          PIC X(9) VALUE "  DATE : ".
           03  RhdDate         PIC 9(8).
           03  FILLER          PIC X(12) VALUE "  SESSION : ".
           03  RhdSession      PIC X(9).

       01  SeatDetailLine.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  SdlSeat         PIC X(11).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  SdlStudentId    PIC X(7).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  SdlStudentName  PIC X(18).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  SdlCourseCode   PIC X(4).
           03  FILLER          PIC X VALUE "/".
           03  SdlTerm         PIC X(6).

       01  SeatNumberEdit.
           03  FILLER          PIC X(5) VALUE "SEAT ".
           03  SneSeat         PIC ZZ9.
           03  FILLER          PIC X(3) VALUE SPACES.

      *> one slip is a short block of lines, ruled off below
       01  SlipTitleLine       PIC X(60)
             VALUE "=EXAMINATION ENTRY SLIP=".
       01  SlipStudentLine.
           03  FILLER          PIC X(10) VALUE "STUDENT : ".
           03  SslStudentId    PIC X(7).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  SslStudentName  PIC X(18).
       01  SlipCourseLine.
           03  FILLER          PIC X(10) VALUE "COURSE  : ".
           03  SclCourseCode   PIC X(4).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  SclCourseName   PIC X(20).
           03  FILLER          PIC X(8) VALUE "  TERM: ".
           03  SclTerm         PIC X(6).
       01  SlipSittingLine.
           03  FILLER          PIC X(10) VALUE "DATE    : ".
           03  SitDate         PIC 9(8).
           03  FILLER          PIC X(12) VALUE "  SESSION : ".
           03  SitSession      PIC X(9).
       01  SlipSeatLine.
           03  FILLER          PIC X(10) VALUE "ROOM    : ".
           03  SseRoom         PIC X(6).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  SseSeat         PIC X(11).
       01  SlipRuleLine        PIC X(60) VALUE ALL "-".

       01  ReportHeading       PIC X(28)
             VALUE "=EXAM CANDIDATES EXCEPTIONS=".

       01  ParamEchoLine.
           03  FILLER          PIC X(7) VALUE "TERM : ".
           03  EchoTerm        PIC X(11).
           03  FILLER          PIC X(16) VALUE "  BAR ABSENCE : ".
           03  EchoBarAbsence  PIC X.
           03  FILLER          PIC X(15) VALUE "  BAR UNPAID : ".
           03  EchoBarUnpaid   PIC X.

       01  SectionHeadingLine.
           03  FILLER          PIC X(4) VALUE "=== ".
           03  ShdTitle        PIC X(20).
           03  FILLER          PIC X(4) VALUE " ===".

       01  BarredDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  BdlStudentId    PIC X(7).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  BdlStudentName  PIC X(18).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  BdlCourseCode   PIC X(4).
           03  FILLER          PIC X VALUE "/".
           03  BdlTerm         PIC X(6).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  BdlReason       PIC X(20).

       01  ClashDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  CdlStudentId    PIC X(7).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  CdlStudentName  PIC X(18).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  CdlDate         PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  CdlSession      PIC X(9).
           03  FILLER          PIC X VALUE SPACE.
           03  CdlCourseCode   PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  CdlRoom         PIC X(6).

       01  TotalLine.
           03  FILLER          PIC X(9) VALUE "SEATED = ".
           03  TtlSeated       PIC ZZZZ9.
           03  FILLER          PIC X(12) VALUE "  NO SEAT = ".
           03  TtlNoSeat       PIC ZZZZ9.
           03  FILLER          PIC X(11) VALUE "  BARRED = ".
           03  TtlBarred       PIC ZZZZ9.
           03  FILLER          PIC X(12) VALUE "  CLASHES = ".
           03  TtlClashes      PIC ZZZZ9.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM LOAD-REPORT-PARAMS.
           SORT WorkFile ON ASCENDING KEY wView, wGroupKey,
                   wCourseCode, wStudentId
               INPUT PROCEDURE IS GATHER-CANDIDATES
               GIVING SortedCandidateFile.
           PERFORM CHECK-WORK-STATUS.

           IF NOT RunFailed
               PERFORM PRINT-CANDIDATE-OUTPUTS
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
           END-IF.

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
               DISPLAY "..SORTED CANDIDATE FILE ERROR, STATUS = ",
                   SortedFileStatus
               SET RunFailed TO TRUE
           END-IF.

       CHECK-OUTPUT-STATUS.
           IF NOT SeatPlanOK
               DISPLAY "..SEAT PLAN FILE ERROR, STATUS = ",
                   SeatPlanStatus
               SET RunFailed TO TRUE
           END-IF
           IF NOT SlipFileOK
               DISPLAY "..SLIP FILE ERROR, STATUS = ",
                   SlipFileStatus
               SET RunFailed TO TRUE
           END-IF
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
           END-IF.

      *>   the keyword=value parameter lines, UNSTRUNG the same way
      *>   the other parameterised reports split them
       LOAD-REPORT-PARAMS.
           OPEN INPUT ReportParamsFile
           IF ParamsFileOK
               READ ReportParamsFile
                   AT END SET EndOfParamsFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfParamsFile
                   MOVE SPACES TO ParamKeyword ParamValue
                   UNSTRING ReportParamLine DELIMITED BY "="
                       INTO ParamKeyword, ParamValue
                   END-UNSTRING
                   EVALUATE ParamKeyword
                       WHEN "EXAM-TERM"
                           MOVE ParamValue TO WantedTerm
                       WHEN "EXAM-BAR-ABSENCE"
                           IF ParamValue(1:1) = "Y"
                               SET BarOnAbsence TO TRUE
                           END-IF
                       WHEN "EXAM-BAR-UNPAID"
                           IF ParamValue(1:1) = "Y"
                               SET BarOnUnpaid TO TRUE
                           END-IF
                   END-EVALUATE
                   READ ReportParamsFile
                       AT END SET EndOfParamsFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReportParamsFile
           END-IF.

      *>   no schedule or no enrollments is nothing to build, not a
      *>   failure; a bar whose file is missing bars nobody
       GATHER-CANDIDATES.
           OPEN INPUT ExamFile
           IF NOT ExamFileOK
               DISPLAY "..NO EXAM SCHEDULE ON FILE - NO CANDIDATES.."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EnrollFile
           IF NOT EnrollFileOK
               DISPLAY "..NO ENROLLMENT MASTER ON FILE - NO "
                   "CANDIDATES.."
               CLOSE ExamFile
               EXIT PARAGRAPH
           END-IF
           IF BarOnAbsence
               OPEN INPUT AttendFile
               IF AttendFileOK
                   SET AttendOnFile TO TRUE
               END-IF
           END-IF
           IF BarOnUnpaid
               OPEN INPUT TuitionFile
               IF TuitionFileOK
                   SET TuitionOnFile TO TRUE
               END-IF
           END-IF

           READ EnrollFile NEXT RECORD
               AT END SET EndOfEnrollFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfEnrollFile
               IF EnrollIsActive
                   AND (WantedTerm = SPACES
                        OR EnrollTerm = WantedTerm)
                   MOVE EnrollCourseCode TO ExmCourseCode
                   MOVE EnrollTerm TO ExmTerm
                   READ ExamFile
                       INVALID KEY CONTINUE
                   END-READ
                   IF ExamFound
                       PERFORM RELEASE-CANDIDATE
                   END-IF
               END-IF
               READ EnrollFile NEXT RECORD
                   AT END SET EndOfEnrollFile TO TRUE
               END-READ
           END-PERFORM

           CLOSE ExamFile, EnrollFile
           IF AttendOnFile
               CLOSE AttendFile
           END-IF
           IF TuitionOnFile
               CLOSE TuitionFile
           END-IF.

      *>   a barred candidate goes to the barred list only; anyone
      *>   else is seated and checked for a clash
       RELEASE-CANDIDATE.
           MOVE SPACE TO CandidateBarReason
           IF AttendOnFile
               PERFORM CHECK-ABSENCE-BAR
           END-IF
           IF NotBarred AND TuitionOnFile
               PERFORM CHECK-UNPAID-BAR
           END-IF
           MOVE EnrollCourseCode TO wCourseCode
           MOVE EnrollStudentId TO wStudentId
           MOVE EnrollTerm TO wTerm
           MOVE ExmDate TO wDate
           MOVE ExmSession TO wSession
           MOVE ExmRoom TO wRoom
           MOVE ExmSeats TO wSeats
           MOVE CandidateBarReason TO wBarReason
           IF NOT NotBarred
               MOVE "3" TO wView
               MOVE EnrollCourseCode TO CtkCourseCode
               MOVE EnrollTerm TO CtkTerm
               MOVE CourseTermKey TO wGroupKey
               RELEASE WorkRec
               EXIT PARAGRAPH
           END-IF
           MOVE "1" TO wView
           MOVE ExmDate TO RskDate
           MOVE ExmSession TO RskSession
           MOVE ExmRoom TO RskRoom
           MOVE RoomSittingKey TO wGroupKey
           RELEASE WorkRec
           MOVE "2" TO wView
           MOVE EnrollStudentId TO SskStudentId
           MOVE ExmDate TO SskDate
           MOVE ExmSession TO SskSession
           MOVE StudentSittingKey TO wGroupKey
           RELEASE WorkRec.

      *>   the same missed-rate sum the weekly absence report makes
      *>   for one student's course/term
       CHECK-ABSENCE-BAR.
           MOVE ZERO TO SessionCount AbsenceCount
           MOVE EnrollStudentId TO AttStudentId
           MOVE EnrollCourseCode TO AttCourseCode
           MOVE EnrollTerm TO AttTerm
           MOVE ZERO TO AttSessionDate
           START AttendFile KEY IS NOT LESS THAN AttendKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ AttendFile NEXT RECORD
               AT END SET EndOfAttendFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfAttendFile
                   OR AttStudentId NOT = EnrollStudentId
                   OR AttCourseCode NOT = EnrollCourseCode
                   OR AttTerm NOT = EnrollTerm
               ADD 1 TO SessionCount
               IF AttAbsent
                   ADD 1 TO AbsenceCount
               END-IF
               READ AttendFile NEXT RECORD
                   AT END SET EndOfAttendFile TO TRUE
               END-READ
           END-PERFORM
           IF SessionCount > ZERO
               COMPUTE MissedRate ROUNDED =
                   AbsenceCount * 100 / SessionCount
               IF MissedRate >= AbsenceThresholdPct
                   SET BarredOnAbsence TO TRUE
               END-IF
           END-IF.

      *>   any invoice the student still owes on, whatever course or
      *>   term it was raised for
       CHECK-UNPAID-BAR.
           MOVE "N" TO UnpaidFoundSw
           MOVE LOW-VALUES TO TuitKey
           MOVE EnrollStudentId TO TuitStudentId
           START TuitionFile KEY IS NOT LESS THAN TuitKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ TuitionFile NEXT RECORD
               AT END SET EndOfTuitionFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTuitionFile
                   OR TuitStudentId NOT = EnrollStudentId
                   OR UnpaidFound
               IF TuitIsOpen AND TuitAmount > TuitPaidAmount
                   SET UnpaidFound TO TRUE
               END-IF
               READ TuitionFile NEXT RECORD
                   AT END SET EndOfTuitionFile TO TRUE
               END-READ
           END-PERFORM
           IF UnpaidFound
               SET BarredOnUnpaid TO TRUE
           END-IF.

      *> sorted on view, then room sitting, student sitting or
      *> course/term, so each output's lines arrive together
       PRINT-CANDIDATE-OUTPUTS.
           OPEN INPUT SortedCandidateFile
           PERFORM CHECK-SORTED-STATUS
           OPEN OUTPUT SeatPlanFile, SlipFile, ReportFile
           PERFORM CHECK-OUTPUT-STATUS
           OPEN INPUT StudentFile, CourseFile.

           IF NOT RunFailed
               WRITE SeatPlanLine FROM SeatPlanHeading
               WRITE ReportLine FROM ReportHeading
               IF WantedTerm = SPACES
                   MOVE "EVERY TERM" TO EchoTerm
               ELSE
                   MOVE WantedTerm TO EchoTerm
               END-IF
               MOVE BarAbsenceSw TO EchoBarAbsence
               MOVE BarUnpaidSw TO EchoBarUnpaid
               WRITE ReportLine FROM ParamEchoLine

               READ SortedCandidateFile
                   AT END SET EndOfSortedFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSortedFile
                   IF SortedView NOT = PriorView
                       PERFORM BREAK-TO-NEW-VIEW
                   END-IF
                   EVALUATE TRUE
                       WHEN SortedForSeating
                           PERFORM SEAT-THE-CANDIDATE
                       WHEN SortedForClash
                           PERFORM CHECK-FOR-CLASH
                       WHEN OTHER
                           PERFORM PRINT-BARRED-LINE
                   END-EVALUATE
                   MOVE SortedGroupKey TO PriorGroupKey
                   MOVE SortedCourseCode TO PriorCourseCode
                   READ SortedCandidateFile
                       AT END SET EndOfSortedFile TO TRUE
                   END-READ
               END-PERFORM

               MOVE SPACES TO ReportLine
               WRITE ReportLine
               MOVE CandidatesSeated TO TtlSeated
               MOVE CandidatesNoSeat TO TtlNoSeat
               MOVE CandidatesBarred TO TtlBarred
               MOVE ClashesListed TO TtlClashes
               WRITE ReportLine FROM TotalLine
               DISPLAY "EXAM CANDIDATES SEATED = ", CandidatesSeated,
                   " BARRED = ", CandidatesBarred,
                   " CLASHES = ", ClashesListed

               CLOSE SortedCandidateFile, SeatPlanFile, SlipFile,
                   ReportFile, StudentFile, CourseFile
           END-IF.

      *>   the clash and barred views both print on the exceptions
      *>   report, each under its own heading
       BREAK-TO-NEW-VIEW.
           EVALUATE TRUE
               WHEN SortedForClash
                   MOVE "CLASH LIST" TO ShdTitle
                   MOVE SPACES TO ReportLine
                   WRITE ReportLine
                   WRITE ReportLine FROM SectionHeadingLine
               WHEN SortedBarred
                   MOVE "BARRED CANDIDATES" TO ShdTitle
                   MOVE SPACES TO ReportLine
                   WRITE ReportLine
                   WRITE ReportLine FROM SectionHeadingLine
           END-EVALUATE
           MOVE SortedView TO PriorView
           MOVE HIGH-VALUES TO PriorGroupKey PriorCourseCode
           MOVE "N" TO ClashOpenSw.

       LOOK-UP-CANDIDATE.
           MOVE SortedStudentId TO IdxStudentId
           READ StudentFile
               INVALID KEY
                   MOVE UnknownStudentName TO CandidateName
               NOT INVALID KEY
                   MOVE IdxStudentName TO CandidateName
           END-READ
           IF SortedSession = "A"
               MOVE "MORNING" TO SessionName
           ELSE
               MOVE "AFTERNOON" TO SessionName
           END-IF.

      *>   seats run on through the room sitting; each course only
      *>   fills the seats its exam was allotted
       SEAT-THE-CANDIDATE.
           IF SortedGroupKey NOT = PriorGroupKey
               MOVE 1 TO NextSeatNumber
               MOVE SortedRoom TO RhdRoom
               MOVE SortedDate TO RhdDate
               PERFORM LOOK-UP-CANDIDATE
               MOVE SessionName TO RhdSession
               MOVE SPACES TO SeatPlanLine
               WRITE SeatPlanLine
               WRITE SeatPlanLine FROM RoomHeadingLine
               MOVE HIGH-VALUES TO PriorCourseCode
           END-IF
           IF SortedCourseCode NOT = PriorCourseCode
               MOVE ZERO TO CourseSeatedCount
               MOVE SortedCourseCode TO CourseCode
               READ CourseFile
                   INVALID KEY
                       MOVE UnknownCourseName TO CourseName
               END-READ
           END-IF
           PERFORM LOOK-UP-CANDIDATE
           IF CourseSeatedCount < SortedSeats
               ADD 1 TO CourseSeatedCount
               MOVE NextSeatNumber TO SneSeat
               MOVE SeatNumberEdit TO SdlSeat
               ADD 1 TO NextSeatNumber
               ADD 1 TO CandidatesSeated
           ELSE
               MOVE "**NO SEAT**" TO SdlSeat
               ADD 1 TO CandidatesNoSeat
           END-IF
           MOVE SortedStudentId TO SdlStudentId
           MOVE CandidateName TO SdlStudentName
           MOVE SortedCourseCode TO SdlCourseCode
           MOVE SortedTerm TO SdlTerm
           WRITE SeatPlanLine FROM SeatDetailLine
           PERFORM WRITE-CANDIDATE-SLIP.

       WRITE-CANDIDATE-SLIP.
           WRITE SlipLine FROM SlipTitleLine
           MOVE SortedStudentId TO SslStudentId
           MOVE CandidateName TO SslStudentName
           WRITE SlipLine FROM SlipStudentLine
           MOVE SortedCourseCode TO SclCourseCode
           MOVE CourseName TO SclCourseName
           MOVE SortedTerm TO SclTerm
           WRITE SlipLine FROM SlipCourseLine
           MOVE SortedDate TO SitDate
           MOVE SessionName TO SitSession
           WRITE SlipLine FROM SlipSittingLine
           MOVE SortedRoom TO SseRoom
           MOVE SdlSeat TO SseSeat
           WRITE SlipLine FROM SlipSeatLine
           WRITE SlipLine FROM SlipRuleLine.

      *>   a student sitting holding a second exam is a clash; the
      *>   first exam of the sitting is printed along with it so
      *>   the office sees both
       CHECK-FOR-CLASH.
           IF SortedGroupKey = PriorGroupKey
               PERFORM LOOK-UP-CANDIDATE
               MOVE SortedStudentId TO CdlStudentId
               MOVE CandidateName TO CdlStudentName
               MOVE SortedDate TO CdlDate
               MOVE SessionName TO CdlSession
               IF NOT ClashOpen
                   MOVE PriorClashCourse TO CdlCourseCode
                   MOVE PriorClashRoom TO CdlRoom
                   WRITE ReportLine FROM ClashDetailLine
                   ADD 1 TO ClashesListed
                   SET ClashOpen TO TRUE
               END-IF
               MOVE SortedCourseCode TO CdlCourseCode
               MOVE SortedRoom TO CdlRoom
               WRITE ReportLine FROM ClashDetailLine
           ELSE
               MOVE "N" TO ClashOpenSw
           END-IF
           MOVE SortedCourseCode TO PriorClashCourse
           MOVE SortedRoom TO PriorClashRoom.

       PRINT-BARRED-LINE.
           PERFORM LOOK-UP-CANDIDATE
           MOVE SortedStudentId TO BdlStudentId
           MOVE CandidateName TO BdlStudentName
           MOVE SortedCourseCode TO BdlCourseCode
           MOVE SortedTerm TO BdlTerm
           IF SortedBarAbsence
               MOVE "ABSENCE THRESHOLD" TO BdlReason
           ELSE
               MOVE "UNPAID TUITION" TO BdlReason
           END-IF
           WRITE ReportLine FROM BarredDetailLine
           ADD 1 TO CandidatesBarred.
