       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-PROSPECTUS.
      *> The term prospectus the office reads from when a
      *> prospective student phones to ask what is on, what it
      *> costs and whether there is room. For a keyed term (checked
      *> on the term calendar through Sub-TermCheck) every active
      *> course on IDXCOURSE.DAT is printed with its name, fee,
      *> credits, the courses PREREQ.DAT says must be passed first,
      *> its capacity, the seats still free - capacity less the
      *> term's ACTIVE enrollments on ENROLL.DAT, the same count
      *> ENROLL-MAINTAIN's capacity check makes - and how many
      *> students are still queued for it on WAITLIST.DAT. A course
      *> with no seat left is marked FULL. Courses are sorted and
      *> grouped by the subject keyed through PREREQ-MAINTAIN (the
      *> SORT ... INPUT PROCEDURE ... GIVING shape
      *> COURSE-ROSTERREPORT uses), each subject starting a page,
      *> and a subject index with page numbers closes the
      *> prospectus. Printed to PROSPECTUS-<term>.DAT, with the same
      *> rows comma-delimited to PROSPECTUS-<term>.CSV for the office
      *> PC the way EXPORT-MASTERS builds its extracts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CourseFile ASSIGN TO "IDXCOURSE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CourseCode
             FILE STATUS IS CourseFileStatus.

           SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EnrollKey
             FILE STATUS IS EnrollFileStatus.

           SELECT PrereqFile ASSIGN TO "PREREQ.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PrereqKey
             FILE STATUS IS PrereqStatus.

           SELECT WaitListFile ASSIGN TO "WAITLIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS WaitKey
             FILE STATUS IS WaitListStatus.

           SELECT SortedCourseFile ASSIGN TO "PROSPECTUS-SORTED.TEMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SortedFileStatus.

           SELECT WorkFile ASSIGN TO "WORK.TEMP"
             FILE STATUS IS WorkFileStatus.

           SELECT ReportFile ASSIGN TO ReportFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

           SELECT ExportFile ASSIGN TO ExportFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ExportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CourseFile.
           COPY COURSEREC.

       FD  EnrollFile.
           COPY ENROLLREC.

       FD  PrereqFile.
           COPY PREREQREC.

       FD  WaitListFile.
           COPY WAITREC.

       FD  SortedCourseFile.
       01  SortedCourseRec.
           88  EndOfSortedFile     VALUE HIGH-VALUES.
           03  SortedSubject       PIC X(15).
           03  SortedCourseCode    PIC X(4).
           03  SortedCourseName    PIC X(20).
           03  SortedFee           PIC 9(5)V99.
           03  SortedCredits       PIC 99.
           03  SortedCapacity      PIC 9(3).
           03  SortedEnrolled      PIC 9(4).

       SD  WorkFile.
       01  WorkRec.
           03  wSubject            PIC X(15).
           03  wCourseCode         PIC X(4).
           03  wCourseName         PIC X(20).
           03  wFee                PIC 9(5)V99.
           03  wCredits            PIC 99.
           03  wCapacity           PIC 9(3).
           03  wEnrolled           PIC 9(4).

       FD  ReportFile.
       01  ReportLine          PIC X(80).

       FD  ExportFile.
       01  ExportFlatLine      PIC X(150).

       WORKING-STORAGE SECTION.
           COPY TERMCHECK.

       01  CourseFileStatus    PIC X(2).
           88  CourseFileOK    VALUE "00".
           88  CourseFound     VALUE "00".
       01  EnrollFileStatus    PIC X(2).
           88  EnrollFileOK    VALUE "00".
       01  PrereqStatus        PIC X(2).
           88  PrereqFileOK    VALUE "00".
       01  WaitListStatus      PIC X(2).
           88  WaitListFileOK  VALUE "00".
       01  SortedFileStatus    PIC X(2).
           88  SortedFileOK    VALUE "00".
       01  WorkFileStatus      PIC X(2).
           88  WorkFileOK      VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".
       01  ExportStatus        PIC X(2).
           88  ExportFileOK    VALUE "00".

      *> prerequisites and waiting lists are optional - a site that
      *> has never keyed either simply shows none
       01  PrereqFileOpenSw    PIC X VALUE "N".
           88  PrereqFileOpen  VALUE "Y".
       01  WaitListFileOpenSw  PIC X VALUE "N".
           88  WaitListFileOpen    VALUE "Y".

       01  WantedTerm          PIC X(6).
       01  BusinessDate        PIC 9(8).
       01  ReportFileName      PIC X(30).
       01  ExportFileName      PIC X(30).

      *> the term's active enrollments, counted per course before
      *> the courses are sorted
       01  EnrolledCountTable.
           03  EnrolledCountEntry  OCCURS 500 TIMES.
               05  EctCourseCode   PIC X(4).
               05  EctCount        PIC 9(4).
       01  EnrolledCountUsed   PIC 9(3) VALUE ZERO.
       01  EnrolledCountMax    PIC 9(3) VALUE 500.
       01  CountIndex          PIC 9(3).

      *> one entry per subject printed, for the index at the back
       01  SubjectIndexTable.
           03  SubjectIndexEntry   OCCURS 100 TIMES.
               05  SixSubject      PIC X(15).
               05  SixPage         PIC 9(3).
               05  SixCourses      PIC 9(3).
               05  SixFullCourses  PIC 9(3).
       01  SubjectIndexUsed    PIC 9(3) VALUE ZERO.
       01  SubjectIndexMax     PIC 9(3) VALUE 100.
       01  SubjectIndex        PIC 9(3).
       01  PriorSubject        PIC X(15) VALUE HIGH-VALUES.

       01  SeatsFree           PIC 9(4).
       01  WaitingCount        PIC 9(4).
       01  CourseIsFullSw      PIC X.
           88  CourseIsFull    VALUE "Y".
       01  CourseTotal         PIC 9(4) VALUE ZERO.
       01  FullCourseTotal     PIC 9(4) VALUE ZERO.
       01  RowsExported        PIC 9(4) VALUE ZERO.

       01  GeneralSubject      PIC X(15) VALUE "GENERAL".
       01  UnknownCourseName   PIC X(20)
             VALUE "**UNKNOWN COURSE**".

       01  LinesOnPage         PIC 99 VALUE ZERO.
           88  PageIsFull      VALUE 55 THRU 99.
       01  PageNumber          PIC 9(3) VALUE ZERO.

       01  ReportRunDate.
           03  RptYear         PIC 9(4).
           03  RptMonth        PIC 99.
           03  RptDay          PIC 99.

       01  PageHeadingLine.
           03  FILLER          PIC X(22)
                 VALUE "COURSE PROSPECTUS TERM".
           03  FILLER          PIC X VALUE SPACE.
           03  HdgTerm         PIC X(6).
           03  FILLER          PIC X(11) VALUE "  RUN DATE ".
           03  HdgYear         PIC 9(4).
           03  FILLER          PIC X VALUE "-".
           03  HdgMonth        PIC 99.
           03  FILLER          PIC X VALUE "-".
           03  HdgDay          PIC 99.
           03  FILLER          PIC X(8) VALUE "   PAGE ".
           03  HdgPage         PIC ZZ9.

       01  TermDatesLine.
           03  FILLER          PIC X(16) VALUE "TEACHING FROM   ".
           03  TdlStartDate    PIC 9(8).
           03  FILLER          PIC X(4) VALUE " TO ".
           03  TdlEndDate      PIC 9(8).
           03  FILLER          PIC X(23)
                 VALUE "   ENROLLING FROM      ".
           03  TdlOpenDate     PIC 9(8).
           03  FILLER          PIC X(4) VALUE " TO ".
           03  TdlCloseDate    PIC 9(8).

       01  SubjectHeadingLine.
           03  FILLER          PIC X(10) VALUE "SUBJECT : ".
           03  ShlSubject      PIC X(15).
           03  ShlContinued    PIC X(12).

       01  ColumnHeadingLine.
           03  FILLER          PIC X(8)  VALUE "  CODE  ".
           03  FILLER          PIC X(22) VALUE "COURSE".
           03  FILLER          PIC X(9)  VALUE "      FEE".
           03  FILLER          PIC X(8)  VALUE " CREDITS".
           03  FILLER          PIC X(6)  VALUE "   CAP".
           03  FILLER          PIC X(6)  VALUE "  FREE".
           03  FILLER          PIC X(8)  VALUE " WAITING".

       01  CourseDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  CdlCourseCode   PIC X(4).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  CdlCourseName   PIC X(20).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  CdlFee          PIC ZZ,ZZ9.99.
           03  FILLER          PIC X(6) VALUE SPACES.
           03  CdlCredits      PIC Z9.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  CdlCapacity     PIC ZZ9.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  CdlSeatsFree    PIC ZZ9.
           03  FILLER          PIC X(5) VALUE SPACES.
           03  CdlWaiting      PIC ZZ9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  CdlFullMarker   PIC X(10).

       01  PrereqLine          PIC X(80).
       01  PrereqPointer       PIC 999.
       01  PrereqFoundCount    PIC 99.
      *> the codes alone, for the delimited row
       01  PrereqCodes         PIC X(40).
       01  PrereqCodesPointer  PIC 99.

       01  IndexHeadingLine.
           03  FILLER          PIC X(20) VALUE "SUBJECT INDEX".
       01  IndexColumnLine.
           03  FILLER          PIC X(17) VALUE "  SUBJECT".
           03  FILLER          PIC X(24)
                 VALUE "COURSES   FULL     PAGE".
       01  IndexDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  IdlSubject      PIC X(15).
           03  FILLER          PIC X(4) VALUE SPACES.
           03  IdlCourses      PIC ZZ9.
           03  FILLER          PIC X(4) VALUE SPACES.
           03  IdlFullCourses  PIC ZZ9.
           03  FILLER          PIC X(6) VALUE SPACES.
           03  IdlPage         PIC ZZ9.
       01  IndexTotalLine.
           03  FILLER          PIC X(21)
                 VALUE "  ALL SUBJECTS       ".
           03  ItlCourses      PIC ZZZ9.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  ItlFullCourses  PIC ZZZ9.

       01  EndOfReportLine     PIC X(21) VALUE "*** END OF REPORT ***".

       01  CsvLine             PIC X(150).
       01  CsvPointer          PIC 999.

      *> one field at a time through Sub-StringTrim, the same way
      *> EXPORT-MASTERS does it - text loses its trailing blanks,
      *> an edited figure its leading ones
       01  TrimWork            PIC X(80).
       01  TrimFieldLength     PIC 99.
       01  TrailingSpaceCount  PIC 99.
       01  LeadingSpaceCount   PIC 99.
       01  TrimmedLength       PIC 99.
       01  TrimFunctionCode    PIC 9 VALUE 2.
       01  LeadFunctionCode    PIC 9 VALUE 1.
       01  CsvMoney            PIC ZZZZ9.99.
       01  CsvCount            PIC ZZZ9.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "ENTER TERM FOR THE PROSPECTUS(6 CHARS, E.G. "
             "2026-1) : " WITH NO ADVANCING.
           ACCEPT WantedTerm.
           IF WantedTerm = SPACES
               DISPLAY "..NO TERM ENTERED.."
               GOBACK
           END-IF

           CALL "Sub-BusinessDate" USING BusinessDate.
           MOVE BusinessDate TO ReportRunDate.
           MOVE WantedTerm TO TchTerm.
           MOVE BusinessDate TO TchAsOfDate.
           CALL "Sub-TermCheck" USING TermCheck.
           IF TchUnknownTerm
               DISPLAY "..TERM ", WantedTerm, " IS NOT ON THE TERM "
                   "CALENDAR.."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM COUNT-TERM-ENROLLMENTS.

           SORT WorkFile ON ASCENDING KEY wSubject, wCourseCode
               INPUT PROCEDURE IS GATHER-ACTIVE-COURSES
               GIVING SortedCourseFile.
           PERFORM CHECK-WORK-STATUS.

           IF NOT RunFailed
               PERFORM PRINT-PROSPECTUS
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       CHECK-WORK-STATUS.
           IF NOT WorkFileOK
               DISPLAY "..SORT WORK FILE ERROR, STATUS = ",
                   WorkFileStatus
               SET RunFailed TO TRUE
           END-IF.

       CHECK-SORTED-STATUS.
           IF NOT SortedFileOK
               DISPLAY "..SORTED COURSE FILE ERROR, STATUS = ",
                   SortedFileStatus
               SET RunFailed TO TRUE
           END-IF.

       CHECK-REPORT-STATUS.
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
           END-IF.

      *>   only ACTIVE enrollments in the term hold a seat - the
      *>   same rule as the capacity check at enrollment; no
      *>   enrollment master yet means every seat is free
       COUNT-TERM-ENROLLMENTS.
           OPEN INPUT EnrollFile
           IF NOT EnrollFileOK
               DISPLAY "..NO ENROLLMENT MASTER ON FILE - EVERY SEAT "
                   "SHOWN FREE.."
               EXIT PARAGRAPH
           END-IF
           READ EnrollFile NEXT RECORD
               AT END SET EndOfEnrollFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfEnrollFile
               IF EnrollIsActive AND EnrollTerm = WantedTerm
                   PERFORM FIND-COUNT-ENTRY
                   IF CountIndex > ZERO
                       ADD 1 TO EctCount(CountIndex)
                   END-IF
               END-IF
               READ EnrollFile NEXT RECORD
                   AT END SET EndOfEnrollFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE EnrollFile.

      *>   the entry for EnrollCourseCode, opened on first sight;
      *>   CountIndex comes back zero only when the table is full
       FIND-COUNT-ENTRY.
           PERFORM VARYING CountIndex FROM 1 BY 1
                   UNTIL CountIndex > EnrolledCountUsed
                   OR EctCourseCode(CountIndex) = EnrollCourseCode
               CONTINUE
           END-PERFORM
           IF CountIndex > EnrolledCountUsed
               IF EnrolledCountUsed < EnrolledCountMax
                   ADD 1 TO EnrolledCountUsed
                   MOVE EnrolledCountUsed TO CountIndex
                   MOVE EnrollCourseCode TO EctCourseCode(CountIndex)
                   MOVE ZERO TO EctCount(CountIndex)
               ELSE
                   MOVE ZERO TO CountIndex
               END-IF
           END-IF.

      *>   every active course, under its subject - a course with no
      *>   subject keyed yet goes under GENERAL
       GATHER-ACTIVE-COURSES.
           OPEN INPUT CourseFile
           IF NOT CourseFileOK
               DISPLAY "..UNABLE TO OPEN COURSE MASTER, STATUS = ",
                   CourseFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ CourseFile NEXT RECORD
               AT END MOVE HIGH-VALUES TO CourseRecord
           END-READ
           PERFORM UNTIL CourseRecord = HIGH-VALUES
               IF CourseIsActive
                   IF CourseSubject = SPACES
                       MOVE GeneralSubject TO wSubject
                   ELSE
                       MOVE CourseSubject TO wSubject
                   END-IF
                   MOVE CourseCode TO wCourseCode
                   MOVE CourseName TO wCourseName
                   MOVE CourseFeeAmount TO wFee
                   MOVE CourseCredits TO wCredits
                   MOVE CourseCapacity TO wCapacity
                   MOVE ZERO TO wEnrolled
                   PERFORM VARYING CountIndex FROM 1 BY 1
                           UNTIL CountIndex > EnrolledCountUsed
                       IF EctCourseCode(CountIndex) = CourseCode
                           MOVE EctCount(CountIndex) TO wEnrolled
                       END-IF
                   END-PERFORM
                   RELEASE WorkRec
               END-IF
               READ CourseFile NEXT RECORD
                   AT END MOVE HIGH-VALUES TO CourseRecord
               END-READ
           END-PERFORM
           CLOSE CourseFile.

      *>   sorted on subject then code, so each subject's courses
      *>   arrive together under one heading
       PRINT-PROSPECTUS.
           MOVE SPACES TO ReportFileName
           STRING "PROSPECTUS-" DELIMITED BY SIZE
               WantedTerm DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO ReportFileName
           END-STRING
           MOVE SPACES TO ExportFileName
           STRING "PROSPECTUS-" DELIMITED BY SIZE
               WantedTerm DELIMITED BY SPACE
               ".CSV" DELIMITED BY SIZE
               INTO ExportFileName
           END-STRING
           OPEN INPUT SortedCourseFile
           PERFORM CHECK-SORTED-STATUS
           OPEN OUTPUT ReportFile
           PERFORM CHECK-REPORT-STATUS
           IF RunFailed
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ExportFile
           OPEN INPUT CourseFile
           OPEN INPUT PrereqFile
           IF PrereqFileOK
               SET PrereqFileOpen TO TRUE
           END-IF
           OPEN INPUT WaitListFile
           IF WaitListFileOK
               SET WaitListFileOpen TO TRUE
           END-IF

           MOVE "TERM,SUBJECT,CODE,COURSE,FEE,CREDITS,CAPACITY,"
               TO CsvLine
           MOVE 47 TO CsvPointer
           STRING "SEATS FREE,WAITING,FULL,PREREQUISITES"
               DELIMITED BY SIZE
               INTO CsvLine WITH POINTER CsvPointer
           END-STRING
           WRITE ExportFlatLine FROM CsvLine

           READ SortedCourseFile
               AT END SET EndOfSortedFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSortedFile
               IF SortedSubject NOT = PriorSubject
                   PERFORM BREAK-TO-NEW-SUBJECT
               END-IF
               PERFORM PRINT-ONE-COURSE
               READ SortedCourseFile
                   AT END SET EndOfSortedFile TO TRUE
               END-READ
           END-PERFORM

           PERFORM PRINT-SUBJECT-INDEX
           CLOSE SortedCourseFile, ReportFile, ExportFile, CourseFile
           IF PrereqFileOpen
               CLOSE PrereqFile
           END-IF
           IF WaitListFileOpen
               CLOSE WaitListFile
           END-IF
           DISPLAY "COURSES IN THE PROSPECTUS = ", CourseTotal
           DISPLAY "COURSES ALREADY FULL      = ", FullCourseTotal
           DISPLAY "PRINTED TO ", ReportFileName
           DISPLAY "DELIMITED TO ", ExportFileName.

      *>   heading, term dates and column labels, every new page
       START-NEW-PAGE.
           ADD 1 TO PageNumber
           MOVE WantedTerm TO HdgTerm
           MOVE RptYear TO HdgYear
           MOVE RptMonth TO HdgMonth
           MOVE RptDay TO HdgDay
           MOVE PageNumber TO HdgPage
           WRITE ReportLine FROM PageHeadingLine
               AFTER ADVANCING PAGE
           IF TchTermKnown
               MOVE TchStartDate TO TdlStartDate
               MOVE TchEndDate TO TdlEndDate
               MOVE TchEnrollOpenDate TO TdlOpenDate
               MOVE TchEnrollCloseDate TO TdlCloseDate
               WRITE ReportLine FROM TermDatesLine
           END-IF
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE 3 TO LinesOnPage.

      *>   each subject starts a page of its own, so the index can
      *>   send the reader straight to it
       BREAK-TO-NEW-SUBJECT.
           PERFORM START-NEW-PAGE
           MOVE SortedSubject TO PriorSubject
           IF SubjectIndexUsed < SubjectIndexMax
               ADD 1 TO SubjectIndexUsed
               MOVE SortedSubject TO SixSubject(SubjectIndexUsed)
               MOVE PageNumber TO SixPage(SubjectIndexUsed)
               MOVE ZERO TO SixCourses(SubjectIndexUsed)
               MOVE ZERO TO SixFullCourses(SubjectIndexUsed)
           END-IF
           MOVE SPACES TO ShlContinued
           PERFORM PRINT-SUBJECT-HEADING.

       PRINT-SUBJECT-HEADING.
           MOVE SortedSubject TO ShlSubject
           WRITE ReportLine FROM SubjectHeadingLine
           WRITE ReportLine FROM ColumnHeadingLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           ADD 3 TO LinesOnPage.

      *>   the course line, what it requires, and the same facts as
      *>   one delimited row
       PRINT-ONE-COURSE.
           IF PageIsFull
               PERFORM START-NEW-PAGE
               MOVE " (CONTINUED)" TO ShlContinued
               PERFORM PRINT-SUBJECT-HEADING
           END-IF
           ADD 1 TO CourseTotal
           IF SubjectIndexUsed > ZERO
               ADD 1 TO SixCourses(SubjectIndexUsed)
           END-IF
           MOVE "N" TO CourseIsFullSw
           MOVE ZERO TO SeatsFree
           IF SortedEnrolled NOT < SortedCapacity
               SET CourseIsFull TO TRUE
               ADD 1 TO FullCourseTotal
               IF SubjectIndexUsed > ZERO
                   ADD 1 TO SixFullCourses(SubjectIndexUsed)
               END-IF
           ELSE
               COMPUTE SeatsFree = SortedCapacity - SortedEnrolled
           END-IF
           PERFORM COUNT-WAITING-STUDENTS
           PERFORM BUILD-PREREQ-LINE

           MOVE SortedCourseCode TO CdlCourseCode
           MOVE SortedCourseName TO CdlCourseName
           MOVE SortedFee TO CdlFee
           MOVE SortedCredits TO CdlCredits
           MOVE SortedCapacity TO CdlCapacity
           MOVE SeatsFree TO CdlSeatsFree
           MOVE WaitingCount TO CdlWaiting
           IF CourseIsFull
               MOVE "** FULL **" TO CdlFullMarker
           ELSE
               MOVE SPACES TO CdlFullMarker
           END-IF
           WRITE ReportLine FROM CourseDetailLine
           WRITE ReportLine FROM PrereqLine
           ADD 2 TO LinesOnPage
           PERFORM WRITE-EXPORT-ROW.

      *>   the students still queued - a promoted entry already has
      *>   its seat and is not counted
       COUNT-WAITING-STUDENTS.
           MOVE ZERO TO WaitingCount
           IF NOT WaitListFileOpen
               EXIT PARAGRAPH
           END-IF
           MOVE SortedCourseCode TO WaitCourseCode
           MOVE WantedTerm TO WaitTerm
           MOVE ZERO TO WaitSeqNo
           START WaitListFile KEY IS NOT LESS THAN WaitKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ WaitListFile NEXT RECORD
               AT END SET EndOfWaitList TO TRUE
           END-READ
           PERFORM UNTIL EndOfWaitList
                   OR WaitCourseCode NOT = SortedCourseCode
                   OR WaitTerm NOT = WantedTerm
               IF WaitIsOpen
                   ADD 1 TO WaitingCount
               END-IF
               READ WaitListFile NEXT RECORD
                   AT END SET EndOfWaitList TO TRUE
               END-READ
           END-PERFORM.

      *>   every course that must be passed first, by code and name
      *>   on the page and by code alone in the delimited row
       BUILD-PREREQ-LINE.
           MOVE SPACES TO PrereqLine
           MOVE SPACES TO PrereqCodes
           MOVE 1 TO PrereqCodesPointer
           MOVE ZERO TO PrereqFoundCount
           MOVE 9 TO PrereqPointer
           STRING "REQUIRES : " DELIMITED BY SIZE
               INTO PrereqLine WITH POINTER PrereqPointer
           END-STRING
           IF PrereqFileOpen
               MOVE SortedCourseCode TO PrqCourseCode
               MOVE LOW-VALUES TO PrqRequiredCourse
               START PrereqFile KEY IS NOT LESS THAN PrereqKey
                   INVALID KEY SET EndOfPrereqFile TO TRUE
               END-START
               IF NOT EndOfPrereqFile
                   READ PrereqFile NEXT RECORD
                       AT END SET EndOfPrereqFile TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL EndOfPrereqFile
                       OR PrqCourseCode NOT = SortedCourseCode
                   PERFORM ADD-ONE-PREREQ
                   READ PrereqFile NEXT RECORD
                       AT END SET EndOfPrereqFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF PrereqFoundCount = ZERO
               STRING "NONE - OPEN ENTRY" DELIMITED BY SIZE
                   INTO PrereqLine WITH POINTER PrereqPointer
               END-STRING
           END-IF.

       ADD-ONE-PREREQ.
           ADD 1 TO PrereqFoundCount
           MOVE PrqRequiredCourse TO CourseCode
           READ CourseFile
               KEY IS CourseCode
               INVALID KEY MOVE UnknownCourseName TO CourseName
           END-READ
           IF PrereqFoundCount > 1
               STRING ", " DELIMITED BY SIZE
                   INTO PrereqLine WITH POINTER PrereqPointer
               END-STRING
               STRING " " DELIMITED BY SIZE
                   INTO PrereqCodes WITH POINTER PrereqCodesPointer
               END-STRING
           END-IF
           STRING PrqRequiredCourse DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               CourseName DELIMITED BY "  "
               INTO PrereqLine WITH POINTER PrereqPointer
           END-STRING
           STRING PrqRequiredCourse DELIMITED BY SPACE
               INTO PrereqCodes WITH POINTER PrereqCodesPointer
           END-STRING.

      *>   the index at the back - each subject, how many of its
      *>   courses are on and full, and the page it starts on
       PRINT-SUBJECT-INDEX.
           ADD 1 TO PageNumber
           MOVE WantedTerm TO HdgTerm
           MOVE PageNumber TO HdgPage
           WRITE ReportLine FROM PageHeadingLine
               AFTER ADVANCING PAGE
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM IndexHeadingLine
           WRITE ReportLine FROM IndexColumnLine
           PERFORM VARYING SubjectIndex FROM 1 BY 1
                   UNTIL SubjectIndex > SubjectIndexUsed
               MOVE SixSubject(SubjectIndex) TO IdlSubject
               MOVE SixCourses(SubjectIndex) TO IdlCourses
               MOVE SixFullCourses(SubjectIndex) TO IdlFullCourses
               MOVE SixPage(SubjectIndex) TO IdlPage
               WRITE ReportLine FROM IndexDetailLine
           END-PERFORM
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE CourseTotal TO ItlCourses
           MOVE FullCourseTotal TO ItlFullCourses
           WRITE ReportLine FROM IndexTotalLine
           IF CourseTotal = ZERO
               MOVE "  NO ACTIVE COURSES ON FILE" TO ReportLine
               WRITE ReportLine
           END-IF
           WRITE ReportLine FROM EndOfReportLine
               AFTER ADVANCING 2 LINES.

      *> ----- the delimited row ------------------------------------
       WRITE-EXPORT-ROW.
           MOVE SPACES TO CsvLine
           MOVE 1 TO CsvPointer
           MOVE WantedTerm TO TrimWork
           MOVE 6 TO TrimFieldLength
           PERFORM APPEND-TRIMMED-FIELD
           MOVE SortedSubject TO TrimWork
           MOVE 15 TO TrimFieldLength
           PERFORM APPEND-TRIMMED-FIELD
           MOVE SortedCourseCode TO TrimWork
           MOVE 4 TO TrimFieldLength
           PERFORM APPEND-TRIMMED-FIELD
           MOVE SortedCourseName TO TrimWork
           MOVE 20 TO TrimFieldLength
           PERFORM APPEND-TRIMMED-FIELD
           MOVE SortedFee TO CsvMoney
           MOVE CsvMoney TO TrimWork
           MOVE 8 TO TrimFieldLength
           PERFORM APPEND-FIGURE-FIELD
           MOVE SortedCredits TO CsvCount
           PERFORM APPEND-COUNT-FIELD
           MOVE SortedCapacity TO CsvCount
           PERFORM APPEND-COUNT-FIELD
           MOVE SeatsFree TO CsvCount
           PERFORM APPEND-COUNT-FIELD
           MOVE WaitingCount TO CsvCount
           PERFORM APPEND-COUNT-FIELD
           IF CourseIsFull
               MOVE "Y" TO TrimWork
           ELSE
               MOVE "N" TO TrimWork
           END-IF
           MOVE 1 TO TrimFieldLength
           PERFORM APPEND-TRIMMED-FIELD
           MOVE PrereqCodes TO TrimWork
           MOVE 40 TO TrimFieldLength
           PERFORM APPEND-LAST-FIELD
           WRITE ExportFlatLine FROM CsvLine
           ADD 1 TO RowsExported.

       APPEND-COUNT-FIELD.
           MOVE CsvCount TO TrimWork
           MOVE 4 TO TrimFieldLength
           PERFORM APPEND-FIGURE-FIELD.

      *>   the meaningful part of TrimWork, then a comma; an
      *>   all-space field still gets its cell, just empty
       APPEND-TRIMMED-FIELD.
           PERFORM TRIM-THE-FIELD
           IF TrimmedLength > ZERO
               STRING TrimWork(1:TrimmedLength) DELIMITED BY SIZE
                   INTO CsvLine WITH POINTER CsvPointer
               END-STRING
           END-IF
           STRING "," DELIMITED BY SIZE
               INTO CsvLine WITH POINTER CsvPointer
           END-STRING.

       APPEND-LAST-FIELD.
           PERFORM TRIM-THE-FIELD
           IF TrimmedLength > ZERO
               STRING TrimWork(1:TrimmedLength) DELIMITED BY SIZE
                   INTO CsvLine WITH POINTER CsvPointer
               END-STRING
           END-IF.

      *>   an edited figure is right-justified - its leading blanks
      *>   go instead; a zero figure still prints its 0
       APPEND-FIGURE-FIELD.
           CALL "Sub-StringTrim" USING BY REFERENCE TrimWork,
             BY CONTENT TrimFieldLength, BY CONTENT LeadFunctionCode,
             BY CONTENT SPACE, BY REFERENCE LeadingSpaceCount
           COMPUTE TrimmedLength =
               TrimFieldLength - LeadingSpaceCount
           IF TrimmedLength > ZERO
               STRING TrimWork(LeadingSpaceCount + 1:TrimmedLength)
                   DELIMITED BY SIZE
                   INTO CsvLine WITH POINTER CsvPointer
               END-STRING
           END-IF
           STRING "," DELIMITED BY SIZE
               INTO CsvLine WITH POINTER CsvPointer
           END-STRING.

       TRIM-THE-FIELD.
           CALL "Sub-StringTrim" USING BY REFERENCE TrimWork,
             BY CONTENT TrimFieldLength, BY CONTENT TrimFunctionCode,
             BY CONTENT SPACE, BY REFERENCE TrailingSpaceCount
           COMPUTE TrimmedLength =
               TrimFieldLength - TrailingSpaceCount.
