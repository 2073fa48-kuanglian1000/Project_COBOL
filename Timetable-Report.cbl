       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETABLE-REPORT.
      *> Printed timetables off TIMETABLE.DAT, in three parts on
      *> TIMETABLE-RPT.DAT: one block per course/term with its
      *> sessions, one per room/term with every session booked in
      *> it, and one per student/term with the sessions of every
      *> course the student is actively enrolled in (ENROLL.DAT).
      *> Each block's sessions run in weekday and start-time order -
      *> the sessions are sorted with the same SORT ... INPUT
      *> PROCEDURE ... GIVING shape COURSE-ROSTERREPORT uses. A
      *> session that starts before the one above it on the same
      *> day has ended is marked **CLASH** - ENROLL-MAINTAIN and
      *> TIMETABLE-MAINTAIN refuse those as they are keyed, so a
      *> mark here means the timetable was changed under an
      *> enrollment already made.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TimetableFile ASSIGN TO "TIMETABLE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TimetableKey
             FILE STATUS IS TimetableStatus.

           SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EnrollKey
             FILE STATUS IS EnrollFileStatus.

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

           SELECT SortedSessionFile ASSIGN TO "TIMETABLE-SORTED.TEMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SortedFileStatus.

           SELECT WorkFile ASSIGN TO "WORK.TEMP"
             FILE STATUS IS WorkFileStatus.

           SELECT ReportFile ASSIGN TO "TIMETABLE-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  TimetableFile.
           COPY TIMETABREC.

       FD  EnrollFile.
           COPY ENROLLREC.

       FD  StudentFile.
           COPY IDXSTUDREC.

       FD  CourseFile.
           COPY COURSEREC.

      *> the view says which part of the report a line belongs to:
      *> 1 = by course, 2 = by room, 3 = by student
       FD  SortedSessionFile.
       01  SortedSessionRec.
           88  EndOfSortedFile     VALUE HIGH-VALUES.
           03  SortedView          PIC X.
               88  SortedByCourse  VALUE "1".
               88  SortedByRoom    VALUE "2".
               88  SortedByStudent VALUE "3".
           03  SortedGroupKey      PIC X(7).
           03  SortedTerm          PIC X(6).
           03  SortedWeekday       PIC 9.
           03  SortedStartTime     PIC 9(4).
           03  SortedEndTime       PIC 9(4).
           03  SortedCourseCode    PIC X(4).
           03  SortedRoom          PIC X(6).

       SD  WorkFile.
       01  WorkRec.
           03  wView               PIC X.
           03  wGroupKey           PIC X(7).
           03  wTerm               PIC X(6).
           03  wWeekday            PIC 9.
           03  wStartTime          PIC 9(4).
           03  wEndTime            PIC 9(4).
           03  wCourseCode         PIC X(4).
           03  wRoom               PIC X(6).

       FD  ReportFile.
       01  ReportLine  PIC X(80).

       WORKING-STORAGE SECTION.
       01  TimetableStatus     PIC X(2).
           88  TimetableFileOK VALUE "00".
       01  EnrollFileStatus    PIC X(2).
           88  EnrollFileOK    VALUE "00".
       01  StudentFileStatus   PIC X(2).
           88  StudentFileOK   VALUE "00".
       01  CourseFileStatus    PIC X(2).
           88  CourseFound     VALUE "00".
       01  SortedFileStatus    PIC X(2).
           88  SortedFileOK    VALUE "00".
       01  WorkFileStatus      PIC X(2).
           88  WorkFileOK      VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

       01  PriorView           PIC X VALUE HIGH-VALUES.
       01  PriorGroupKey       PIC X(7) VALUE HIGH-VALUES.
       01  PriorTerm           PIC X(6) VALUE HIGH-VALUES.
       01  PriorWeekday        PIC 9.
       01  PriorEndTime        PIC 9(4).
       01  UnknownStudentName  PIC X(18)
             VALUE "**UNKNOWN STUDENT*".
       01  UnknownCourseName   PIC X(20)
             VALUE "**UNKNOWN COURSE**".

       01  SessionsPrinted     PIC 9(5) VALUE ZERO.
       01  ClashesMarked       PIC 9(5) VALUE ZERO.

      *> the weekday a session meets on, by name
       01  WeekdayNames        PIC X(21)
               VALUE "SUNMONTUEWEDTHUFRISAT".
       01  WeekdayNameIndex    PIC 99.

       01  ReportHeading       PIC X(18)
             VALUE "=COURSE TIMETABLE=".

       01  ViewHeadingLine.
           03  FILLER          PIC X(4) VALUE "=== ".
           03  VhdTitle        PIC X(20).
           03  FILLER          PIC X(4) VALUE " ===".

       01  GroupHeadingLine.
           03  GhdLabel        PIC X(10).
           03  GhdGroupKey     PIC X(7).
           03  FILLER          PIC XX VALUE SPACES.
           03  GhdGroupName    PIC X(20).
           03  FILLER          PIC X(7) VALUE " TERM =".
           03  GhdTerm         PIC X(6).

       01  SessionDetailLine.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  DtlWeekday      PIC X(3).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlStartTime    PIC 9(4).
           03  FILLER          PIC X VALUE "-".
           03  DtlEndTime      PIC 9(4).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlCourseCode   PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlCourseName   PIC X(20).
           03  FILLER          PIC X(7) VALUE "  ROOM ".
           03  DtlRoom         PIC X(6).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlClashMarker  PIC X(9).

       01  TotalLine.
           03  FILLER          PIC X(20) VALUE "SESSION LINES     = ".
           03  TtlSessions     PIC ZZ,ZZ9.
           03  FILLER          PIC X(18) VALUE "   CLASHES MARKED=".
           03  TtlClashes      PIC ZZ,ZZ9.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a calling driver can detect this step did not complete
      *> instead of trusting a clean STOP
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           SORT WorkFile ON ASCENDING KEY wView, wGroupKey, wTerm,
                   wWeekday, wStartTime
               INPUT PROCEDURE IS GATHER-SESSIONS
               GIVING SortedSessionFile.
           PERFORM CHECK-WORK-STATUS.

           IF NOT RunFailed
               PERFORM PRINT-TIMETABLE-REPORT
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
               DISPLAY "..SORTED TIMETABLE FILE ERROR, STATUS = ",
                   SortedFileStatus
               SET RunFailed TO TRUE
           END-IF.

       CHECK-REPORT-STATUS.
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
           END-IF.

      *>   every session goes in once by course and once by room;
      *>   then each ACTIVE enrollment brings in its course/term's
      *>   sessions once more under the student. No timetable on
      *>   file simply gives an empty report.
       GATHER-SESSIONS.
           OPEN INPUT TimetableFile
           IF NOT TimetableFileOK
               DISPLAY "..NO TIMETABLE ON FILE - EMPTY REPORT.."
               EXIT PARAGRAPH
           END-IF
           READ TimetableFile NEXT RECORD
               AT END SET EndOfTimetableFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTimetableFile
               MOVE "1" TO wView
               MOVE TtbCourseCode TO wGroupKey
               PERFORM RELEASE-SESSION
               MOVE "2" TO wView
               MOVE TtbRoom TO wGroupKey
               PERFORM RELEASE-SESSION
               READ TimetableFile NEXT RECORD
                   AT END SET EndOfTimetableFile TO TRUE
               END-READ
           END-PERFORM

           OPEN INPUT EnrollFile
           IF EnrollFileOK
               READ EnrollFile NEXT RECORD
                   AT END SET EndOfEnrollFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEnrollFile
                   IF EnrollIsActive
                       PERFORM GATHER-STUDENT-SESSIONS
                   END-IF
                   READ EnrollFile NEXT RECORD
                       AT END SET EndOfEnrollFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EnrollFile
           END-IF
           CLOSE TimetableFile.

       GATHER-STUDENT-SESSIONS.
           MOVE EnrollCourseCode TO TtbCourseCode
           MOVE EnrollTerm TO TtbTerm
           MOVE ZERO TO TtbSessionNo
           START TimetableFile KEY IS NOT LESS THAN TimetableKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ TimetableFile NEXT RECORD
               AT END SET EndOfTimetableFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTimetableFile
                   OR TtbCourseCode NOT = EnrollCourseCode
                   OR TtbTerm NOT = EnrollTerm
               MOVE "3" TO wView
               MOVE EnrollStudentId TO wGroupKey
               PERFORM RELEASE-SESSION
               READ TimetableFile NEXT RECORD
                   AT END SET EndOfTimetableFile TO TRUE
               END-READ
           END-PERFORM.

       RELEASE-SESSION.
           MOVE TtbTerm TO wTerm
           MOVE TtbWeekday TO wWeekday
           MOVE TtbStartTime TO wStartTime
           MOVE TtbEndTime TO wEndTime
           MOVE TtbCourseCode TO wCourseCode
           MOVE TtbRoom TO wRoom
           RELEASE WorkRec.

      *> sorted on view, then course, room or student, then day and
      *> time, so each block's sessions arrive together in order
       PRINT-TIMETABLE-REPORT.
           OPEN INPUT SortedSessionFile
           PERFORM CHECK-SORTED-STATUS
           OPEN OUTPUT ReportFile
           PERFORM CHECK-REPORT-STATUS
           OPEN INPUT CourseFile, StudentFile.

           IF NOT RunFailed
               WRITE ReportLine FROM ReportHeading

               READ SortedSessionFile
                   AT END SET EndOfSortedFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSortedFile
                   IF SortedView NOT = PriorView
                       PERFORM BREAK-TO-NEW-VIEW
                   END-IF
                   IF SortedGroupKey NOT = PriorGroupKey
                       OR SortedTerm NOT = PriorTerm
                       PERFORM BREAK-TO-NEW-GROUP
                   END-IF
                   PERFORM PRINT-SESSION-LINE
                   READ SortedSessionFile
                       AT END SET EndOfSortedFile TO TRUE
                   END-READ
               END-PERFORM

               MOVE SPACES TO ReportLine
               WRITE ReportLine
               MOVE SessionsPrinted TO TtlSessions
               MOVE ClashesMarked TO TtlClashes
               WRITE ReportLine FROM TotalLine

               CLOSE SortedSessionFile, ReportFile, CourseFile,
                   StudentFile
           END-IF.

       BREAK-TO-NEW-VIEW.
           EVALUATE TRUE
               WHEN SortedByCourse
                   MOVE "BY COURSE" TO VhdTitle
               WHEN SortedByRoom
                   MOVE "BY ROOM" TO VhdTitle
               WHEN OTHER
                   MOVE "BY STUDENT" TO VhdTitle
           END-EVALUATE
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM ViewHeadingLine
           MOVE SortedView TO PriorView
           MOVE HIGH-VALUES TO PriorGroupKey.

       BREAK-TO-NEW-GROUP.
           MOVE SortedGroupKey TO GhdGroupKey
           MOVE SortedTerm TO GhdTerm
           EVALUATE TRUE
               WHEN SortedByCourse
                   MOVE "COURSE  : " TO GhdLabel
                   MOVE SortedCourseCode TO CourseCode
                   READ CourseFile
                       INVALID KEY
                           MOVE UnknownCourseName TO CourseName
                   END-READ
                   MOVE CourseName TO GhdGroupName
               WHEN SortedByRoom
                   MOVE "ROOM    : " TO GhdLabel
                   MOVE SPACES TO GhdGroupName
               WHEN OTHER
                   MOVE "STUDENT : " TO GhdLabel
                   MOVE SortedGroupKey TO IdxStudentId
                   READ StudentFile
                       INVALID KEY
                           MOVE UnknownStudentName TO GhdGroupName
                       NOT INVALID KEY
                           MOVE IdxStudentName TO GhdGroupName
                   END-READ
           END-EVALUATE
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM GroupHeadingLine
           MOVE SortedGroupKey TO PriorGroupKey
           MOVE SortedTerm TO PriorTerm
           MOVE 9 TO PriorWeekday
           MOVE ZERO TO PriorEndTime.

      *>   within a block the sessions come in time order, so one
      *>   that starts before the latest end seen that day clashes
       PRINT-SESSION-LINE.
           COMPUTE WeekdayNameIndex = SortedWeekday * 3 + 1
           MOVE WeekdayNames(WeekdayNameIndex:3) TO DtlWeekday
           MOVE SortedStartTime TO DtlStartTime
           MOVE SortedEndTime TO DtlEndTime
           MOVE SortedCourseCode TO DtlCourseCode
           MOVE SortedCourseCode TO CourseCode
           READ CourseFile
               INVALID KEY
                   MOVE UnknownCourseName TO CourseName
           END-READ
           MOVE CourseName TO DtlCourseName
           MOVE SortedRoom TO DtlRoom
           MOVE SPACES TO DtlClashMarker
           IF SortedWeekday = PriorWeekday
               IF SortedStartTime < PriorEndTime
                   MOVE "**CLASH**" TO DtlClashMarker
                   ADD 1 TO ClashesMarked
               END-IF
               IF SortedEndTime > PriorEndTime
                   MOVE SortedEndTime TO PriorEndTime
               END-IF
           ELSE
               MOVE SortedWeekday TO PriorWeekday
               MOVE SortedEndTime TO PriorEndTime
           END-IF
           WRITE ReportLine FROM SessionDetailLine
           ADD 1 TO SessionsPrinted.
