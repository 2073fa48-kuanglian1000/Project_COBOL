       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPAIR-OPENREPORT.
      *> Open repairs - every copy still out with the repair man on
      *> REPAIR.DAT (REPAIRREC.cpy), read in docket order, with the
      *> days it has been gone. A copy out longer than the agreed
      *> turnaround is listed on REPAIR-OPEN-RPT.DAT with its
      *> docket, title and sent date, for the back office to chase;
      *> the totals give every copy still out and how many of those
      *> are overdue. The docket and the booking back are done on
      *> REPAIR-DESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RepairFile ASSIGN TO "REPAIR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS RepairKey
             FILE STATUS IS RepairStatus.

           SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VideoCode
             ALTERNATE RECORD KEY IS VideoTitle
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS VideoSupplierCode
               WITH DUPLICATES
             FILE STATUS IS VideoStatus.

           SELECT ReportFile ASSIGN TO "REPAIR-OPEN-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RepairFile.
           COPY REPAIRREC.

       FD  VideoFile.
           COPY VIDEOREC.

       FD  ReportFile.
       01  ReportLine  PIC X(80).

       WORKING-STORAGE SECTION.
       01  RepairStatus        PIC X(2).
           88  RepairFileOK    VALUE "00".
           88  RepairNotFound  VALUE "35".
       01  VideoStatus         PIC X(2).
           88  VideoFound      VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

      *> the turnaround agreed with the repair man - a copy out
      *> longer than this is chased
       01  RepairTurnaroundDays    PIC 9(3) VALUE 21.

       01  BusinessDate        PIC 9(8).
       01  TodayDayNumber      PIC 9(7).
       01  SentDayNumber       PIC 9(7).
       01  DaysOut             PIC 9(5).
       01  OpenCount           PIC 9(5) VALUE ZERO.
       01  OverdueCount        PIC 9(5) VALUE ZERO.

       01  ReportHeading.
           03  FILLER          PIC X(32)
                 VALUE "=OPEN REPAIRS PAST TURNAROUND OF".
           03  HdgTurnaround   PIC ZZ9.
           03  FILLER          PIC X(8) VALUE " DAYS= ".
           03  HdgDate         PIC 9(8).
       01  ReportColumns.
           03  FILLER          PIC X(40) VALUE
                 "DOCKET COPY     TITLE                   ".
           03  FILLER          PIC X(40) VALUE
                 "       SENT     BY   DAYS OUT           ".

       01  OpenDetailLine.
           03  OdlDocketNo     PIC 9(5).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  OdlVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  OdlCopyNumber   PIC 99.
           03  FILLER          PIC X VALUE SPACE.
           03  OdlTitle        PIC X(30).
           03  FILLER          PIC X VALUE SPACE.
           03  OdlSentDate     PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  OdlSentBy       PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  OdlDaysOut      PIC ZZ,ZZ9.

       01  OpenTotalLine.
           03  TtlLabel        PIC X(28).
           03  TtlCount        PIC ZZ,ZZ9.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-BusinessDate" USING BusinessDate.
           CALL "Sub-DateDayNumber" USING BusinessDate,
               TodayDayNumber.

           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
           ELSE
               MOVE RepairTurnaroundDays TO HdgTurnaround
               MOVE BusinessDate TO HdgDate
               WRITE ReportLine FROM ReportHeading
               WRITE ReportLine FROM ReportColumns
               MOVE SPACES TO ReportLine
               WRITE ReportLine
               PERFORM LIST-OPEN-REPAIRS
               PERFORM PRINT-OPEN-TOTALS
               CLOSE ReportFile
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *>   no repair file yet is a shop that has never sent a copy
      *>   out - an empty report, not a failure
       LIST-OPEN-REPAIRS.
           OPEN INPUT RepairFile
           IF RepairNotFound
               EXIT PARAGRAPH
           END-IF
           IF NOT RepairFileOK
               DISPLAY "..UNABLE TO OPEN REPAIR FILE, STATUS = ",
                   RepairStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT VideoFile
           READ RepairFile NEXT RECORD
               AT END SET EndOfRepairFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRepairFile
               IF RepOutAtRepair
                   PERFORM CHECK-ONE-OPEN-REPAIR
               END-IF
               READ RepairFile NEXT RECORD
                   AT END SET EndOfRepairFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RepairFile, VideoFile.

       CHECK-ONE-OPEN-REPAIR.
           ADD 1 TO OpenCount
           CALL "Sub-DateDayNumber" USING RepSentDate, SentDayNumber
           MOVE ZERO TO DaysOut
           IF TodayDayNumber > SentDayNumber
               COMPUTE DaysOut = TodayDayNumber - SentDayNumber
           END-IF
           IF DaysOut NOT > RepairTurnaroundDays
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OverdueCount
           MOVE RepVideoCode TO VideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY MOVE "*TITLE NOT ON CATALOG*" TO VideoTitle
           END-READ
           MOVE RepDocketNo TO OdlDocketNo
           MOVE RepVideoCode TO OdlVideoCode
           MOVE RepCopyNumber TO OdlCopyNumber
           MOVE VideoTitle TO OdlTitle
           MOVE RepSentDate TO OdlSentDate
           MOVE RepSentBy TO OdlSentBy
           MOVE DaysOut TO OdlDaysOut
           WRITE ReportLine FROM OpenDetailLine.

       PRINT-OPEN-TOTALS.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "COPIES OUT AT REPAIR       =" TO TtlLabel
           MOVE OpenCount TO TtlCount
           WRITE ReportLine FROM OpenTotalLine
           MOVE "PAST AGREED TURNAROUND     =" TO TtlLabel
           MOVE OverdueCount TO TtlCount
           WRITE ReportLine FROM OpenTotalLine.
