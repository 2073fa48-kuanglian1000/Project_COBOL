       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEGROWTH-WEEKLYREPORT.
      *> Weekly capacity report over the file growth history
      *> (FILE-GROWTH.DAT, one line per watched file per night
      *> appended by FILEGROWTH-CAPTURE). For every watched master,
      *> journal and log (FILEWATCH.cpy): its latest record count
      *> and size, how fast it has grown per day over the last four
      *> weeks, how many days are left before it reaches its
      *> warning size at that rate, and - for the journals and logs
      *> - whether YEAREND-CLOSE archives it or it just keeps
      *> growing. Days are compared through Sub-DateDayNumber, so
      *> the rate is per real elapsed day. A file within thirty
      *> days of its warning size, or already past it, is starred
      *> and counted at the foot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileGrowthFile ASSIGN TO "FILE-GROWTH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FileGrowthStatus.

           SELECT ReportFile ASSIGN TO "FILE-GROWTH-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  FileGrowthFile.
       01  FileGrowthFlatLine      PIC X(66).

       FD  ReportFile.
       01  ReportLine  PIC X(100).

       WORKING-STORAGE SECTION.
           COPY FILEWATCH.
           COPY FILEGROW.

       01  FileGrowthStatus    PIC X(2).
           88  FileGrowthOK    VALUE "00".
           88  FileGrowthMissing   VALUE "35".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

       01  TodayDate           PIC 9(8).
       01  TodayDayNumber      PIC 9(7).
       01  LineDayNumber       PIC 9(7).
       01  DaysAgo             PIC S9(7).
      *> how far back the growth rate is taken from
       01  RateWindowDays      PIC 99 VALUE 28.
      *> how close to its warning size a file is starred
       01  NearWarningDays     PIC 99 VALUE 30.

      *> per watched file, in FILEWATCH.cpy order: the first
      *> reading inside the rate window and the latest reading
       01  GrowthFigureTable.
           03  GrowthFigure        OCCURS 25 TIMES.
               05  GfBaseSw        PIC X.
                   88  GfBaseTaken VALUE "Y".
               05  GfBaseDay       PIC 9(7).
               05  GfBaseCount     PIC 9(9).
               05  GfBaseSize      PIC 9(12).
               05  GfLatestSw      PIC X.
                   88  GfLatestTaken   VALUE "Y".
               05  GfLatestDay     PIC 9(7).
               05  GfLatestCount   PIC 9(9).
               05  GfLatestSize    PIC 9(12).
               05  GfLatestReading PIC X.
                   88  GfLatestAbsent  VALUE "A".

       01  WatchIndex          PIC 99.
       01  FoundIndex          PIC 99.
       01  SpanDays            PIC 9(7).
       01  BytesPerDay         PIC S9(12)V99.
       01  RecordsPerDay       PIC S9(9)V99.
       01  WarnBytes           PIC 9(12).
       01  DaysToWarn          PIC 9(14).
       01  DaysToWarnEdit      PIC ZZ,ZZ9.

       01  FilesReported       PIC 99 VALUE ZERO.
       01  NearWarningCount    PIC 99 VALUE ZERO.
       01  NotArchivedCount    PIC 99 VALUE ZERO.

       01  ReportHeading.
           03  FILLER          PIC X(28)
                 VALUE "=FILE GROWTH AND CAPACITY=  ".
           03  HdgDate         PIC 9(8).

       01  ColumnHeadingLine.
           03  FILLER          PIC X(23) VALUE "FILE".
           03  FILLER          PIC X(8)  VALUE "KIND".
           03  FILLER          PIC X(12) VALUE "    RECORDS".
           03  FILLER          PIC X(12) VALUE "    SIZE KB".
           03  FILLER          PIC X(9)  VALUE "  KB/DAY".
           03  FILLER          PIC X(9)  VALUE "RECS/DAY".
           03  FILLER          PIC X(12) VALUE "DAYS LEFT".
           03  FILLER          PIC X(12) VALUE "YEAR-END".

       01  GrowthDetailLine.
           03  GdlFileName     PIC X(22).
           03  FILLER          PIC X VALUE SPACE.
           03  GdlKind         PIC X(7).
           03  FILLER          PIC X VALUE SPACE.
           03  GdlRecords      PIC ZZZ,ZZZ,ZZ9.
           03  FILLER          PIC X VALUE SPACE.
           03  GdlSizeKb       PIC ZZZ,ZZZ,ZZ9.
           03  FILLER          PIC X VALUE SPACE.
           03  GdlKbPerDay     PIC -ZZZ,ZZ9.
           03  FILLER          PIC X VALUE SPACE.
           03  GdlRecsPerDay   PIC -ZZZ,ZZ9.
           03  FILLER          PIC X VALUE SPACE.
           03  GdlDaysToWarn   PIC X(11).
           03  FILLER          PIC X VALUE SPACE.
           03  GdlYearEnd      PIC X(12).

       01  SummaryLine.
           03  SmlLabel        PIC X(50).
           03  SmlCount        PIC Z9.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> Main-Call-NightlyBatch can detect this step did not
      *> complete instead of trusting a clean STOP
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30) VALUE "FILE-GROWTH-RPT.DAT".
       01  VaultStepName       PIC X(30)
             VALUE "FILEGROWTH-WEEKLYREPORT".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-BusinessDate" USING TodayDate.
           CALL "Sub-DateDayNumber" USING TodayDate, TodayDayNumber.
           INITIALIZE GrowthFigureTable.

      *>   no history yet is a report of files with no readings,
      *>   not a failed step
           OPEN INPUT FileGrowthFile.
           IF NOT FileGrowthOK AND NOT FileGrowthMissing
               DISPLAY "..UNABLE TO OPEN GROWTH HISTORY, STATUS = ",
                   FileGrowthStatus
               SET RunFailed TO TRUE
           END-IF.

           IF FileGrowthOK
               PERFORM GATHER-GROWTH-FIGURES
               CLOSE FileGrowthFile
           END-IF.
           IF NOT RunFailed
               PERFORM PRINT-GROWTH-REPORT
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *>   the history is appended in date order, so the first
      *>   reading met inside the window is the oldest there and
      *>   the last one met is the latest
       GATHER-GROWTH-FIGURES.
           READ FileGrowthFile INTO FileGrowthLine
               AT END SET EndOfFileGrowth TO TRUE
           END-READ
           PERFORM UNTIL EndOfFileGrowth
               IF FglBusinessDate IS NUMERIC
                   PERFORM TAKE-GROWTH-LINE
               END-IF
               READ FileGrowthFile INTO FileGrowthLine
                   AT END SET EndOfFileGrowth TO TRUE
               END-READ
           END-PERFORM.

       TAKE-GROWTH-LINE.
           MOVE ZERO TO FoundIndex
           PERFORM VARYING WatchIndex FROM 1 BY 1
                   UNTIL WatchIndex > WatchedFileCount
               IF WfFileName(WatchIndex) = FglFileName
                   MOVE WatchIndex TO FoundIndex
                   MOVE WatchedFileCount TO WatchIndex
               END-IF
           END-PERFORM
           IF FoundIndex = ZERO
               EXIT PARAGRAPH
           END-IF
           CALL "Sub-DateDayNumber" USING FglBusinessDate,
               LineDayNumber
           COMPUTE DaysAgo = TodayDayNumber - LineDayNumber
           IF DaysAgo < ZERO OR DaysAgo > RateWindowDays
               EXIT PARAGRAPH
           END-IF
           IF NOT GfBaseTaken(FoundIndex) AND NOT FglAbsent
               SET GfBaseTaken(FoundIndex) TO TRUE
               MOVE LineDayNumber TO GfBaseDay(FoundIndex)
               MOVE FglRecordCount TO GfBaseCount(FoundIndex)
               MOVE FglSizeBytes TO GfBaseSize(FoundIndex)
           END-IF
           SET GfLatestTaken(FoundIndex) TO TRUE
           MOVE LineDayNumber TO GfLatestDay(FoundIndex)
           MOVE FglRecordCount TO GfLatestCount(FoundIndex)
           MOVE FglSizeBytes TO GfLatestSize(FoundIndex)
           MOVE FglReading TO GfLatestReading(FoundIndex).

       PRINT-GROWTH-REPORT.
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE TodayDate TO HdgDate
           WRITE ReportLine FROM ReportHeading
           WRITE ReportLine FROM ColumnHeadingLine
           PERFORM VARYING WatchIndex FROM 1 BY 1
                   UNTIL WatchIndex > WatchedFileCount
               PERFORM PRINT-ONE-FILE
           END-PERFORM

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "FILES WATCHED" TO SmlLabel
           MOVE FilesReported TO SmlCount
           WRITE ReportLine FROM SummaryLine
           MOVE "OVER OR WITHIN 30 DAYS OF WARNING SIZE" TO SmlLabel
           MOVE NearWarningCount TO SmlCount
           WRITE ReportLine FROM SummaryLine
           MOVE "JOURNALS AND LOGS YEAREND-CLOSE DOES NOT ARCHIVE"
               TO SmlLabel
           MOVE NotArchivedCount TO SmlCount
           WRITE ReportLine FROM SummaryLine
           CLOSE ReportFile
           CALL "Sub-VaultReport" USING VaultReportName, VaultStepName

           IF NearWarningCount > ZERO
               DISPLAY "**WARNING** FILES NEAR THEIR WARNING SIZE = ",
                   NearWarningCount
           END-IF.

       PRINT-ONE-FILE.
           MOVE SPACES TO GrowthDetailLine
           ADD 1 TO FilesReported
           MOVE WfFileName(WatchIndex) TO GdlFileName
           EVALUATE TRUE
               WHEN WfMaster(WatchIndex)
                   MOVE "MASTER" TO GdlKind
                   MOVE "-" TO GdlYearEnd
               WHEN WfJournal(WatchIndex)
                   MOVE "JOURNAL" TO GdlKind
               WHEN OTHER
                   MOVE "LOG" TO GdlKind
           END-EVALUATE
           IF NOT WfMaster(WatchIndex)
               IF WfArchivedAtYearEnd(WatchIndex)
                   MOVE "ARCHIVED" TO GdlYearEnd
               ELSE
                   MOVE "NOT ARCHIVED" TO GdlYearEnd
                   ADD 1 TO NotArchivedCount
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN NOT GfLatestTaken(WatchIndex)
                   MOVE "NO READING" TO GdlDaysToWarn
               WHEN GfLatestAbsent(WatchIndex)
                   MOVE "NOT ON DISK" TO GdlDaysToWarn
               WHEN OTHER
                   PERFORM WORK-OUT-GROWTH
           END-EVALUATE
           WRITE ReportLine FROM GrowthDetailLine.

      *>   a file only ever sized, never counted, shows its record
      *>   count as nil - the size is what the warning goes on
       WORK-OUT-GROWTH.
           MOVE GfLatestCount(WatchIndex) TO GdlRecords
           COMPUTE GdlSizeKb = GfLatestSize(WatchIndex) / 1024
           COMPUTE WarnBytes = WfWarnMegabytes(WatchIndex) * 1048576
           MOVE ZERO TO BytesPerDay, RecordsPerDay
           MOVE ZERO TO GdlKbPerDay, GdlRecsPerDay
           IF GfBaseTaken(WatchIndex)
               AND GfLatestDay(WatchIndex) > GfBaseDay(WatchIndex)
               COMPUTE SpanDays =
                   GfLatestDay(WatchIndex) - GfBaseDay(WatchIndex)
               COMPUTE BytesPerDay =
                   (GfLatestSize(WatchIndex) - GfBaseSize(WatchIndex))
                   / SpanDays
               COMPUTE RecordsPerDay =
                   (GfLatestCount(WatchIndex)
                     - GfBaseCount(WatchIndex)) / SpanDays
               COMPUTE GdlKbPerDay = BytesPerDay / 1024
               MOVE RecordsPerDay TO GdlRecsPerDay
           END-IF

           EVALUATE TRUE
               WHEN GfLatestSize(WatchIndex) NOT < WarnBytes
                   MOVE "**OVER**" TO GdlDaysToWarn
                   ADD 1 TO NearWarningCount
               WHEN NOT GfBaseTaken(WatchIndex)
                   OR GfLatestDay(WatchIndex) = GfBaseDay(WatchIndex)
                   MOVE "ONE READING" TO GdlDaysToWarn
               WHEN BytesPerDay NOT > ZERO
                   MOVE "NOT GROWING" TO GdlDaysToWarn
               WHEN OTHER
                   COMPUTE DaysToWarn =
                       (WarnBytes - GfLatestSize(WatchIndex))
                       / BytesPerDay
                   IF DaysToWarn > 99999
                       MOVE "OVER 99,999" TO GdlDaysToWarn
                   ELSE
                       MOVE DaysToWarn TO DaysToWarnEdit
                       MOVE DaysToWarnEdit TO GdlDaysToWarn
                       IF DaysToWarn NOT > NearWarningDays
                           MOVE "*" TO GdlDaysToWarn(8:1)
                           ADD 1 TO NearWarningCount
                       END-IF
                   END-IF
           END-EVALUATE.
