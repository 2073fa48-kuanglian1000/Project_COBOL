      *>                        before tonight's rewrite
      *>                        (GEN-INVENTORY.DAT, newest line per
      *>                        tag)
      *>   free disk space     - the megabytes free on the data
      *>                        volume, read off FREE-SPACE.DAT,
      *>                        against a floor: the scheduler's
      *>                        job wrapper writes the reading
      *>                        (date, megabytes) just before the
      *>                        chain starts; a reading older than
      *>                        the business date, or none at all,
      *>                        is reported but does not halt
      *> Any breach raises the alert path Main-Call-NightlyBatch
      *> already has - RETURN-CODE 8 and a halt - instead of letting
      *> a plainly bad run flow into the ops summary as if normal.
      *> TOLERANCES.DAT carries one record: max video rejects, max
      *> student rejects, max video swing, max student swing, and the
      *> free space floor in megabytes (0 = no floor; a record keyed
      *> before the floor existed keeps the standing one); with no
      *> file the standing limits below apply.

       ENVIRONMENT DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StudentFileStatus.

           SELECT FreeSpaceFile ASSIGN TO "FREE-SPACE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FreeSpaceStatus.

           SELECT ReportFile ASSIGN TO "TOLERANCE-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.
           03  TolMaxVideoSwing        PIC 9(5).
           03  FILLER                  PIC X.
           03  TolMaxStudentSwing      PIC 9(5).
           03  FILLER                  PIC X.
           03  TolMinFreeMegabytes     PIC 9(6).

       FD  RejectVideoFile.
       01  RejectVideoLine         PIC X(55).
       FD  StudentFile.
           COPY STUDREC.

       FD  FreeSpaceFile.
       01  FreeSpaceRecord.
           03  FsReadingDate       PIC 9(8).
           03  FILLER              PIC X.
           03  FsFreeMegabytes     PIC 9(9).

       FD  ReportFile.
       01  ReportLine  PIC X(70).

           88  VideoFileOK     VALUE "00".
       01  StudentFileStatus   PIC X(2).
           88  StudentFileOK   VALUE "00".
       01  FreeSpaceStatus     PIC X(2).
           88  FreeSpaceFileOK VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

       01  MaxStudentRejects   PIC 9(5) VALUE 100.
       01  MaxVideoSwing       PIC 9(5) VALUE 500.
       01  MaxStudentSwing     PIC 9(5) VALUE 500.
       01  MinFreeMegabytes    PIC 9(6) VALUE 500.

       01  VideoRejectCount    PIC 9(5) VALUE ZERO.
       01  StudentRejectCount  PIC 9(5) VALUE ZERO.
       01  VideoSwing          PIC S9(7) VALUE ZERO.
       01  StudentSwing        PIC S9(7) VALUE ZERO.
       01  BreachCount         PIC 9(3) VALUE ZERO.
       01  BusinessDate        PIC 9(8).
       01  FreeMegabytes       PIC 9(9) VALUE ZERO.
       01  FreeSpaceReadSw     PIC X VALUE "N".
           88  FreeSpaceRead   VALUE "Y".

       01  CheckDetailLine.
           03  CdlLabel        PIC X(28).
           03  CdlActual       PIC ZZZ,ZZZ,ZZ9.
           03  FILLER          PIC X(9) VALUE "  LIMIT =".
           03  CdlLimit        PIC ZZZ,ZZ9.
           03  FILLER          PIC X(2) VALUE SPACES.
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30) VALUE "TOLERANCE-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "TOLERANCE-CHECK".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM COUNT-VIDEO-MASTER.
           PERFORM COUNT-STUDENT-MASTER.
           PERFORM LOAD-PRIOR-COUNTS.
           PERFORM LOAD-FREE-SPACE.

           OPEN OUTPUT ReportFile.
           IF NOT ReportFileOK
               WRITE ReportLine FROM ReportHeading
               PERFORM CHECK-ALL-TOLERANCES
               CLOSE ReportFile
               CALL "Sub-VaultReport" USING VaultReportName,
                   VaultStepName
           END-IF.

           EVALUATE TRUE
                       MOVE TolMaxStudentRejects TO MaxStudentRejects
                       MOVE TolMaxVideoSwing TO MaxVideoSwing
                       MOVE TolMaxStudentSwing TO MaxStudentSwing
                       IF TolMinFreeMegabytes IS NUMERIC
                           MOVE TolMinFreeMegabytes
                               TO MinFreeMegabytes
                       END-IF
               END-READ
               CLOSE ToleranceFile
           END-IF.
               CLOSE GenInventoryFile
           END-IF.

      *>   only a reading taken for tonight's run counts - a file
      *>   left over from an earlier night says nothing about the
      *>   disk now
       LOAD-FREE-SPACE.
           CALL "Sub-BusinessDate" USING BusinessDate
           OPEN INPUT FreeSpaceFile
           IF FreeSpaceFileOK
               READ FreeSpaceFile
                   AT END CONTINUE
                   NOT AT END
                       IF FsReadingDate IS NUMERIC
                           AND FsFreeMegabytes IS NUMERIC
                           AND FsReadingDate NOT < BusinessDate
                           MOVE FsFreeMegabytes TO FreeMegabytes
                           SET FreeSpaceRead TO TRUE
                       END-IF
               END-READ
               CLOSE FreeSpaceFile
           END-IF.

       CHECK-ALL-TOLERANCES.
           MOVE "VIDEO FEED REJECTS        = " TO CdlLabel
           MOVE VideoRejectCount TO CdlActual
               WRITE ReportLine FROM CheckDetailLine
           END-IF.

           IF MinFreeMegabytes > ZERO
               PERFORM CHECK-FREE-SPACE
           END-IF.

      *>   the one limit that is a floor, not a ceiling
       CHECK-FREE-SPACE.
           MOVE "FREE SPACE (MEGABYTES)    = " TO CdlLabel
           MOVE FreeMegabytes TO CdlActual
           MOVE MinFreeMegabytes TO CdlLimit
           EVALUATE TRUE
               WHEN NOT FreeSpaceRead
                   MOVE "NO READING" TO CdlVerdict
               WHEN FreeMegabytes < MinFreeMegabytes
                   PERFORM FLAG-A-BREACH
               WHEN OTHER
                   MOVE "OK" TO CdlVerdict
           END-EVALUATE
           WRITE ReportLine FROM CheckDetailLine.

       FLAG-A-BREACH.
           MOVE "**BREACH**" TO CdlVerdict
           ADD 1 TO BreachCount.
