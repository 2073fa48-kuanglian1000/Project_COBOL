      *> month with the same SORT ... INPUT PROCEDURE ... GIVING
      *> shape SORT-READDATAFILE uses; a defect history that doesn't
      *> exist yet counts as empty, the same stance
      *> OPSSUMMARY-NIGHTLYREPORT takes. Each supplier's total also
      *> shows the average plays-to-failure of its failed copies -
      *> each one's play count off COPYWEAR.DAT, where a copy that
      *> has failed and left service has stopped counting; a failed
      *> copy the wear check has never counted is left out of it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RELATIVE KEY IS SupplierKey
             FILE STATUS IS SupplierStatus.

           SELECT CopyWearFile ASSIGN TO "COPYWEAR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS WearCopyKey
             FILE STATUS IS WearStatus.

           SELECT ReportFile ASSIGN TO "SUPPLIER-QUALITY-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.
           03  FILLER              PIC X(50).

       FD  DefectHistoryFile.
       01  DefectFlatLine          PIC X(32).
           88  EndOfDefectFlat     VALUE HIGH-VALUES.

       FD  SortedRejectFile.
           03  SortedSourceFlag    PIC X.
               88  SortedIsReject  VALUE "R".
               88  SortedIsDefect  VALUE "D".
      *> a defect's plays-to-failure, when the wear file knows it
           03  SortedPlaysKnown    PIC X.
               88  SortedHasPlays  VALUE "Y".
           03  SortedPlayCount     PIC 9(5).

       SD  WorkFile.
       01  WorkRec.
           03  wSupplierCode       PIC 999.
           03  wYearMonth          PIC 9(6).
           03  wSourceFlag         PIC X.
           03  wPlaysKnown         PIC X.
           03  wPlayCount          PIC 9(5).

       FD  CopyWearFile.
           COPY WEARREC.

       FD  SupplierFile.
       01  SupplierRecord.
           03  SupplierAddress PIC X(50).

       FD  ReportFile.
       01  ReportLine  PIC X(80).

       FD  ReportParamsFile.
       01  ReportParamLine.
       01  SupplierKey         PIC 999.
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".
       01  WearStatus          PIC X(2).
           88  WearFound       VALUE "00".

       01  PriorSupplierCode   PIC 999 VALUE 999.
       01  PriorYearMonth      PIC 9(6) VALUE ZERO.
       01  SupplierDefectCount PIC 9(5) VALUE ZERO.
       01  TotalDefectCount    PIC 9(5) VALUE ZERO.
       01  DefectYearMonth     PIC 9(6).
      *> plays-to-failure gathered for the average, per supplier and
      *> over the whole report
       01  SupplierFailPlays   PIC 9(9) VALUE ZERO.
       01  SupplierFailCount   PIC 9(5) VALUE ZERO.
       01  TotalFailPlays      PIC 9(9) VALUE ZERO.
       01  TotalFailCount      PIC 9(5) VALUE ZERO.
       01  AveragePlays        PIC 9(5).
       01  UnknownSupplierName PIC X(20)
             VALUE "**UNKNOWN SUPPLIER**".

           03  StlRejectCount  PIC ZZ,ZZ9.
           03  FILLER          PIC X(11) VALUE "  DEFECTS =".
           03  StlDefectCount  PIC ZZ,ZZ9.
           03  FILLER          PIC X(24)
                 VALUE "  AVG PLAYS TO FAILURE =".
           03  StlAveragePlays PIC ZZ,ZZ9.

       01  GrandTotalLine.
           03  FILLER          PIC X(22) VALUE "TOTAL REJECTS      = ".
           03  GtlRejectCount  PIC ZZ,ZZ9.
           03  FILLER          PIC X(11) VALUE "  DEFECTS =".
           03  GtlDefectCount  PIC ZZ,ZZ9.
           03  FILLER          PIC X(24)
                 VALUE "  AVG PLAYS TO FAILURE =".
           03  GtlAveragePlays PIC ZZ,ZZ9.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> Main-Call-NightlyBatch can detect this step did not
                   MOVE HistSupplierCode TO wSupplierCode
                   MOVE HistYearMonth TO wYearMonth
                   MOVE "R" TO wSourceFlag
                   MOVE "N" TO wPlaysKnown
                   MOVE ZERO TO wPlayCount
                   RELEASE WorkRec
               END-IF
               READ RejectHistoryFile
      *>   path; no file yet simply means none recorded
       GATHER-DEFECT-HISTORY.
           OPEN INPUT DefectHistoryFile
           OPEN INPUT CopyWearFile
           IF DefectFileOK
               READ DefectHistoryFile
                   AT END SET EndOfDefectFlat TO TRUE
                       MOVE DefSupplierCode TO wSupplierCode
                       MOVE DefectYearMonth TO wYearMonth
                       MOVE "D" TO wSourceFlag
                       PERFORM LOOK-UP-FAILED-PLAYS
                       RELEASE WorkRec
                   END-IF
                   READ DefectHistoryFile
                   END-READ
               END-PERFORM
               CLOSE DefectHistoryFile
           END-IF
           CLOSE CopyWearFile.

      *>   no wear file yet (the wear check has never run) leaves
      *>   every defect without a play count
       LOOK-UP-FAILED-PLAYS.
           MOVE "N" TO wPlaysKnown
           MOVE ZERO TO wPlayCount
           MOVE DefVideoCode TO WearVideoCode
           MOVE DefCopyNumber TO WearCopyNumber
           READ CopyWearFile
               KEY IS WearCopyKey
               INVALID KEY CONTINUE
           END-READ
           IF WearFound
               MOVE "Y" TO wPlaysKnown
               MOVE WearPlayCount TO wPlayCount
           END-IF.

      *> sorted on supplier then month, so each supplier's months
                   IF SortedIsDefect
                       ADD 1 TO MonthDefectCount SupplierDefectCount
                           TotalDefectCount
                       IF SortedHasPlays
                           ADD 1 TO SupplierFailCount TotalFailCount
                           ADD SortedPlayCount TO SupplierFailPlays
                               TotalFailPlays
                       END-IF
                   ELSE
                       ADD 1 TO MonthRejectCount SupplierRejectCount
                           TotalRejectCount
               WRITE ReportLine
               MOVE TotalRejectCount TO GtlRejectCount
               MOVE TotalDefectCount TO GtlDefectCount
               MOVE ZERO TO AveragePlays
               IF TotalFailCount > ZERO
                   DIVIDE TotalFailPlays BY TotalFailCount
                       GIVING AveragePlays ROUNDED
               END-IF
               MOVE AveragePlays TO GtlAveragePlays
               WRITE ReportLine FROM GrandTotalLine

               CLOSE SortedRejectFile, ReportFile, SupplierFile
       PRINT-SUPPLIER-TOTAL.
           MOVE SupplierRejectCount TO StlRejectCount
           MOVE SupplierDefectCount TO StlDefectCount
           MOVE ZERO TO AveragePlays
           IF SupplierFailCount > ZERO
               DIVIDE SupplierFailPlays BY SupplierFailCount
                   GIVING AveragePlays ROUNDED
           END-IF
           MOVE AveragePlays TO StlAveragePlays
           WRITE ReportLine FROM SupplierTotalLine
           MOVE ZERO TO SupplierRejectCount
           MOVE ZERO TO SupplierDefectCount
           MOVE ZERO TO SupplierFailPlays SupplierFailCount.
