       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERIES-COMPLETIONREPORT.
      *> Series completion report - who started a series on
      *> SERIES.DAT and stopped part-way through it, and the volume
      *> the series loses its audience at, for the buyer deciding
      *> whether the later volumes are worth a second copy. Every
      *> loan of a title in a series' running order (SERIESVOL.DAT)
      *> off LOAN-HISTORY.DAT and the loans still out on
      *> VIDEOLOAN.DAT is sorted by series and borrower (the same
      *> SORT ... INPUT PROCEDURE ... GIVING shape the reliability
      *> report uses), a box set counting as every volume it covers.
      *> A borrower whose furthest volume is short of the series'
      *> last one, with nothing from the series still out, has
      *> stopped there: they are listed with the date they last
      *> rented from the series, and counted against that volume in
      *> the drop-off lines under each series. REPORT-PARAMS.DAT
      *> SERIES-CODE=xxxxxx limits the print to one series. Output
      *> to SERIES-COMPLETION-RPT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SeriesFile ASSIGN TO "SERIES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SerCode
             FILE STATUS IS SeriesStatus.

           SELECT SeriesVolFile ASSIGN TO "SERIESVOL.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SvlKey
             ALTERNATE RECORD KEY IS SvlVideoCode
             FILE STATUS IS SeriesVolStatus.

           SELECT LoanHistoryFile ASSIGN TO "LOAN-HISTORY.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HistoryStatus.

           SELECT VideoLoanFile ASSIGN TO "VIDEOLOAN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LoanKey
             FILE STATUS IS LoanStatus.

           SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VideoCode
             ALTERNATE RECORD KEY IS VideoTitle
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS VideoSupplierCode
               WITH DUPLICATES
             FILE STATUS IS VideoStatus.

           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS BorrowerKey
             FILE STATUS IS BorrowerStatus.

           SELECT ReportParamsFile ASSIGN TO "REPORT-PARAMS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportParamsStatus.

           SELECT SortedSeriesFile ASSIGN TO "SERIES-SORTED.TEMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SortedFileStatus.

           SELECT WorkFile ASSIGN TO "WORK.TEMP"
             FILE STATUS IS WorkFileStatus.

           SELECT ReportFile ASSIGN TO "SERIES-COMPLETION-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  SeriesFile.
           COPY SERIESREC.

       FD  SeriesVolFile.
           COPY SERVOLREC.

       FD  LoanHistoryFile.
       01  HistoryFlatLine     PIC X(63).
           88  EndOfHistoryFlat    VALUE HIGH-VALUES.

       FD  VideoLoanFile.
           COPY LOANREC.

       FD  VideoFile.
           COPY VIDEOREC.

       FD  BorrowerFile.
           COPY BORROWREC.

       FD  ReportParamsFile.
       01  ReportParamLine.
           88  EndOfParamsFile VALUE HIGH-VALUES.
           03  FILLER          PIC X(33).

       FD  SortedSeriesFile.
       01  SortedSeriesRec.
           88  EndOfSortedFile     VALUE HIGH-VALUES.
           03  SortedSeriesCode    PIC X(6).
           03  SortedBorrower      PIC 9(4).
           03  SortedSeriesIndex   PIC 9(3).
           03  SortedLastVol       PIC 99.
           03  SortedLoanDate      PIC 9(8).
           03  SortedStillOut      PIC X.

       SD  WorkFile.
       01  WorkRec.
           03  wSeriesCode         PIC X(6).
           03  wBorrowerNumber     PIC 9(4).
           03  wSeriesIndex        PIC 9(3).
           03  wLastVol            PIC 99.
           03  wLoanDate           PIC 9(8).
           03  wStillOut           PIC X.

       FD  ReportFile.
       01  ReportLine  PIC X(80).

       WORKING-STORAGE SECTION.
           COPY LOANHIST.

       01  SeriesStatus        PIC X(2).
           88  SeriesFileOK    VALUE "00".
       01  SeriesVolStatus     PIC X(2).
           88  SeriesVolFileOK VALUE "00".
       01  HistoryStatus       PIC X(2).
           88  HistoryFileOK   VALUE "00".
       01  LoanStatus          PIC X(2).
           88  LoanFileOK      VALUE "00".
       01  VideoStatus         PIC X(2).
           88  VideoFound      VALUE "00".
       01  BorrowerStatus      PIC X(2).
           88  BorrowerFound   VALUE "00".
       01  BorrowerKey         PIC 9(4).
       01  UnknownBorrowerName PIC X(20)
             VALUE "**UNKNOWN BORROWER**".
       01  ReportParamsStatus  PIC X(2).
           88  ParamsFileOK    VALUE "00".
       01  SortedFileStatus    PIC X(2).
           88  SortedFileOK    VALUE "00".
       01  WorkFileStatus      PIC X(2).
           88  WorkFileOK      VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

       01  ParamKeyword        PIC X(12).
       01  ParamValue          PIC X(20).
      *> one series only, when the parameter file names it
       01  WantedSeriesCode    PIC X(6) VALUE SPACES.

       01  BusinessDate        PIC 9(8).

      *> the series reported, each with its last volume and what
      *> its borrowers did
       01  SeriesTable.
           03  SeriesEntry         OCCURS 100 TIMES.
               05  StbCode         PIC X(6).
               05  StbName         PIC X(30).
               05  StbLastVol      PIC 99.
               05  StbStarted      PIC 9(5).
               05  StbFinished     PIC 9(5).
               05  StbStillOut     PIC 9(5).
               05  StbStopped      PIC 9(5).
               05  StbDropOff      PIC 9(5) OCCURS 99 TIMES.
       01  SeriesCount         PIC 9(3) VALUE ZERO.
       01  SeriesIndex         PIC 9(3).
       01  SeriesMax           PIC 9(3) VALUE 100.

      *> every title in those series' running orders, with the run
      *> of volumes it stands for - one for a single tape, several
      *> for a box set
       01  EntryTable.
           03  EntryRow            OCCURS 1000 TIMES.
               05  EtbVideoCode    PIC 9(5).
               05  EtbSeriesIndex  PIC 9(3).
               05  EtbFirstVol     PIC 99.
               05  EtbLastVol      PIC 99.
               05  EtbEntryType    PIC X.
       01  EntryCount          PIC 9(4) VALUE ZERO.
       01  EntryIndex          PIC 9(4).
       01  EntryMax            PIC 9(4) VALUE 1000.
       01  EntryFoundSw        PIC X.
           88  EntryFound      VALUE "Y".
       01  SeriesFoundSw       PIC X.
           88  SeriesInTable   VALUE "Y".

      *> the loan being weighed
       01  WeighVideoCode      PIC 9(5).
       01  WeighBorrower       PIC 9(4).
       01  WeighLoanDate       PIC 9(8).
       01  WeighStillOut       PIC X.

      *> control break on series, then on borrower within it
       01  PriorSeriesCode     PIC X(6) VALUE SPACES.
       01  PriorSeriesIndex    PIC 9(3).
       01  PriorBorrower       PIC 9(4).
       01  FirstBlockSw        PIC X VALUE "Y".
           88  FirstBlock      VALUE "Y".
       01  BlockFurthestVol    PIC 99.
       01  BlockLastDate       PIC 9(8).
       01  BlockStillOutSw     PIC X.
           88  BlockStillOut   VALUE "Y".
       01  DropVolume          PIC 99.
       01  DropPercent         PIC 9(3)V9.
       01  SeriesReported      PIC 9(3) VALUE ZERO.
       01  StoppedListed       PIC 9(5) VALUE ZERO.

       01  ReportHeading.
           03  FILLER          PIC X(27)
                 VALUE "=SERIES COMPLETION REPORT= ".
           03  HdgDate         PIC 9(8).

       01  SeriesNameLine.
           03  FILLER          PIC X(9) VALUE "SERIES : ".
           03  SnlCode         PIC X(6).
           03  FILLER          PIC X VALUE SPACE.
           03  SnlName         PIC X(30).
           03  FILLER          PIC X(12) VALUE "  VOLUMES = ".
           03  SnlLastVol      PIC Z9.

       01  StoppedHeading.
           03  FILLER          PIC X(32) VALUE "  BORROWER".
           03  FILLER          PIC X(13) VALUE "STOPPED AT".
           03  FILLER          PIC X(11) VALUE "LAST RENTED".

       01  StoppedDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlBorrower     PIC 9(4).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlName         PIC X(20).
           03  FILLER          PIC X(5) VALUE SPACES.
           03  FILLER          PIC X(7) VALUE "VOLUME ".
           03  DtlVolume       PIC Z9.
           03  FILLER          PIC X(4) VALUE SPACES.
           03  DtlLastDate     PIC 9(8).

       01  SeriesCountLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  SclLabel        PIC X(30).
           03  SclCount        PIC ZZ,ZZ9.

       01  DropOffLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  FILLER          PIC X(21) VALUE "STOPPED AFTER VOLUME ".
           03  DolVolume       PIC Z9.
           03  FILLER          PIC X(3) VALUE " = ".
           03  DolCount        PIC ZZ,ZZ9.
           03  FILLER          PIC X(2) VALUE " (".
           03  DolPercent      PIC ZZ9.9.
           03  FILLER          PIC X(3) VALUE "%) ".
           03  DolTitle        PIC X(30).

       01  ReportTotalLine.
           03  FILLER          PIC X(24)
                 VALUE "SERIES REPORTED       = ".
           03  RtlSeries       PIC ZZ9.
           03  FILLER          PIC X(24)
                 VALUE "   BORROWERS STOPPED = ".
           03  RtlStopped      PIC ZZ,ZZ9.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-BusinessDate" USING BusinessDate.
           PERFORM LOAD-REPORT-PARAMS.
           PERFORM LOAD-SERIES.
           IF NOT RunFailed
               PERFORM LOAD-RUNNING-ORDERS
           END-IF.

           IF NOT RunFailed
               SORT WorkFile ON ASCENDING KEY wSeriesCode,
                   wBorrowerNumber
                   INPUT PROCEDURE IS GATHER-SERIES-LOANS
                   GIVING SortedSeriesFile
               PERFORM CHECK-WORK-STATUS
           END-IF.

           IF NOT RunFailed
               PERFORM PRINT-COMPLETION-REPORT
           END-IF.

           DISPLAY "SERIES REPORTED = ", SeriesReported,
               "  BORROWERS STOPPED = ", StoppedListed.
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
               DISPLAY "..SORTED SERIES FILE ERROR, STATUS = ",
                   SortedFileStatus
               SET RunFailed TO TRUE
           END-IF.

       CHECK-REPORT-STATUS.
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
           END-IF.

      *>   same keyword=value parameter file the period reports
      *>   read; unknown keywords are simply ignored
       LOAD-REPORT-PARAMS.
           OPEN INPUT ReportParamsFile
           IF ParamsFileOK
               READ ReportParamsFile
                   AT END SET EndOfParamsFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfParamsFile
                   UNSTRING ReportParamLine DELIMITED BY "="
                       INTO ParamKeyword, ParamValue
                   END-UNSTRING
                   IF ParamKeyword = "SERIES-CODE"
                       MOVE ParamValue TO WantedSeriesCode
                   END-IF
                   READ ReportParamsFile
                       AT END SET EndOfParamsFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReportParamsFile
           END-IF.

       LOAD-SERIES.
           OPEN INPUT SeriesFile
           IF NOT SeriesFileOK
               DISPLAY "..NO SERIES ON FILE - NOTHING TO REPORT.."
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ SeriesFile NEXT RECORD
               AT END SET EndOfSeriesFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSeriesFile
               IF WantedSeriesCode = SPACES
                   OR WantedSeriesCode = SerCode
                   PERFORM TAKE-ONE-SERIES
               END-IF
               READ SeriesFile NEXT RECORD
                   AT END SET EndOfSeriesFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE SeriesFile
           IF SeriesCount = ZERO
               DISPLAY "..NO SUCH SERIES ON FILE - NOTHING TO "
                   "REPORT.."
               SET RunFailed TO TRUE
           END-IF.

       TAKE-ONE-SERIES.
           IF SeriesCount >= SeriesMax
               DISPLAY "..MORE THAN 100 SERIES - ", SerCode,
                   " LEFT OFF THE REPORT.."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SeriesCount
           MOVE SeriesCount TO SeriesIndex
           INITIALIZE SeriesEntry(SeriesIndex)
           MOVE SerCode TO StbCode(SeriesIndex)
           MOVE SerName TO StbName(SeriesIndex).

      *>   the running orders come off in key order, so each
      *>   series' entries arrive together; the highest volume any
      *>   entry covers is where the series ends
       LOAD-RUNNING-ORDERS.
           OPEN INPUT SeriesVolFile
           IF NOT SeriesVolFileOK
               DISPLAY "..NO SERIES VOLUMES ON FILE - NOTHING TO "
                   "REPORT.."
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ SeriesVolFile NEXT RECORD
               AT END SET EndOfSeriesVolFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSeriesVolFile
               PERFORM FIND-SERIES-IN-TABLE
               IF SeriesInTable
                   PERFORM TAKE-ONE-ENTRY
               END-IF
               READ SeriesVolFile NEXT RECORD
                   AT END SET EndOfSeriesVolFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE SeriesVolFile.

       FIND-SERIES-IN-TABLE.
           MOVE "N" TO SeriesFoundSw
           PERFORM VARYING SeriesIndex FROM 1 BY 1
                   UNTIL SeriesIndex > SeriesCount OR SeriesInTable
               IF StbCode(SeriesIndex) = SvlSeriesCode
                   SET SeriesInTable TO TRUE
               END-IF
           END-PERFORM
           IF SeriesInTable
               SUBTRACT 1 FROM SeriesIndex
           END-IF.

       TAKE-ONE-ENTRY.
           IF EntryCount >= EntryMax
               DISPLAY "..MORE THAN 1000 SERIES TITLES - ",
                   SvlVideoCode, " LEFT OFF THE REPORT.."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EntryCount
           MOVE SvlVideoCode TO EtbVideoCode(EntryCount)
           MOVE SeriesIndex TO EtbSeriesIndex(EntryCount)
           MOVE SvlVolumeNo TO EtbFirstVol(EntryCount)
           MOVE SvlBoxLastVol TO EtbLastVol(EntryCount)
           MOVE SvlEntryType TO EtbEntryType(EntryCount)
           IF SvlBoxLastVol > StbLastVol(SeriesIndex)
               MOVE SvlBoxLastVol TO StbLastVol(SeriesIndex)
           END-IF.

      *>   every loan of a series title is RELEASEd with the last
      *>   volume it took the borrower to, completed loans and open
      *>   ones alike - an open one marks the borrower as still
      *>   watching
       GATHER-SERIES-LOANS.
           OPEN INPUT LoanHistoryFile
           IF HistoryFileOK
               READ LoanHistoryFile
                   AT END SET EndOfHistoryFlat TO TRUE
               END-READ
               PERFORM UNTIL EndOfHistoryFlat
                   MOVE HistoryFlatLine TO LoanHistoryRecord
                   IF NOT HistAnonymised
                       MOVE HistVideoCode TO WeighVideoCode
                       MOVE HistBorrowerNumber TO WeighBorrower
                       MOVE HistLoanDate TO WeighLoanDate
                       MOVE "N" TO WeighStillOut
                       PERFORM RELEASE-SERIES-LOAN
                   END-IF
                   READ LoanHistoryFile
                       AT END SET EndOfHistoryFlat TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LoanHistoryFile
           END-IF

           OPEN INPUT VideoLoanFile
           IF LoanFileOK
               READ VideoLoanFile NEXT RECORD
                   AT END SET EndOfLoanFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLoanFile
                   MOVE LoanVideoCode TO WeighVideoCode
                   MOVE LoanBorrowerNumber TO WeighBorrower
                   MOVE LoanDate TO WeighLoanDate
                   MOVE "Y" TO WeighStillOut
                   PERFORM RELEASE-SERIES-LOAN
                   READ VideoLoanFile NEXT RECORD
                       AT END SET EndOfLoanFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VideoLoanFile
           END-IF.

       RELEASE-SERIES-LOAN.
           MOVE "N" TO EntryFoundSw
           PERFORM VARYING EntryIndex FROM 1 BY 1
                   UNTIL EntryIndex > EntryCount OR EntryFound
               IF EtbVideoCode(EntryIndex) = WeighVideoCode
                   SET EntryFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT EntryFound
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM EntryIndex
           MOVE EtbSeriesIndex(EntryIndex) TO wSeriesIndex
           MOVE StbCode(wSeriesIndex) TO wSeriesCode
           MOVE WeighBorrower TO wBorrowerNumber
           MOVE EtbLastVol(EntryIndex) TO wLastVol
           MOVE WeighLoanDate TO wLoanDate
           MOVE WeighStillOut TO wStillOut
           RELEASE WorkRec.

      *>   sorted by series then borrower, so one compare against the
      *>   prior borrower gives each borrower's block and one against
      *>   the prior series closes that series' totals off
       PRINT-COMPLETION-REPORT.
           OPEN INPUT SortedSeriesFile
           PERFORM CHECK-SORTED-STATUS
           OPEN OUTPUT ReportFile
           PERFORM CHECK-REPORT-STATUS
           IF RunFailed
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BorrowerFile, VideoFile
           MOVE BusinessDate TO HdgDate
           WRITE ReportLine FROM ReportHeading

           READ SortedSeriesFile
               AT END SET EndOfSortedFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSortedFile
               IF FirstBlock
                   OR SortedSeriesCode NOT = PriorSeriesCode
                   PERFORM BREAK-TO-NEW-SERIES
               ELSE
                   IF SortedBorrower NOT = PriorBorrower
                       PERFORM CLOSE-BORROWER-BLOCK
                       PERFORM OPEN-BORROWER-BLOCK
                   END-IF
               END-IF
               IF SortedLastVol > BlockFurthestVol
                   MOVE SortedLastVol TO BlockFurthestVol
               END-IF
               IF SortedLoanDate > BlockLastDate
                   MOVE SortedLoanDate TO BlockLastDate
               END-IF
               IF SortedStillOut = "Y"
                   SET BlockStillOut TO TRUE
               END-IF
               READ SortedSeriesFile
                   AT END SET EndOfSortedFile TO TRUE
               END-READ
           END-PERFORM

           IF NOT FirstBlock
               PERFORM CLOSE-BORROWER-BLOCK
               PERFORM PRINT-SERIES-TOTALS
           END-IF
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SeriesReported TO RtlSeries
           MOVE StoppedListed TO RtlStopped
           WRITE ReportLine FROM ReportTotalLine

           CLOSE SortedSeriesFile, ReportFile, BorrowerFile,
               VideoFile.

       BREAK-TO-NEW-SERIES.
           IF NOT FirstBlock
               PERFORM CLOSE-BORROWER-BLOCK
               PERFORM PRINT-SERIES-TOTALS
           END-IF
           MOVE "N" TO FirstBlockSw
           MOVE SortedSeriesCode TO PriorSeriesCode
           MOVE SortedSeriesIndex TO PriorSeriesIndex
           ADD 1 TO SeriesReported
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE StbCode(PriorSeriesIndex) TO SnlCode
           MOVE StbName(PriorSeriesIndex) TO SnlName
           MOVE StbLastVol(PriorSeriesIndex) TO SnlLastVol
           WRITE ReportLine FROM SeriesNameLine
           WRITE ReportLine FROM StoppedHeading
           PERFORM OPEN-BORROWER-BLOCK.

       OPEN-BORROWER-BLOCK.
           MOVE SortedBorrower TO PriorBorrower
           MOVE ZERO TO BlockFurthestVol BlockLastDate
           MOVE "N" TO BlockStillOutSw.

      *>   finished, still watching, or stopped at the furthest
      *>   volume reached - only the last are printed by name
       CLOSE-BORROWER-BLOCK.
           ADD 1 TO StbStarted(PriorSeriesIndex)
           EVALUATE TRUE
               WHEN BlockFurthestVol >= StbLastVol(PriorSeriesIndex)
                   ADD 1 TO StbFinished(PriorSeriesIndex)
               WHEN BlockStillOut
                   ADD 1 TO StbStillOut(PriorSeriesIndex)
               WHEN OTHER
                   ADD 1 TO StbStopped(PriorSeriesIndex)
                   ADD 1 TO StbDropOff(PriorSeriesIndex,
                       BlockFurthestVol)
                   ADD 1 TO StoppedListed
                   PERFORM PRINT-STOPPED-LINE
           END-EVALUATE.

       PRINT-STOPPED-LINE.
           MOVE PriorBorrower TO DtlBorrower
           MOVE PriorBorrower TO BorrowerKey
           READ BorrowerFile
               INVALID KEY
                   MOVE UnknownBorrowerName TO DtlName
               NOT INVALID KEY
                   MOVE BorrowerName TO DtlName
           END-READ
           MOVE BlockFurthestVol TO DtlVolume
           MOVE BlockLastDate TO DtlLastDate
           WRITE ReportLine FROM StoppedDetailLine.

      *>   the drop-off lines say where the audience went: of those
      *>   who started, how many stopped after each volume
       PRINT-SERIES-TOTALS.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "BORROWERS WHO STARTED       =" TO SclLabel
           MOVE StbStarted(PriorSeriesIndex) TO SclCount
           WRITE ReportLine FROM SeriesCountLine
           MOVE "FINISHED THE SERIES         =" TO SclLabel
           MOVE StbFinished(PriorSeriesIndex) TO SclCount
           WRITE ReportLine FROM SeriesCountLine
           MOVE "STILL WATCHING (ON LOAN)    =" TO SclLabel
           MOVE StbStillOut(PriorSeriesIndex) TO SclCount
           WRITE ReportLine FROM SeriesCountLine
           MOVE "STOPPED PART-WAY            =" TO SclLabel
           MOVE StbStopped(PriorSeriesIndex) TO SclCount
           WRITE ReportLine FROM SeriesCountLine
           PERFORM VARYING DropVolume FROM 1 BY 1
                   UNTIL DropVolume >= StbLastVol(PriorSeriesIndex)
               IF StbDropOff(PriorSeriesIndex, DropVolume) > ZERO
                   PERFORM PRINT-DROP-OFF-LINE
               END-IF
           END-PERFORM.

       PRINT-DROP-OFF-LINE.
           MOVE DropVolume TO DolVolume
           MOVE StbDropOff(PriorSeriesIndex, DropVolume) TO DolCount
           COMPUTE DropPercent ROUNDED =
               StbDropOff(PriorSeriesIndex, DropVolume) * 100
                   / StbStarted(PriorSeriesIndex)
           MOVE DropPercent TO DolPercent
           MOVE SPACES TO DolTitle
           MOVE "N" TO EntryFoundSw
           PERFORM VARYING EntryIndex FROM 1 BY 1
                   UNTIL EntryIndex > EntryCount OR EntryFound
               IF EtbSeriesIndex(EntryIndex) = PriorSeriesIndex
                   AND EtbFirstVol(EntryIndex) = DropVolume
                   AND EtbEntryType(EntryIndex) = "V"
                   SET EntryFound TO TRUE
               END-IF
           END-PERFORM
           IF EntryFound
               SUBTRACT 1 FROM EntryIndex
               MOVE EtbVideoCode(EntryIndex) TO VideoCode
               READ VideoFile
                   KEY IS VideoCode
                   INVALID KEY CONTINUE
               END-READ
               IF VideoFound
                   MOVE VideoTitle TO DolTitle
               END-IF
           END-IF
           WRITE ReportLine FROM DropOffLine.
