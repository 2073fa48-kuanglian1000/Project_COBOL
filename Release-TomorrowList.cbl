       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEASE-TOMORROWLIST.
      *> Nightly "releasing tomorrow" run over STREETDATE.DAT
      *> (STREETREC.cpy). Every title whose studio street date falls
      *> on or before the next day the shop opens - counted on the
      *> same Sunday and CLOSED-DAYS.DAT rules as the hold shelf -
      *> and whose holds have not yet been filled is released: the
      *> copies received early through GOODS-RECEIVING and sitting
      *> in the back room are listed to be pulled, and the open
      *> reservations queued against the title while it was under
      *> embargo are given those copies in queue order, held from
      *> release morning. A borrower the copies do not reach stays
      *> open in the queue for check-in to fill the ordinary way,
      *> as does one who asked for a format none of the copies is.
      *> The list goes to RELEASE-TOMORROW.DAT. Each title is marked
      *> released once done, so a rerun of the same night fills
      *> nothing twice. Runs in the nightly chain ahead of the hold
      *> pickup list, so the borrowers are told the same night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StreetDateFile ASSIGN TO "STREETDATE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS StrVideoCode
             FILE STATUS IS StreetDateStatus.

           SELECT ReserveFile ASSIGN TO "RESERVE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ReserveKey
             FILE STATUS IS ReserveStatus.

           SELECT VideoCopyFile ASSIGN TO "VIDEOCOPY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CopyKey
             FILE STATUS IS CopyStatus.

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

           SELECT ClosedDaysFile ASSIGN TO "CLOSED-DAYS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ClosedDaysStatus.

           SELECT ReleaseListFile ASSIGN TO "RELEASE-TOMORROW.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReleaseListStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  StreetDateFile.
           COPY STREETREC.

       FD  ReserveFile.
           COPY RESERVREC.

       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  VideoFile.
           COPY VIDEOREC.

       FD  BorrowerFile.
           COPY BORROWREC.

       FD  ClosedDaysFile.
       01  ClosedDayLine.
           88  EndOfClosedDays     VALUE HIGH-VALUES.
           03  ClosedDayDate       PIC 9(8).

       FD  ReleaseListFile.
       01  ReleaseListLine     PIC X(80).

       WORKING-STORAGE SECTION.
       01  StreetDateStatus    PIC X(2).
           88  StreetDateFound     VALUE "00".
           88  StreetDateFileOK    VALUE "00".
           88  StreetDateMissing   VALUE "35".
       01  ReserveStatus       PIC X(2).
           88  ReserveFileOK   VALUE "00".
           88  ReserveNotFound VALUE "35".
       01  CopyStatus          PIC X(2).
           88  CopyFound       VALUE "00".
       01  VideoStatus         PIC X(2).
           88  VideoFound      VALUE "00".
       01  BorrowerStatus      PIC X(2).
           88  BorrowerFound   VALUE "00".
       01  BorrowerKey         PIC 9(4).
       01  ClosedDaysStatus    PIC X(2).
           88  ClosedDaysFound VALUE "00".
       01  ReleaseListStatus   PIC X(2).
           88  ReleaseListFileOK   VALUE "00".

      *> the closed-days reference, loaded once at start-up into a
      *> small scan table - the same in-core table the hold shelf
      *> runs count their business days against
       01  ClosedDayTable.
           03  ClosedDayEntry  PIC 9(8) OCCURS 100 TIMES.
       01  ClosedDayCount      PIC 9(3) VALUE ZERO.
       01  ClosedDayIndex      PIC 9(3).

       01  BusinessDate        PIC 9(8).
       01  OneDay              PIC 9(3) VALUE 1.
       01  WalkDate.
           03  WalkYear        PIC 9(4).
           03  WalkMonth       PIC 99.
           03  WalkDay         PIC 99.
       01  WalkDateNumeric     PIC 9(8).
       01  WalkDayNumber       PIC 9(7).
       01  WeekQuot            PIC 9(7).
       01  WeekRemain          PIC 9.
       01  DayIsOpenSw         PIC X.
           88  DayIsOpen       VALUE "Y".
      *> the next day the shop opens - release morning for every
      *> title this run lets go
       01  ReleaseDate         PIC 9(8).

       01  ReserveFileSw       PIC X VALUE "N".
           88  ReserveFileOpen VALUE "Y".

      *> the title's copies on the shelf (the back room counts as
      *> shelf until the release), each with the reservation it has
      *> been given - zero borrower means it goes out on the shelf
       01  ReleaseCopyTable.
           03  ReleaseCopy         OCCURS 99 TIMES.
               05  RlcCopyNumber   PIC 99.
               05  RlcBranchCode   PIC 99.
      *>           T or D - a copy from before discs counts as tape
               05  RlcFormat       PIC X.
               05  RlcBorrower     PIC 9(4).
               05  RlcNewHoldSw    PIC X.
                   88  RlcNewHold  VALUE "Y".
       01  ReleaseCopyCount    PIC 99.
       01  ReleaseCopyIndex    PIC 99.
       01  FreeCopyFoundSw     PIC X.
           88  FreeCopyFound   VALUE "Y".
       01  TitleHoldsFilled    PIC 9(4).
       01  TitleStillWaiting   PIC 9(4).

       01  TitlesReleased      PIC 9(5) VALUE ZERO.
       01  CopiesToPull        PIC 9(5) VALUE ZERO.
       01  HoldsFilledCount    PIC 9(5) VALUE ZERO.
       01  StillWaitingCount   PIC 9(5) VALUE ZERO.

       01  ReleaseHeading.
           03  FILLER          PIC X(29)
                 VALUE "=RELEASING TOMORROW=  FOR   ".
           03  HdgReleaseDate  PIC 9(8).
           03  FILLER          PIC X(10) VALUE "   RUN ON ".
           03  HdgBusinessDate PIC 9(8).
       01  ReleaseColumns.
           03  FILLER          PIC X(44) VALUE
                 "  COPY     BR FMT   PULL FROM BACK ROOM FOR".

       01  TitleLine.
           03  FILLER          PIC X(6) VALUE "TITLE ".
           03  TtlVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE SPACE.
           03  TtlTitle        PIC X(40).
           03  FILLER          PIC X(8) VALUE " STREET ".
           03  TtlStreetDate   PIC 9(8).

       01  CopyDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  CdlVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  CdlCopyNumber   PIC 99.
           03  FILLER          PIC X VALUE SPACE.
           03  CdlBranchCode   PIC 99.
           03  FILLER          PIC X VALUE SPACE.
           03  CdlFormat       PIC X(4).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  CdlDestination  PIC X(10).
           03  CdlBorrower     PIC X(5).
           03  CdlBorrowerName PIC X(20).

       01  TitleTotalLine.
           03  FILLER          PIC X(15) VALUE "  HOLDS FILLED ".
           03  TtlHoldsFilled  PIC ZZZ9.
           03  FILLER          PIC X(17) VALUE "   STILL WAITING ".
           03  TtlStillWaiting PIC ZZZ9.

       01  RunTotalLine.
           03  RtlLabel        PIC X(28).
           03  RtlCount        PIC ZZZZ9.

      *> start/end lines on the shared job log, so the weekly
      *> batch-window report can see this step's elapsed time
       01  JobLogName          PIC X(30) VALUE "RELEASE-TOMORROWLIST".
       01  JobStartEvent       PIC X(5) VALUE "START".
       01  JobEndEvent         PIC X(5) VALUE "END".
       01  JobLogCount         PIC 9(7) VALUE ZERO.
       01  JobLogStatus        PIC X(4) VALUE SPACES.

      *> a CALL hands the called program's RETURN-CODE back to this
      *> one, so the step's own code is parked here across the final
      *> job-log call and put back before control returns
       01  HeldReturnCode      PIC S9(4) COMP VALUE ZERO.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> Main-Call-NightlyBatch can detect this step did not
      *> complete instead of trusting a clean STOP
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30) VALUE "RELEASE-TOMORROW.DAT".
       01  VaultStepName       PIC X(30) VALUE "RELEASE-TOMORROWLIST".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-JobLog" USING JobLogName, JobStartEvent,
               JobLogCount, JobLogStatus.
           CALL "Sub-BusinessDate" USING BusinessDate.
           PERFORM LOAD-CLOSED-DAYS.
           PERFORM FIND-RELEASE-DATE.

           OPEN I-O StreetDateFile.
           IF StreetDateMissing
      *>       no street date ever keyed means nothing under embargo
      *>       - an empty night, not a failure
               DISPLAY "..NO STREET DATES ON FILE - NOTHING "
                   "RELEASING.."
           ELSE
               IF NOT StreetDateFileOK
                   DISPLAY "..UNABLE TO OPEN STREET DATE FILE, "
                       "STATUS = ", StreetDateStatus
                   SET RunFailed TO TRUE
               ELSE
                   PERFORM RUN-RELEASE-LIST
                   CLOSE StreetDateFile
               END-IF
           END-IF.

           DISPLAY "TITLES RELEASED = ", TitlesReleased,
               "  HOLDS FILLED = ", HoldsFilledCount.
           IF RunFailed
               MOVE 4 TO RETURN-CODE
               MOVE "FAIL" TO JobLogStatus
           ELSE
               MOVE "OK" TO JobLogStatus
           END-IF.
           MOVE TitlesReleased TO JobLogCount.
           MOVE RETURN-CODE TO HeldReturnCode.
           CALL "Sub-JobLog" USING JobLogName, JobEndEvent,
               JobLogCount, JobLogStatus.
           MOVE HeldReturnCode TO RETURN-CODE.

           GOBACK.

      *>   walked forward from the business date one calendar day at
      *>   a time to the first day the shop is open
       FIND-RELEASE-DATE.
           MOVE BusinessDate TO WalkDateNumeric
           MOVE WalkDateNumeric TO WalkDate
           MOVE "N" TO DayIsOpenSw
           PERFORM STEP-ONE-DAY UNTIL DayIsOpen
           MOVE WalkDateNumeric TO ReleaseDate.

       STEP-ONE-DAY.
           CALL "Sub-DateAdd" USING WalkDate, OneDay, WalkDate
           MOVE WalkDate TO WalkDateNumeric
           PERFORM CHECK-WALK-DAY-OPEN.

       CHECK-WALK-DAY-OPEN.
           MOVE "Y" TO DayIsOpenSw
           CALL "Sub-DateDayNumber" USING WalkDate, WalkDayNumber
           DIVIDE WalkDayNumber BY 7 GIVING WeekQuot
               REMAINDER WeekRemain
           IF WeekRemain = ZERO
               MOVE "N" TO DayIsOpenSw
           END-IF
           PERFORM SCAN-CLOSED-DAYS
               VARYING ClosedDayIndex FROM 1 BY 1
               UNTIL ClosedDayIndex > ClosedDayCount.

       SCAN-CLOSED-DAYS.
           IF ClosedDayEntry(ClosedDayIndex) = WalkDateNumeric
               MOVE "N" TO DayIsOpenSw
           END-IF.

       RUN-RELEASE-LIST.
           OPEN OUTPUT ReleaseListFile
           IF NOT ReleaseListFileOK
               DISPLAY "..RELEASE LIST FILE ERROR, STATUS = ",
                   ReleaseListStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
      *>   no reservation queue on disk yet means nobody to hold for
      *>   - the copies are still listed to be pulled
           MOVE "N" TO ReserveFileSw
           OPEN I-O ReserveFile
           IF ReserveFileOK
               SET ReserveFileOpen TO TRUE
           ELSE
               IF NOT ReserveNotFound
                   DISPLAY "..UNABLE TO OPEN RESERVE FILE, STATUS = ",
                       ReserveStatus
                   SET RunFailed TO TRUE
                   CLOSE ReleaseListFile
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN INPUT VideoCopyFile
           OPEN INPUT VideoFile
           OPEN INPUT BorrowerFile

           MOVE ReleaseDate TO HdgReleaseDate
           MOVE BusinessDate TO HdgBusinessDate
           WRITE ReleaseListLine FROM ReleaseHeading
           WRITE ReleaseListLine FROM ReleaseColumns
           MOVE SPACES TO ReleaseListLine
           WRITE ReleaseListLine

           MOVE ZERO TO StrVideoCode
           START StreetDateFile KEY IS NOT LESS THAN StrVideoCode
               INVALID KEY CONTINUE
           END-START
           IF StreetDateFileOK
               READ StreetDateFile NEXT RECORD
                   AT END SET EndOfStreetDateFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStreetDateFile
                   IF StrAwaitingRelease
                       AND StrStreetDate NOT > ReleaseDate
                       PERFORM RELEASE-ONE-TITLE
                   END-IF
                   READ StreetDateFile NEXT RECORD
                       AT END SET EndOfStreetDateFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF

           PERFORM PRINT-RUN-TOTALS
           IF ReserveFileOpen
               CLOSE ReserveFile
           END-IF
           CLOSE ReleaseListFile, VideoCopyFile, VideoFile,
               BorrowerFile
           CALL "Sub-VaultReport" USING VaultReportName, VaultStepName.

       RELEASE-ONE-TITLE.
           ADD 1 TO TitlesReleased
           MOVE StrVideoCode TO VideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY MOVE "*TITLE NOT ON CATALOG*" TO VideoTitle
           END-READ
           MOVE StrVideoCode TO TtlVideoCode
           MOVE VideoTitle TO TtlTitle
           MOVE StrStreetDate TO TtlStreetDate
           WRITE ReleaseListLine FROM TitleLine

           PERFORM GATHER-RELEASE-COPIES
           MOVE ZERO TO TitleHoldsFilled TitleStillWaiting
           IF ReserveFileOpen
               PERFORM FILL-RELEASE-HOLDS
           END-IF
           PERFORM WRITE-COPY-LINE
               VARYING ReleaseCopyIndex FROM 1 BY 1
               UNTIL ReleaseCopyIndex > ReleaseCopyCount
           IF ReleaseCopyCount = ZERO
               MOVE SPACES TO ReleaseListLine
               MOVE "  ..NO COPY RECEIVED YET.." TO ReleaseListLine
               WRITE ReleaseListLine
           END-IF
           MOVE TitleHoldsFilled TO TtlHoldsFilled
           MOVE TitleStillWaiting TO TtlStillWaiting
           WRITE ReleaseListLine FROM TitleTotalLine
           MOVE SPACES TO ReleaseListLine
           WRITE ReleaseListLine

           SET StrReleased TO TRUE
           MOVE BusinessDate TO StrReleasedDate
           REWRITE StreetDateRecord
               INVALID KEY
               DISPLAY "(REWRITE) STREET DATE STATUS = ",
                   StreetDateStatus
           END-REWRITE.

      *>   every copy of the title on the shelf, whichever shop
      *>   holds it - each shop pulls the lines with its own branch
       GATHER-RELEASE-COPIES.
           MOVE ZERO TO ReleaseCopyCount
           MOVE StrVideoCode TO CopyVideoCode
           MOVE ZERO TO CopyNumber
           START VideoCopyFile KEY IS NOT LESS THAN CopyKey
               INVALID KEY CONTINUE
           END-START
           IF CopyFound
               READ VideoCopyFile NEXT RECORD
                   AT END SET EndOfCopyFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCopyFile
                       OR CopyVideoCode NOT = StrVideoCode
                   IF CopyOnShelf AND ReleaseCopyCount < 99
                       ADD 1 TO ReleaseCopyCount
                       MOVE CopyNumber
                           TO RlcCopyNumber(ReleaseCopyCount)
                       MOVE CopyBranchCode
                           TO RlcBranchCode(ReleaseCopyCount)
                       IF CopyOnDisc
                           MOVE "D" TO RlcFormat(ReleaseCopyCount)
                       ELSE
                           MOVE "T" TO RlcFormat(ReleaseCopyCount)
                       END-IF
                       MOVE ZERO TO RlcBorrower(ReleaseCopyCount)
                       MOVE "N" TO RlcNewHoldSw(ReleaseCopyCount)
                   END-IF
                   READ VideoCopyFile NEXT RECORD
                       AT END SET EndOfCopyFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

      *>   the queue in the order people asked: a hold already on a
      *>   copy keeps it, and each open reservation takes the next
      *>   copy nobody holds in the format it asked for, held from
      *>   release morning so the hold shelf's days only start
      *>   counting when the title is out
       FILL-RELEASE-HOLDS.
           MOVE StrVideoCode TO ReserveVideoCode
           MOVE ZERO TO ReserveSeqNo
           START ReserveFile KEY IS NOT LESS THAN ReserveKey
               INVALID KEY CONTINUE
           END-START
           IF NOT ReserveFileOK
               EXIT PARAGRAPH
           END-IF
           READ ReserveFile NEXT RECORD
               AT END SET EndOfReserveFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfReserveFile
                   OR ReserveVideoCode NOT = StrVideoCode
               IF ReserveIsHeld
                   PERFORM MARK-COPY-ALREADY-HELD
               END-IF
               IF ReserveIsOpen
                   PERFORM HOLD-NEXT-FREE-COPY
               END-IF
               READ ReserveFile NEXT RECORD
                   AT END SET EndOfReserveFile TO TRUE
               END-READ
           END-PERFORM.

       MARK-COPY-ALREADY-HELD.
           PERFORM VARYING ReleaseCopyIndex FROM 1 BY 1
                   UNTIL ReleaseCopyIndex > ReleaseCopyCount
               IF RlcCopyNumber(ReleaseCopyIndex)
                   = ReserveHeldCopyNumber
                   MOVE ReserveBorrowerNumber
                       TO RlcBorrower(ReleaseCopyIndex)
               END-IF
           END-PERFORM.

       HOLD-NEXT-FREE-COPY.
           MOVE "N" TO FreeCopyFoundSw
           PERFORM VARYING ReleaseCopyIndex FROM 1 BY 1
                   UNTIL ReleaseCopyIndex > ReleaseCopyCount
                       OR FreeCopyFound
               IF RlcBorrower(ReleaseCopyIndex) = ZERO
                   AND (ReserveAnyFormat
                        OR ReserveFormatPref
                           = RlcFormat(ReleaseCopyIndex))
                   SET FreeCopyFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT FreeCopyFound
               ADD 1 TO TitleStillWaiting StillWaitingCount
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM ReleaseCopyIndex
           SET ReserveIsHeld TO TRUE
           MOVE RlcCopyNumber(ReleaseCopyIndex)
               TO ReserveHeldCopyNumber
           MOVE ReleaseDate TO ReserveHeldDate
           REWRITE ReserveRecord
               INVALID KEY
               DISPLAY "(REWRITE) RESERVE STATUS = ", ReserveStatus
           END-REWRITE
           MOVE ReserveBorrowerNumber TO RlcBorrower(ReleaseCopyIndex)
           MOVE "Y" TO RlcNewHoldSw(ReleaseCopyIndex)
           ADD 1 TO TitleHoldsFilled HoldsFilledCount.

       WRITE-COPY-LINE.
           ADD 1 TO CopiesToPull
           MOVE StrVideoCode TO CdlVideoCode
           MOVE RlcCopyNumber(ReleaseCopyIndex) TO CdlCopyNumber
           MOVE RlcBranchCode(ReleaseCopyIndex) TO CdlBranchCode
           IF RlcFormat(ReleaseCopyIndex) = "D"
               MOVE "DISC" TO CdlFormat
           ELSE
               MOVE "TAPE" TO CdlFormat
           END-IF
           IF RlcBorrower(ReleaseCopyIndex) = ZERO
               MOVE "SHELF" TO CdlDestination
               MOVE SPACES TO CdlBorrower CdlBorrowerName
           ELSE
               IF RlcNewHold(ReleaseCopyIndex)
                   MOVE "HOLD" TO CdlDestination
               ELSE
                   MOVE "HELD" TO CdlDestination
               END-IF
               MOVE RlcBorrower(ReleaseCopyIndex) TO BorrowerKey
               MOVE BorrowerKey TO CdlBorrower
               READ BorrowerFile
                   INVALID KEY
                       MOVE "**UNKNOWN BORROWER**" TO BorrowerName
               END-READ
               MOVE BorrowerName TO CdlBorrowerName
           END-IF
           WRITE ReleaseListLine FROM CopyDetailLine.

       PRINT-RUN-TOTALS.
           MOVE "TITLES RELEASING          = " TO RtlLabel
           MOVE TitlesReleased TO RtlCount
           WRITE ReleaseListLine FROM RunTotalLine
           MOVE "COPIES TO PULL            = " TO RtlLabel
           MOVE CopiesToPull TO RtlCount
           WRITE ReleaseListLine FROM RunTotalLine
           MOVE "HOLDS FILLED              = " TO RtlLabel
           MOVE HoldsFilledCount TO RtlCount
           WRITE ReleaseListLine FROM RunTotalLine
           MOVE "RESERVATIONS STILL WAITING= " TO RtlLabel
           MOVE StillWaitingCount TO RtlCount
           WRITE ReleaseListLine FROM RunTotalLine.

      *>   first run of all has no closed-days file yet - only the
      *>   Sunday rule applies
       LOAD-CLOSED-DAYS.
           MOVE ZERO TO ClosedDayCount
           OPEN INPUT ClosedDaysFile
           IF ClosedDaysFound
               READ ClosedDaysFile
                   AT END SET EndOfClosedDays TO TRUE
               END-READ
               PERFORM UNTIL EndOfClosedDays
                       OR ClosedDayCount >= 100
                   ADD 1 TO ClosedDayCount
                   MOVE ClosedDayDate
                       TO ClosedDayEntry(ClosedDayCount)
                   READ ClosedDaysFile
                       AT END SET EndOfClosedDays TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ClosedDaysFile
           END-IF.
