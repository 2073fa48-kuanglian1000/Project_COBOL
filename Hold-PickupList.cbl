       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-PICKUPLIST.
      *> Daily hold-ready run over RESERVE.DAT. Check-in puts a
      *> returned copy on the hold shelf for the next borrower in
      *> the queue, but until now nobody told the borrower, and
      *> HOLD-EXPIRERELEASE released holds nobody knew about. Every
      *> hold this run has not seen before is given a record on
      *> HOLD-NOTIFY.DAT (HOLDNTFREC.cpy) with its pickup-by date -
      *> the last business day before the release run would take it
      *> back, counted on the same Sunday and CLOSED-DAYS.DAT rules.
      *> A borrower with a phone on BORROWER.DAT goes on the call
      *> list HOLD-CALL-LIST.DAT for the clerk to work through on
      *> HOLD-CALLDESK; an unanswered call from an earlier day is
      *> listed again. A borrower with no phone gets a posted pickup
      *> notice on HOLD-PICKUP-NOTICES.DAT addressed the way the
      *> overdue letters are. Every notice posted is logged on
      *> HOLD-CONTACT-LOG.DAT beside the clerk's calls. Runs in the
      *> nightly chain behind the hold shelf release.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReserveFile ASSIGN TO "RESERVE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ReserveKey
             FILE STATUS IS ReserveStatus.

           SELECT HoldNotifyFile ASSIGN TO "HOLD-NOTIFY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS NtfReserveKey
             FILE STATUS IS HoldNotifyStatus.

           SELECT ClosedDaysFile ASSIGN TO "CLOSED-DAYS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ClosedDaysStatus.

           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS BorrowerKey
             FILE STATUS IS BorrowerStatus.

           SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VideoCode
             ALTERNATE RECORD KEY IS VideoTitle
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS VideoSupplierCode
               WITH DUPLICATES
             FILE STATUS IS VideoStatus.

           SELECT CallListFile ASSIGN TO "HOLD-CALL-LIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CallListStatus.

           SELECT NoticeFile ASSIGN TO "HOLD-PICKUP-NOTICES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NoticeStatus.

           SELECT ContactLogFile ASSIGN TO "HOLD-CONTACT-LOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ContactLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ReserveFile.
           COPY RESERVREC.

       FD  HoldNotifyFile.
           COPY HOLDNTFREC.

       FD  ClosedDaysFile.
       01  ClosedDayLine.
           88  EndOfClosedDays     VALUE HIGH-VALUES.
           03  ClosedDayDate       PIC 9(8).

       FD  BorrowerFile.
           COPY BORROWREC.

       FD  VideoFile.
           COPY VIDEOREC.

       FD  CallListFile.
       01  CallListLine    PIC X(96).

       FD  NoticeFile.
       01  NoticeLine      PIC X(60).

       FD  ContactLogFile.
       01  ContactLogFlatLine  PIC X(43).

       WORKING-STORAGE SECTION.
           COPY HOLDCONT.

       01  ReserveStatus       PIC X(2).
           88  ReserveFileOK   VALUE "00".
           88  ReserveNotFound VALUE "35".
       01  HoldNotifyStatus    PIC X(2).
           88  HoldNotifyFound     VALUE "00".
           88  HoldNotifyFileOK    VALUE "00".
           88  HoldNotifyMissing   VALUE "35".
       01  ClosedDaysStatus    PIC X(2).
           88  ClosedDaysFound VALUE "00".
       01  BorrowerStatus      PIC X(2).
           88  BorrowerFound   VALUE "00".
       01  BorrowerKey         PIC 9(4).
       01  VideoStatus         PIC X(2).
           88  VideoFound      VALUE "00".
       01  CallListStatus      PIC X(2).
           88  CallListFileOK  VALUE "00".
       01  NoticeStatus        PIC X(2).
           88  NoticeFileOK    VALUE "00".
       01  ContactLogStatus    PIC X(2).
           88  ContactLogMissing   VALUE "35".

      *> the shop's standing rule on how many business days a held
      *> copy waits on the shelf - the same figure
      *> HOLD-EXPIRERELEASE releases on
       01  HoldShelfDays       PIC 9 VALUE 3.

      *> the closed-days reference, loaded once at start-up into a
      *> small scan table - the same in-core table the release run
      *> ages its holds against
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
       01  BusinessDaysCounted PIC 9(3).
       01  DayIsOpenSw         PIC X.
           88  DayIsOpen       VALUE "Y".
       01  NewHoldSw           PIC X.
           88  NewHold         VALUE "Y".

       01  NewHoldCount        PIC 9(5) VALUE ZERO.
       01  CallsListedCount    PIC 9(5) VALUE ZERO.
       01  CallsCarriedCount   PIC 9(5) VALUE ZERO.
       01  NoticesPostedCount  PIC 9(5) VALUE ZERO.

       01  CallListHeading.
           03  FILLER          PIC X(26)
                 VALUE "=HOLD PICKUP CALL LIST=   ".
           03  HdgDate         PIC 9(8).
       01  CallListColumns.
           03  FILLER          PIC X(48) VALUE
                 "COPY     TITLE                     BORR NAME".
           03  FILLER          PIC X(48) VALUE
                 "             PHONE        PICKUP BY TRY OUTCOME".

       01  CallDetailLine.
           03  CdlVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  CdlCopyNumber   PIC 99.
           03  FILLER          PIC X VALUE SPACE.
           03  CdlTitle        PIC X(25).
           03  FILLER          PIC X VALUE SPACE.
           03  CdlBorrower     PIC 9(4).
           03  FILLER          PIC X VALUE SPACE.
           03  CdlBorrowerName PIC X(20).
           03  FILLER          PIC X VALUE SPACE.
           03  CdlPhone        PIC X(12).
           03  FILLER          PIC X VALUE SPACE.
           03  CdlPickupBy     PIC 9(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  CdlTries        PIC Z9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  CdlOutcomeBox   PIC X(6) VALUE "[    ]".

       01  CallTotalLine.
           03  TtlLabel        PIC X(28).
           03  TtlCount        PIC ZZZZ9.

       01  NoticeRuleLine      PIC X(50) VALUE ALL "=".
       01  NoticeShopLine      PIC X(30)
             VALUE "      KUANG VIDEO RENTALS".
       01  NoticeDateLine.
           03  FILLER          PIC X(7) VALUE "DATE : ".
           03  NtcDate         PIC 9(8).
       01  NoticeTownLine.
           03  NtcTown         PIC X(15).
           03  FILLER          PIC X VALUE SPACE.
           03  NtcPostCode     PIC X(8).
       01  NoticeTitleLine.
           03  FILLER          PIC X(8) VALUE "TITLE : ".
           03  NtcTitle        PIC X(40).
       01  NoticePickupLine.
           03  FILLER          PIC X(20) VALUE "PLEASE COLLECT BY : ".
           03  NtcPickupBy     PIC 9(8).

      *> start/end lines on the shared job log, so the weekly
      *> batch-window report can see this step's elapsed time
       01  JobLogName          PIC X(30) VALUE "HOLD-PICKUPLIST".
       01  JobStartEvent       PIC X(5) VALUE "START".
       01  JobEndEvent         PIC X(5) VALUE "END".
       01  JobLogCount         PIC 9(7) VALUE ZERO.
       01  JobLogStatus        PIC X(4) VALUE SPACES.

      *> the operator id batch steps stamp on what they write
       01  BatchOperatorId     PIC X(4) VALUE "BTCH".

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
       01  VaultReportName     PIC X(30) VALUE "HOLD-CALL-LIST.DAT".
       01  VaultStepName       PIC X(30) VALUE "HOLD-PICKUPLIST".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-JobLog" USING JobLogName, JobStartEvent,
               JobLogCount, JobLogStatus.
           CALL "Sub-BusinessDate" USING BusinessDate.
           PERFORM LOAD-CLOSED-DAYS.

           OPEN INPUT ReserveFile.
           IF ReserveNotFound
      *>       no reservation queue on disk yet means nothing on the
      *>       hold shelf - an empty night, not a failure
               DISPLAY "..NO RESERVATION FILE - NOBODY TO CALL.."
           ELSE
               IF NOT ReserveFileOK
                   DISPLAY "..UNABLE TO OPEN RESERVE FILE, STATUS = ",
                       ReserveStatus
                   SET RunFailed TO TRUE
               ELSE
                   PERFORM RUN-PICKUP-LIST
                   CLOSE ReserveFile
               END-IF
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
               MOVE "FAIL" TO JobLogStatus
           ELSE
               MOVE "OK" TO JobLogStatus
           END-IF.
           MOVE NewHoldCount TO JobLogCount.
           MOVE RETURN-CODE TO HeldReturnCode.
           CALL "Sub-JobLog" USING JobLogName, JobEndEvent,
               JobLogCount, JobLogStatus.
           MOVE HeldReturnCode TO RETURN-CODE.

           GOBACK.

       RUN-PICKUP-LIST.
           OPEN I-O HoldNotifyFile
           IF HoldNotifyMissing
               CLOSE HoldNotifyFile
               OPEN OUTPUT HoldNotifyFile
               CLOSE HoldNotifyFile
               OPEN I-O HoldNotifyFile
           END-IF
           IF NOT HoldNotifyFileOK
               DISPLAY "..UNABLE TO OPEN HOLD NOTIFY FILE, STATUS = ",
                   HoldNotifyStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CallListFile
           IF NOT CallListFileOK
               DISPLAY "..CALL LIST FILE ERROR, STATUS = ",
                   CallListStatus
               CLOSE HoldNotifyFile
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NoticeFile
           IF NOT NoticeFileOK
               DISPLAY "..NOTICE FILE ERROR, STATUS = ", NoticeStatus
               CLOSE HoldNotifyFile, CallListFile
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ContactLogFile
           IF ContactLogMissing
               OPEN OUTPUT ContactLogFile
           END-IF
           OPEN INPUT BorrowerFile
           OPEN INPUT VideoFile

           MOVE BusinessDate TO HdgDate
           WRITE CallListLine FROM CallListHeading
           WRITE CallListLine FROM CallListColumns
           MOVE SPACES TO CallListLine
           WRITE CallListLine

           MOVE ZEROS TO ReserveKey
           START ReserveFile KEY IS NOT LESS THAN ReserveKey
               INVALID KEY CONTINUE
           END-START
           IF ReserveFileOK
               READ ReserveFile NEXT RECORD
                   AT END SET EndOfReserveFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfReserveFile
                   IF ReserveIsHeld
                       PERFORM CHECK-ONE-HOLD
                   END-IF
                   READ ReserveFile NEXT RECORD
                       AT END SET EndOfReserveFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF

           PERFORM PRINT-CALL-TOTALS
           CLOSE HoldNotifyFile, CallListFile, NoticeFile,
               ContactLogFile, BorrowerFile, VideoFile
           CALL "Sub-VaultReport" USING VaultReportName, VaultStepName.

      *>   a hold with no notify record yet is new since the last
      *>   run: phone it, or post the notice when there is no phone.
      *>   A hold already seen is listed again only while the
      *>   borrower has still not been reached by phone.
       CHECK-ONE-HOLD.
           MOVE "N" TO NewHoldSw
           MOVE ReserveKey TO NtfReserveKey
           READ HoldNotifyFile
               KEY IS NtfReserveKey
               INVALID KEY SET NewHold TO TRUE
           END-READ
           MOVE ReserveBorrowerNumber TO BorrowerKey
           READ BorrowerFile
               INVALID KEY
                   MOVE SPACES TO BorrowerRecord
                   MOVE "**UNKNOWN BORROWER**" TO BorrowerName
           END-READ
           MOVE ReserveVideoCode TO VideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY MOVE "*TITLE NOT ON CATALOG*" TO VideoTitle
           END-READ
           IF NewHold
               ADD 1 TO NewHoldCount
               PERFORM BUILD-NOTIFY-RECORD
               IF NtfByNotice
                   PERFORM WRITE-PICKUP-NOTICE
               ELSE
                   PERFORM WRITE-CALL-LINE
               END-IF
               WRITE HoldNotifyRecord
                   INVALID KEY
                   DISPLAY "(WRITE) HOLD NOTIFY STATUS = ",
                       HoldNotifyStatus
               END-WRITE
           ELSE
               IF NtfByPhone AND NtfAwaitingCall
                   ADD 1 TO CallsCarriedCount
                   PERFORM WRITE-CALL-LINE
               END-IF
           END-IF.

       BUILD-NOTIFY-RECORD.
           MOVE ReserveKey TO NtfReserveKey
           MOVE ReserveBorrowerNumber TO NtfBorrowerNumber
           MOVE ReserveHeldCopyNumber TO NtfCopyNumber
           MOVE ReserveHeldDate TO NtfHeldDate
           PERFORM COMPUTE-PICKUP-BY
           MOVE WalkDateNumeric TO NtfPickupByDate
           MOVE BusinessDate TO NtfListedDate
           MOVE SPACE TO NtfLastOutcome
           MOVE ZERO TO NtfAttemptCount NtfLastAttemptDate
           MOVE SPACES TO NtfLastOperator
           IF BorrowerPhone = SPACES
               SET NtfByNotice TO TRUE
           ELSE
               SET NtfByPhone TO TRUE
           END-IF.

      *>   walked forward from the held date one calendar day at a
      *>   time until the shelf's business days are used up - the
      *>   last of them is the last day to collect
       COMPUTE-PICKUP-BY.
           MOVE ReserveHeldDate TO WalkDateNumeric
           MOVE WalkDateNumeric TO WalkDate
           MOVE ZERO TO BusinessDaysCounted
           PERFORM COUNT-ONE-BUSINESS-DAY
               UNTIL BusinessDaysCounted >= HoldShelfDays.

       COUNT-ONE-BUSINESS-DAY.
           CALL "Sub-DateAdd" USING WalkDate, OneDay, WalkDate
           MOVE WalkDate TO WalkDateNumeric
           PERFORM CHECK-WALK-DAY-OPEN
           IF DayIsOpen
               ADD 1 TO BusinessDaysCounted
           END-IF.

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

       WRITE-CALL-LINE.
           ADD 1 TO CallsListedCount
           MOVE NtfVideoCode TO CdlVideoCode
           MOVE NtfCopyNumber TO CdlCopyNumber
           MOVE VideoTitle TO CdlTitle
           MOVE NtfBorrowerNumber TO CdlBorrower
           MOVE BorrowerName TO CdlBorrowerName
           MOVE BorrowerPhone TO CdlPhone
           MOVE NtfPickupByDate TO CdlPickupBy
           MOVE NtfAttemptCount TO CdlTries
           WRITE CallListLine FROM CallDetailLine.

      *>   one page per notice, address block the way the overdue
      *>   letters lay it out; the posting is the contact attempt
       WRITE-PICKUP-NOTICE.
           ADD 1 TO NoticesPostedCount
           WRITE NoticeLine FROM NoticeRuleLine
           WRITE NoticeLine FROM NoticeShopLine
           MOVE BusinessDate TO NtcDate
           WRITE NoticeLine FROM NoticeDateLine
           MOVE SPACES TO NoticeLine
           WRITE NoticeLine
           WRITE NoticeLine FROM BorrowerName
           WRITE NoticeLine FROM BorrowerStreet
           MOVE BorrowerTown TO NtcTown
           MOVE BorrowerPostCode TO NtcPostCode
           WRITE NoticeLine FROM NoticeTownLine
           MOVE SPACES TO NoticeLine
           WRITE NoticeLine
           MOVE "YOUR RESERVATION IS READY TO COLLECT" TO NoticeLine
           WRITE NoticeLine
           MOVE VideoTitle TO NtcTitle
           WRITE NoticeLine FROM NoticeTitleLine
           MOVE NtfPickupByDate TO NtcPickupBy
           WRITE NoticeLine FROM NoticePickupLine
           MOVE "AFTER THAT DATE IT PASSES TO THE NEXT IN THE QUEUE"
               TO NoticeLine
           WRITE NoticeLine
           MOVE SPACES TO NoticeLine
           WRITE NoticeLine

           SET NtfNoticePosted TO TRUE
           ADD 1 TO NtfAttemptCount
           MOVE BusinessDate TO NtfLastAttemptDate
           MOVE BatchOperatorId TO NtfLastOperator
           MOVE BusinessDate TO HclDate
           MOVE NtfVideoCode TO HclVideoCode
           MOVE NtfSeqNo TO HclSeqNo
           MOVE NtfBorrowerNumber TO HclBorrower
           MOVE NtfLastOutcome TO HclOutcome
           MOVE SPACES TO HclPhone
           MOVE BatchOperatorId TO HclOperatorId
           WRITE ContactLogFlatLine FROM HoldContactLine.

       PRINT-CALL-TOTALS.
           MOVE SPACES TO CallListLine
           WRITE CallListLine
           MOVE "NEW HOLDS SINCE LAST RUN  = " TO TtlLabel
           MOVE NewHoldCount TO TtlCount
           WRITE CallListLine FROM CallTotalLine
           MOVE "CALLS TO MAKE             = " TO TtlLabel
           MOVE CallsListedCount TO TtlCount
           WRITE CallListLine FROM CallTotalLine
           MOVE "  OF WHICH CALLED BEFORE  = " TO TtlLabel
           MOVE CallsCarriedCount TO TtlCount
           WRITE CallListLine FROM CallTotalLine
           MOVE "PICKUP NOTICES POSTED     = " TO TtlLabel
           MOVE NoticesPostedCount TO TtlCount
           WRITE CallListLine FROM CallTotalLine.

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
