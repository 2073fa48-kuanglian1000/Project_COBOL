      *> title's queue - so a dead hold can't starve the borrowers
      *> behind it. Every release and pass-on prints on
      *> HOLD-RELEASE-RPT.DAT; runs in the nightly chain behind the
      *> counter day it ages. A released hold shows whether the
      *> borrower was ever told, off the HOLD-NOTIFY.DAT record
      *> HOLD-PICKUPLIST and HOLD-CALLDESK keep for it. The next
      *> taker must want the copy's format (VIDEOCOPY.DAT) or not
      *> mind which.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS ReserveKey
             FILE STATUS IS ReserveStatus.

           SELECT VideoCopyFile ASSIGN TO "VIDEOCOPY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CopyKey
             FILE STATUS IS CopyStatus.

           SELECT ClosedDaysFile ASSIGN TO "CLOSED-DAYS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ClosedDaysStatus.
             RELATIVE KEY IS BorrowerKey
             FILE STATUS IS BorrowerStatus.

           SELECT HoldNotifyFile ASSIGN TO "HOLD-NOTIFY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS NtfReserveKey
             FILE STATUS IS HoldNotifyStatus.

           SELECT ReportFile ASSIGN TO "HOLD-RELEASE-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.
       FD  ReserveFile.
           COPY RESERVREC.

       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  ClosedDaysFile.
       01  ClosedDayLine.
           88  EndOfClosedDays     VALUE HIGH-VALUES.
       FD  BorrowerFile.
           COPY BORROWREC.

       FD  HoldNotifyFile.
           COPY HOLDNTFREC.

       FD  ReportFile.
       01  ReportLine  PIC X(80).

       WORKING-STORAGE SECTION.
       01  ReserveStatus       PIC X(2).
           88  ReserveFileOK   VALUE "00".
           88  ReserveFound    VALUE "00".
           88  ReserveNotFound VALUE "35".
       01  CopyStatus          PIC X(2).
       01  ClosedDaysStatus    PIC X(2).
           88  ClosedDaysFound VALUE "00".
       01  BorrowerStatus      PIC X(2).
             VALUE "**UNKNOWN BORROWER**".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".
       01  HoldNotifyStatus    PIC X(2).
           88  HoldNotifyFound VALUE "00".

      *> the shop's standing rule on how many business days a held
      *> copy waits on the shelf before the hold dies

       01  ReleasedCount       PIC 9(3) VALUE ZERO.
       01  PassedOnCount       PIC 9(3) VALUE ZERO.
       01  NeverToldCount      PIC 9(3) VALUE ZERO.

       01  ReportHeading.
           03  FILLER          PIC X(26)
           03  DtlBorrower     PIC 9(4).
           03  FILLER          PIC XX VALUE SPACES.
           03  DtlBorrowerName PIC X(20).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlToldStatus   PIC X(13).

       01  ReleaseTotalLine.
           03  TtlLabel        PIC X(24).
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30) VALUE "HOLD-RELEASE-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "HOLD-EXPIRERELEASE".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BorrowerFile
           OPEN INPUT HoldNotifyFile
           OPEN INPUT VideoCopyFile

           MOVE BusinessDate TO HdgDate
           WRITE ReportLine FROM ReportHeading
               UNTIL ExpiredIndex > ExpiredCount
           PERFORM PRINT-RELEASE-TOTALS

           CLOSE ReportFile, BorrowerFile, HoldNotifyFile,
               VideoCopyFile
           CALL "Sub-VaultReport" USING VaultReportName, VaultStepName.

      *>   first pass: every held reservation aged in business days;
      *>   the stale ones go on the in-core table for the second pass
               END-REWRITE
               ADD 1 TO ReleasedCount
               MOVE "RELEASED    " TO DtlAction
               PERFORM FIND-TOLD-STATUS
               PERFORM PRINT-RELEASE-DETAIL
               MOVE SPACES TO DtlToldStatus
               PERFORM PASS-COPY-TO-NEXT
           END-IF.

       PASS-COPY-TO-NEXT.
           MOVE "N" TO NextTakerFoundSw
           MOVE ExpVideoCode(ExpiredIndex) TO CopyVideoCode
           MOVE ExpCopyNumber(ExpiredIndex) TO CopyNumber
           READ VideoCopyFile
               KEY IS CopyKey
               INVALID KEY MOVE SPACE TO CopyFormat
           END-READ
           MOVE ExpVideoCode(ExpiredIndex) TO ReserveVideoCode
           MOVE ZERO TO ReserveSeqNo
           START ReserveFile KEY IS NOT LESS THAN ReserveKey
                       OR ReserveVideoCode
                           NOT = ExpVideoCode(ExpiredIndex)
                   IF ReserveIsOpen
                       AND (ReserveAnyFormat
                            OR (ReserveWantsTape AND CopyOnTape)
                            OR (ReserveWantsDisc AND CopyOnDisc))
                       SET NextTakerFound TO TRUE
                   ELSE
                       READ ReserveFile NEXT RECORD
           END-READ
           WRITE ReportLine FROM ReleaseDetailLine.

      *>   no notify record means the pickup list never saw the hold
       FIND-TOLD-STATUS.
           MOVE ReserveKey TO NtfReserveKey
           READ HoldNotifyFile
               KEY IS NtfReserveKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT HoldNotifyFound
               MOVE "NEVER TOLD" TO DtlToldStatus
               ADD 1 TO NeverToldCount
           ELSE
               EVALUATE TRUE
                   WHEN NtfSpokeTo
                       MOVE "TOLD-SPOKE" TO DtlToldStatus
                   WHEN NtfMessageLeft
                       MOVE "TOLD-MESSAGE" TO DtlToldStatus
                   WHEN NtfNoticePosted
                       MOVE "TOLD-NOTICE" TO DtlToldStatus
                   WHEN NtfUnanswered
                       MOVE "NO ANSWER" TO DtlToldStatus
                       ADD 1 TO NeverToldCount
                   WHEN OTHER
                       MOVE "NEVER TOLD" TO DtlToldStatus
                       ADD 1 TO NeverToldCount
               END-EVALUATE
           END-IF.

       PRINT-RELEASE-TOTALS.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM ReleaseTotalLine
           MOVE "COPIES PASSED ON      = " TO TtlLabel
           MOVE PassedOnCount TO TtlCount
           WRITE ReportLine FROM ReleaseTotalLine
           MOVE "RELEASED, NEVER TOLD  = " TO TtlLabel
           MOVE NeverToldCount TO TtlCount
           WRITE ReportLine FROM ReleaseTotalLine.

      *>   first run of all has no closed-days file yet - only the
