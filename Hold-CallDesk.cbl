       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-CALLDESK.
      *> The clerk's side of the hold pickup call list. Walks the
      *> HOLD-NOTIFY.DAT records HOLD-PICKUPLIST put on the printed
      *> list - borrowers with a phone whose copy is still on the
      *> hold shelf and who have not yet been reached - and for each
      *> one shows the title, number to ring and pickup-by date, and
      *> takes what happened: spoke to them, no answer, or message
      *> left. Every outcome keyed is logged on HOLD-CONTACT-LOG.DAT
      *> and remembered on the notify record, so tomorrow's list
      *> carries the unanswered ones and the hold-release report can
      *> say whether a released borrower was ever told. A hold that
      *> was collected or released since the list was printed is
      *> passed over.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HoldNotifyFile ASSIGN TO "HOLD-NOTIFY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS NtfReserveKey
             FILE STATUS IS HoldNotifyStatus.

           SELECT ReserveFile ASSIGN TO "RESERVE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ReserveKey
             FILE STATUS IS ReserveStatus.

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

           SELECT ContactLogFile ASSIGN TO "HOLD-CONTACT-LOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ContactLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  HoldNotifyFile.
           COPY HOLDNTFREC.

       FD  ReserveFile.
           COPY RESERVREC.

       FD  BorrowerFile.
           COPY BORROWREC.

       FD  VideoFile.
           COPY VIDEOREC.

       FD  ContactLogFile.
       01  ContactLogFlatLine  PIC X(43).

       WORKING-STORAGE SECTION.
           COPY HOLDCONT.

       01  HoldNotifyStatus    PIC X(2).
           88  HoldNotifyFileOK    VALUE "00".
           88  HoldNotifyMissing   VALUE "35".
       01  ReserveStatus       PIC X(2).
           88  ReserveFound    VALUE "00".
       01  BorrowerStatus      PIC X(2).
           88  BorrowerFound   VALUE "00".
       01  BorrowerKey         PIC 9(4).
       01  VideoStatus         PIC X(2).
           88  VideoFound      VALUE "00".
       01  ContactLogStatus    PIC X(2).
           88  ContactLogMissing   VALUE "35".

       01  OutcomeReply        PIC X.
           88  OutcomeSpoke    VALUE "C" "c".
           88  OutcomeNoAnswer VALUE "U" "u".
           88  OutcomeMessage  VALUE "M" "m".
           88  OutcomeSkip     VALUE "S" "s".
           88  OutcomeQuit     VALUE "Q" "q".
           88  ValidOutcome    VALUE "C" "c" "U" "u" "M" "m"
                                     "S" "s" "Q" "q".
       01  CallWalkDoneSw      PIC X VALUE "N".
           88  CallWalkDone    VALUE "Y".

       01  CallsShownCount     PIC 9(4) VALUE ZERO.
       01  CallsMarkedCount    PIC 9(4) VALUE ZERO.

       01  BusinessDate        PIC 9(8).

      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".

      *> who is signed on at this session - stamped on every contact
      *> the session logs
       01  SignedOnOperator    PIC X(4) VALUE SPACES.
       01  SignOnResult        PIC X VALUE "N".
           88  SignOnOk        VALUE "Y".
       01  SignedOnRole        PIC X VALUE "C".

       PROCEDURE DIVISION.
       BEGIN.
      *>   working storage keeps its last-used state between CALLs
      *>   from the counter menu, so the walk switch and counts must
      *>   be cleared or a second visit would show nothing
           MOVE "N" TO CallWalkDoneSw
           MOVE ZERO TO CallsShownCount CallsMarkedCount
           CALL "Sub-OperatorSignOn" USING SignedOnOperator,
               SignOnResult, SignedOnRole
           IF NOT SignOnOk
               DISPLAY "..SIGN-ON REFUSED.."
               GOBACK
           END-IF
           CALL "Sub-CheckSystemBusy" USING SystemBusyFlag
           IF SystemIsBusy
               DISPLAY "..NIGHTLY PROCESSING IN PROGRESS - TRY "
                   "AGAIN WHEN THE CHAIN HAS FINISHED.."
               GOBACK
           END-IF
           CALL "Sub-BusinessDate" USING BusinessDate
           OPEN I-O HoldNotifyFile
           IF HoldNotifyMissing
               DISPLAY "..NO PICKUP CALL LIST HAS BEEN RUN YET.."
               GOBACK
           END-IF
           IF NOT HoldNotifyFileOK
               DISPLAY "..UNABLE TO OPEN HOLD NOTIFY FILE, STATUS = ",
                   HoldNotifyStatus
               GOBACK
           END-IF
           OPEN INPUT ReserveFile, BorrowerFile, VideoFile
           OPEN EXTEND ContactLogFile
           IF ContactLogMissing
               OPEN OUTPUT ContactLogFile
           END-IF

           MOVE LOW-VALUES TO NtfReserveKey
           START HoldNotifyFile KEY IS NOT LESS THAN NtfReserveKey
               INVALID KEY SET CallWalkDone TO TRUE
           END-START
           PERFORM WORK-NEXT-CALL UNTIL CallWalkDone

           CLOSE HoldNotifyFile, ReserveFile, BorrowerFile,
               VideoFile, ContactLogFile
           DISPLAY "CALLS SHOWN = ", CallsShownCount,
               "  OUTCOMES LOGGED = ", CallsMarkedCount
           GOBACK.

      *>   one notify record per pass; only a phone hold still on the
      *>   shelf and still not reached is put to the clerk
       WORK-NEXT-CALL.
           READ HoldNotifyFile NEXT RECORD
               AT END SET CallWalkDone TO TRUE
           END-READ
           IF CallWalkDone
               EXIT PARAGRAPH
           END-IF
           IF NOT NtfByPhone OR NOT NtfAwaitingCall
               EXIT PARAGRAPH
           END-IF
           MOVE NtfReserveKey TO ReserveKey
           READ ReserveFile
               KEY IS ReserveKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT ReserveFound OR NOT ReserveIsHeld
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-CALL
           MOVE SPACE TO OutcomeReply
           PERFORM ASK-OUTCOME UNTIL ValidOutcome
           EVALUATE TRUE
               WHEN OutcomeQuit
                   SET CallWalkDone TO TRUE
               WHEN OutcomeSkip
                   CONTINUE
               WHEN OTHER
                   PERFORM RECORD-OUTCOME
           END-EVALUATE.

       SHOW-CALL.
           ADD 1 TO CallsShownCount
           MOVE NtfBorrowerNumber TO BorrowerKey
           READ BorrowerFile
               INVALID KEY
                   MOVE SPACES TO BorrowerRecord
                   MOVE "**UNKNOWN BORROWER**" TO BorrowerName
           END-READ
           MOVE NtfVideoCode TO VideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY MOVE "*TITLE NOT ON CATALOG*" TO VideoTitle
           END-READ
           DISPLAY " "
           DISPLAY "TITLE     : ", VideoTitle
           DISPLAY "COPY      : ", NtfVideoCode, "/", NtfCopyNumber,
               "   PICKUP BY : ", NtfPickupByDate
           DISPLAY "BORROWER  : ", NtfBorrowerNumber, " ",
               BorrowerName
           DISPLAY "PHONE     : ", BorrowerPhone,
               "   TRIES SO FAR : ", NtfAttemptCount.

       ASK-OUTCOME.
           DISPLAY "OUTCOME: C=SPOKE TO THEM, U=NO ANSWER, "
             "M=MESSAGE LEFT, S=SKIP, Q=QUIT : " WITH NO ADVANCING
           ACCEPT OutcomeReply.

       RECORD-OUTCOME.
           EVALUATE TRUE
               WHEN OutcomeSpoke
                   SET NtfSpokeTo TO TRUE
               WHEN OutcomeNoAnswer
                   SET NtfUnanswered TO TRUE
               WHEN OutcomeMessage
                   SET NtfMessageLeft TO TRUE
           END-EVALUATE
           ADD 1 TO NtfAttemptCount
           MOVE BusinessDate TO NtfLastAttemptDate
           MOVE SignedOnOperator TO NtfLastOperator
           REWRITE HoldNotifyRecord
               INVALID KEY
               DISPLAY "(REWRITE) HOLD NOTIFY STATUS = ",
                   HoldNotifyStatus
           END-REWRITE
           MOVE BusinessDate TO HclDate
           MOVE NtfVideoCode TO HclVideoCode
           MOVE NtfSeqNo TO HclSeqNo
           MOVE NtfBorrowerNumber TO HclBorrower
           MOVE NtfLastOutcome TO HclOutcome
           MOVE BorrowerPhone TO HclPhone
           MOVE SignedOnOperator TO HclOperatorId
           WRITE ContactLogFlatLine FROM HoldContactLine
           ADD 1 TO CallsMarkedCount.
