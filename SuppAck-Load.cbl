       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPACK-LOAD.
      *> Supplier acknowledgement load: the supplier's answer to the
      *> order lines PURCHORDER-TRANSMIT sent comes back on a fixed
      *> format feed (SUPPACK-FEED.DAT, SUPPACK.cpy), checked whole
      *> by Sub-VerifyFeedControls before PURCHORD.DAT is opened,
      *> and each line is posted to its order line:
      *>   accepted     - acknowledged, nothing more to do
      *>   back-ordered - acknowledged with the promised date
      *>   cancelled    - acknowledged and the line closed
      *> A line for no order line on file, for another supplier's
      *> line, for a line never sent or already closed, with a code
      *> that is none of the three, or a back-order without a good
      *> promised date goes to REJECTS-SUPPACK.DAT with the reason.
      *> When a cancelled line leaves nothing else open on order for
      *> the title, every pending reservation queued against it is
      *> flagged order-cancelled on RESERVE.DAT and listed, with
      *> the borrower's phone, for the desk to ring. Everything
      *> posted prints on SUPPACK-RPT.DAT. Run whenever a supplier's
      *> acknowledgement file arrives.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FeedFile ASSIGN TO "SUPPACK-FEED.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FeedFileStatus.

           SELECT PurchOrderFile ASSIGN TO "PURCHORD.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PordKey
             ALTERNATE RECORD KEY IS PordVideoCode
               WITH DUPLICATES
             FILE STATUS IS PordStatus.

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

           SELECT RejectFile ASSIGN TO "REJECTS-SUPPACK.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RejectFileStatus.

           SELECT ReportFile ASSIGN TO "SUPPACK-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  FeedFile.
       01  FeedLine            PIC X(120).
           88  EndOfFeed       VALUE HIGH-VALUES.

       FD  PurchOrderFile.
           COPY PORDREC.

       FD  ReserveFile.
           COPY RESERVREC.

       FD  BorrowerFile.
           COPY BORROWREC.

       FD  RejectFile.
       01  RejectFlatLine      PIC X(153).

       FD  ReportFile.
       01  ReportLine  PIC X(90).

       WORKING-STORAGE SECTION.
       01  FeedFileStatus      PIC X(2).
           88  FeedFileOK      VALUE "00".
       01  PordStatus          PIC X(2).
           88  PordFound       VALUE "00".
           88  PordFileOK      VALUE "00".
       01  ReserveStatus       PIC X(2).
           88  ReserveFileOK   VALUE "00".
       01  ReserveOpenSw       PIC X VALUE "N".
           88  ReserveFileIsOpen   VALUE "Y".
       01  BorrowerStatus      PIC X(2).
           88  BorrowerFound   VALUE "00".
       01  BorrowerKey         PIC 9(4).
       01  BorrowerOpenSw      PIC X VALUE "N".
           88  BorrowerFileIsOpen  VALUE "Y".
       01  RejectFileStatus    PIC X(2).
           88  RejectFileOK    VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

           COPY SUPPACK.

       01  DateCheckResult     PIC 9.
           88  DateIsValid     VALUE 0.
           88  DateIsFuture    VALUE 8.

      *> the cancelled line's title, held while the order file is
      *> searched for any other line still open for it
       01  CancelledVideoCode  PIC 9(5).
       01  CancelledTitle      PIC X(40).
       01  CancelledKey        PIC X(8).
       01  StillOnOrderSw      PIC X.
           88  StillOnOrder    VALUE "Y".

       01  RejectLine.
           03  RejFeedLine     PIC X(120).
           03  FILLER          PIC X(3) VALUE SPACES.
           03  RejReason       PIC X(30).

       01  LineRejectedSw      PIC X.
           88  LineRejected    VALUE "Y".

       01  BusinessDate        PIC 9(8).
       01  LinesReadCount      PIC 9(5) VALUE ZERO.
       01  AcceptedCount       PIC 9(5) VALUE ZERO.
       01  BackOrderedCount    PIC 9(5) VALUE ZERO.
       01  CancelledCount      PIC 9(5) VALUE ZERO.
       01  ContactCount        PIC 9(5) VALUE ZERO.
       01  RejectedCount       PIC 9(5) VALUE ZERO.

       01  ReportHeading.
           03  FILLER          PIC X(30)
                 VALUE "=SUPPLIER ACKNOWLEDGEMENTS=   ".
           03  HdgDate         PIC 9(8).

       01  AckDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlOrderNumber  PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  DtlLineNumber   PIC 9(3).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlSupplierCode PIC 999.
           03  FILLER          PIC X VALUE SPACE.
           03  DtlTitle        PIC X(30).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlAckText      PIC X(12).
           03  DtlPromisedDate PIC 9(8) BLANK WHEN ZERO.

       01  ContactHeading      PIC X(60) VALUE
             "RESERVATIONS ON CANCELLED ORDERS - RING THE BORROWER".

       01  ContactDetailLine.
           03  FILLER          PIC X(4) VALUE SPACES.
           03  CtcBorrowerNumber   PIC 9(4).
           03  FILLER          PIC X VALUE SPACE.
           03  CtcBorrowerName PIC X(20).
           03  FILLER          PIC X VALUE SPACE.
           03  CtcPhone        PIC X(12).
           03  FILLER          PIC X VALUE SPACE.
           03  CtcVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE SPACE.
           03  CtcTitle        PIC X(30).

       01  AckCountLine.
           03  CntLabel        PIC X(26).
           03  CntAmount       PIC ZZZ,ZZ9.

      *> contact lines are held until the acknowledgements are all
      *> listed, so the desk's list prints as one block
       01  ContactTable.
           03  ContactEntry    OCCURS 500 TIMES.
               05  CteLine     PIC X(80).
       01  ContactIndex        PIC 9(3).

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

      *> header/trailer batch controls on the incoming feed, checked
      *> whole by Sub-VerifyFeedControls before the order file is
      *> opened
       01  FeedFileName        PIC X(30) VALUE "SUPPACK-FEED.DAT".
       01  ExpectedFeedName    PIC X(12) VALUE "SUPPACK".
       01  FeedVerifyResult    PIC 9.
           88  FeedIsGood      VALUE 0.

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next file no longer writes over the only copy
       01  VaultReportName     PIC X(30) VALUE "SUPPACK-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "SUPPACK-LOAD".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-BusinessDate" USING BusinessDate.
           CALL "Sub-VerifyFeedControls" USING FeedFileName,
               ExpectedFeedName, BusinessDate, FeedVerifyResult.
           IF NOT FeedIsGood
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-ACK-FILES.
           IF NOT RunFailed
               PERFORM LOAD-ACK-FEED
               PERFORM PRINT-CONTACT-LIST
               PERFORM PRINT-ACK-TOTALS
               CLOSE FeedFile, PurchOrderFile, RejectFile, ReportFile
               IF ReserveFileIsOpen
                   CLOSE ReserveFile
               END-IF
               IF BorrowerFileIsOpen
                   CLOSE BorrowerFile
               END-IF
               CALL "Sub-VaultReport" USING VaultReportName,
                   VaultStepName
               DISPLAY "ACKNOWLEDGEMENTS READ    = ", LinesReadCount
               DISPLAY "LINES ACCEPTED           = ", AcceptedCount
               DISPLAY "LINES BACK-ORDERED       = ", BackOrderedCount
               DISPLAY "LINES CANCELLED          = ", CancelledCount
               DISPLAY "RESERVATIONS TO CONTACT  = ", ContactCount
               DISPLAY "LINES REJECTED           = ", RejectedCount
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *>   the order file must be there; with no reservation file
      *>   nobody is waiting, and with no borrower file the desk
      *>   list goes out without names
       OPEN-ACK-FILES.
           OPEN INPUT FeedFile
           IF NOT FeedFileOK
               DISPLAY "..UNABLE TO OPEN ACKNOWLEDGEMENT FEED, "
                   "STATUS = ", FeedFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PurchOrderFile
           IF NOT PordFileOK
               DISPLAY "..UNABLE TO OPEN ORDER FILE, STATUS = ",
                   PordStatus
               SET RunFailed TO TRUE
               CLOSE FeedFile
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RejectFile
           OPEN OUTPUT ReportFile
           IF NOT RejectFileOK OR NOT ReportFileOK
               DISPLAY "..REJECT/REPORT FILE ERROR, STATUS = ",
                   RejectFileStatus, " / ", ReportFileStatus
               SET RunFailed TO TRUE
               CLOSE FeedFile, PurchOrderFile
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ReserveFile
           IF ReserveFileOK
               SET ReserveFileIsOpen TO TRUE
           END-IF
           OPEN INPUT BorrowerFile
           IF BorrowerFound
               SET BorrowerFileIsOpen TO TRUE
           END-IF
           MOVE BusinessDate TO HdgDate
           WRITE ReportLine FROM ReportHeading
           MOVE SPACES TO ReportLine
           WRITE ReportLine.

       LOAD-ACK-FEED.
           MOVE ZERO TO ContactIndex
           PERFORM READ-FEED-RECORD
           PERFORM UNTIL EndOfFeed
               ADD 1 TO LinesReadCount
               PERFORM EDIT-ACK-LINE
               IF LineRejected
                   PERFORM WRITE-ACK-REJECT
               ELSE
                   PERFORM POST-ACK-LINE
               END-IF
               PERFORM READ-FEED-RECORD
           END-PERFORM.

      *>   one detail record off the feed - the header line is
      *>   skipped and the trailer line reads as end of file, so the
      *>   load only ever sees real lines
       READ-FEED-RECORD.
           READ FeedFile
               AT END SET EndOfFeed TO TRUE
           END-READ
           IF NOT EndOfFeed AND FeedLine(1:3) = "HDR"
               READ FeedFile
                   AT END SET EndOfFeed TO TRUE
               END-READ
           END-IF
           IF NOT EndOfFeed AND FeedLine(1:3) = "TRL"
               SET EndOfFeed TO TRUE
           END-IF.

      *>   the first edit a line fails is the reason it goes back
       EDIT-ACK-LINE.
           MOVE "N" TO LineRejectedSw
           MOVE SPACES TO RejReason
           MOVE FeedLine(1:20) TO SupplierAckRecord
           IF AckOrderNumber NOT NUMERIC OR AckLineNumber NOT NUMERIC
               MOVE "ORDER/LINE NOT NUMERIC" TO RejReason
               SET LineRejected TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF AckSupplierCode NOT NUMERIC
               MOVE "SUPPLIER CODE NOT NUMERIC" TO RejReason
               SET LineRejected TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT ValidAckCode
               MOVE "ACK CODE NOT A, B OR C" TO RejReason
               SET LineRejected TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF AckBackOrdered
               IF AckPromisedDate NOT NUMERIC
                   MOVE "PROMISED DATE NOT YYYYMMDD" TO RejReason
                   SET LineRejected TO TRUE
                   EXIT PARAGRAPH
               END-IF
               CALL "Sub-DateValidate-V2" USING AckPromisedDate,
                   DateCheckResult
               IF NOT DateIsValid AND NOT DateIsFuture
                   MOVE "PROMISED DATE NOT VALID" TO RejReason
                   SET LineRejected TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE AckOrderNumber TO PordOrderNumber
           MOVE AckLineNumber TO PordLineNumber
           READ PurchOrderFile
               KEY IS PordKey
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT PordFound
                   MOVE "NO SUCH ORDER LINE" TO RejReason
                   SET LineRejected TO TRUE
               WHEN PordSupplierCode NOT = AckSupplierCode
                   MOVE "LINE IS ANOTHER SUPPLIER" TO RejReason
                   SET LineRejected TO TRUE
               WHEN PordSentDate = ZERO
                   MOVE "LINE NEVER SENT" TO RejReason
                   SET LineRejected TO TRUE
               WHEN NOT PordIsOpen
                   MOVE "LINE ALREADY CLOSED" TO RejReason
                   SET LineRejected TO TRUE
           END-EVALUATE.

       POST-ACK-LINE.
           MOVE AckCode TO PordAckStatus
           MOVE BusinessDate TO PordAckDate
           MOVE PordOrderNumber TO DtlOrderNumber
           MOVE PordLineNumber TO DtlLineNumber
           MOVE PordSupplierCode TO DtlSupplierCode
           MOVE PordTitle TO DtlTitle
           MOVE ZERO TO DtlPromisedDate
           EVALUATE TRUE
               WHEN AckAccepted
                   MOVE ZERO TO PordPromisedDate
                   MOVE "ACCEPTED" TO DtlAckText
                   ADD 1 TO AcceptedCount
               WHEN AckBackOrdered
                   MOVE AckPromisedDate TO PordPromisedDate
                   MOVE AckPromisedDate TO DtlPromisedDate
                   MOVE "BACK-ORDERED" TO DtlAckText
                   ADD 1 TO BackOrderedCount
               WHEN AckCancelled
                   MOVE ZERO TO PordPromisedDate
                   SET PordCancelled TO TRUE
                   MOVE "CANCELLED" TO DtlAckText
                   ADD 1 TO CancelledCount
           END-EVALUATE
           REWRITE PurchOrderRecord
               INVALID KEY
               DISPLAY "(REWRITE) ORDER STATUS = ", PordStatus
           END-REWRITE
           WRITE ReportLine FROM AckDetailLine
           IF AckCancelled AND PordFileOK
               PERFORM CHECK-TITLE-STILL-ON-ORDER
               IF NOT StillOnOrder
                   PERFORM FLAG-PENDING-RESERVATIONS
               END-IF
           END-IF.

      *>   a pending reservation waits on the title, not on the one
      *>   line - another open line for it still brings it in
       CHECK-TITLE-STILL-ON-ORDER.
           MOVE "N" TO StillOnOrderSw
           MOVE PordVideoCode TO CancelledVideoCode
           MOVE PordTitle TO CancelledTitle
           MOVE PordKey TO CancelledKey
      *>   a title not yet on the catalog has no code to queue on
           IF CancelledVideoCode = ZERO
               SET StillOnOrder TO TRUE
               EXIT PARAGRAPH
           END-IF
           START PurchOrderFile KEY IS = PordVideoCode
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ PurchOrderFile NEXT RECORD
               AT END SET EndOfPurchOrderFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfPurchOrderFile OR StillOnOrder
                   OR PordVideoCode NOT = CancelledVideoCode
               IF PordIsOpen AND PordKey NOT = CancelledKey
                   SET StillOnOrder TO TRUE
               ELSE
                   READ PurchOrderFile NEXT RECORD
                       AT END SET EndOfPurchOrderFile TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

       FLAG-PENDING-RESERVATIONS.
           IF NOT ReserveFileIsOpen
               EXIT PARAGRAPH
           END-IF
           MOVE CancelledVideoCode TO ReserveVideoCode
           MOVE ZERO TO ReserveSeqNo
           START ReserveFile KEY IS NOT LESS THAN ReserveKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ ReserveFile NEXT RECORD
               AT END SET EndOfReserveFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfReserveFile
                   OR ReserveVideoCode NOT = CancelledVideoCode
               IF ReserveIsPending
                   SET ReserveOrderCancelled TO TRUE
                   REWRITE ReserveRecord
                       INVALID KEY
                       DISPLAY "(REWRITE) RESERVE STATUS = ",
                           ReserveStatus
                   END-REWRITE
                   PERFORM HOLD-CONTACT-LINE
               END-IF
               READ ReserveFile NEXT RECORD
                   AT END SET EndOfReserveFile TO TRUE
               END-READ
           END-PERFORM.

       HOLD-CONTACT-LINE.
           ADD 1 TO ContactCount
           MOVE ReserveBorrowerNumber TO CtcBorrowerNumber
           MOVE SPACES TO CtcBorrowerName CtcPhone
           IF BorrowerFileIsOpen
               MOVE ReserveBorrowerNumber TO BorrowerKey
               READ BorrowerFile
                   INVALID KEY CONTINUE
               END-READ
               IF BorrowerFound
                   MOVE BorrowerName TO CtcBorrowerName
                   MOVE BorrowerPhone TO CtcPhone
               END-IF
           END-IF
           MOVE CancelledVideoCode TO CtcVideoCode
           MOVE CancelledTitle TO CtcTitle
           IF ContactIndex < 500
               ADD 1 TO ContactIndex
               MOVE ContactDetailLine TO CteLine(ContactIndex)
           ELSE
               DISPLAY "..CONTACT LIST FULL - RING BORROWER ",
                   ReserveBorrowerNumber, " ABOUT ", CtcVideoCode
           END-IF.

       PRINT-CONTACT-LIST.
           IF ContactIndex = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM ContactHeading
           PERFORM VARYING ContactIndex FROM 1 BY 1
                   UNTIL ContactIndex > ContactCount
                   OR ContactIndex > 500
               WRITE ReportLine FROM CteLine(ContactIndex)
           END-PERFORM.

       WRITE-ACK-REJECT.
           MOVE FeedLine TO RejFeedLine
           DISPLAY "ERROR - ACKNOWLEDGEMENT LINE ", LinesReadCount,
               " REJECTED - ", RejReason
           WRITE RejectFlatLine FROM RejectLine
           ADD 1 TO RejectedCount.

       PRINT-ACK-TOTALS.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "ACKNOWLEDGEMENTS READ   = " TO CntLabel
           MOVE LinesReadCount TO CntAmount
           WRITE ReportLine FROM AckCountLine
           MOVE "LINES ACCEPTED          = " TO CntLabel
           MOVE AcceptedCount TO CntAmount
           WRITE ReportLine FROM AckCountLine
           MOVE "LINES BACK-ORDERED      = " TO CntLabel
           MOVE BackOrderedCount TO CntAmount
           WRITE ReportLine FROM AckCountLine
           MOVE "LINES CANCELLED         = " TO CntLabel
           MOVE CancelledCount TO CntAmount
           WRITE ReportLine FROM AckCountLine
           MOVE "RESERVATIONS TO CONTACT = " TO CntLabel
           MOVE ContactCount TO CntAmount
           WRITE ReportLine FROM AckCountLine
           MOVE "LINES REJECTED          = " TO CntLabel
           MOVE RejectedCount TO CntAmount
           WRITE ReportLine FROM AckCountLine.
