      *> of work: PordReceivedQty bumped (the line closes itself
      *> when complete), the receipt date stamped for the
      *> delivery-performance report, the new VIDEOCOPY.DAT records
      *> written with the next free copy numbers, CopyDateAdded from
      *> the business date, the format keyed for the delivery (tape
      *> or disc), the order line they came in on, and the
      *> unit cost off that line's approved invoice where one is
      *> already on file (SUPPINVOICE-ENTRY fills the cost in when
      *> the invoice follows the goods), and a delivery note line
      *> appended
      *> to DELIVERY-NOTES.DAT for the paper trail.

       ENVIRONMENT DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BranchStatus.

           SELECT ApprovedFile ASSIGN TO "APPROVED-INVOICES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ApprovedStatus.

           SELECT DeliveryNoteFile ASSIGN TO "DELIVERY-NOTES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DeliveryNoteStatus.

      *> a title delivered ahead of its studio street date goes to
      *> the back room, not the shelf - the desk will not issue it
           SELECT StreetDateFile ASSIGN TO "STREETDATE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS StrVideoCode
             FILE STATUS IS StreetDateStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PurchOrderFile.
           03  FILLER              PIC X.
           03  BranchName          PIC X(20).

       FD  ApprovedFile.
       01  ApprovedFlatLine    PIC X(84).
           88  EndOfApprovedFlat   VALUE HIGH-VALUES.

       FD  DeliveryNoteFile.
       01  DeliveryNoteFlatLine    PIC X(46).

       FD  StreetDateFile.
           COPY STREETREC.

       WORKING-STORAGE SECTION.
           COPY DELNOTE.
           COPY APPRINV.

       01  PordStatus          PIC X(2).
           88  PordFound       VALUE "00".
           88  CopyFileOK      VALUE "00".
           88  CopyDuplicate   VALUE "22".
           88  CopyFileMissing VALUE "35".
       01  ApprovedStatus      PIC X(2).
           88  ApprovedFileOK  VALUE "00".
       01  DeliveryNoteStatus  PIC X(2).
           88  DeliveryNotesMissing    VALUE "35".
       01  StreetDateStatus    PIC X(2).
           88  StreetDateFound     VALUE "00".
           88  StreetDateFileOK    VALUE "00".

       01  AnotherDeliverySw   PIC X VALUE "Y".
           88  AnotherDelivery VALUE "Y" "y".

       01  BusinessDate        PIC 9(8).
       01  DeliveredQty        PIC 9(3).
      *> one delivery is one format - a mixed box is booked as two
       01  DeliveredFormat     PIC X.
           88  DeliveredTape       VALUE "T".
           88  DeliveredDisc       VALUE "D".
           88  ValidDeliveredFormat    VALUE "T" "D".
       01  BranchStatus        PIC X(2).
           88  BranchFileFound VALUE "00".
       01  TerminalBranch      PIC 99 VALUE 1.
       01  NextCopyNumber      PIC 99.
       01  CopiesCreated       PIC 9(3).
       01  InvoicedUnitCost    PIC 9(5)V99.
       01  InvoicedAmount      PIC 9(7)V99.


      *> no interactive work while the nightly chain is rebuilding
                   DISPLAY "..NO SUCH ORDER LINE ON FILE.."
               WHEN PordReceived
                   DISPLAY "..THAT LINE IS ALREADY FULLY RECEIVED.."
               WHEN PordCancelled
                   DISPLAY "..THE SUPPLIER CANCELLED THAT LINE.."
               WHEN OTHER
                   PERFORM BOOK-IN-DELIVERY
           END-EVALUATE.
                   "QUANTITY - NOTHING BOOKED IN.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER FORMAT OF THIS DELIVERY (T=TAPE, D=DISC) : "
             WITH NO ADVANCING
           ACCEPT DeliveredFormat
           IF NOT ValidDeliveredFormat
               DISPLAY "..FORMAT MUST BE T OR D - NOTHING BOOKED IN.."
               EXIT PARAGRAPH
           END-IF

           CALL "Sub-BusinessDate" USING BusinessDate
           ADD DeliveredQty TO PordReceivedQty
           PERFORM WRITE-DELIVERY-NOTE
           DISPLAY "..", CopiesCreated, " COPIES ADDED TO "
               "INVENTORY..".
           PERFORM CHECK-STREET-DATE.

      *>   the copies are booked in as usual; the clerk is told to
      *>   keep them off the shelf until the release run lists them
       CHECK-STREET-DATE.
           OPEN INPUT StreetDateFile
           IF NOT StreetDateFileOK
               EXIT PARAGRAPH
           END-IF
           MOVE PordVideoCode TO StrVideoCode
           READ StreetDateFile
               KEY IS StrVideoCode
               INVALID KEY CONTINUE
           END-READ
           IF StreetDateFound AND StrStreetDate > BusinessDate
               DISPLAY "..STREET DATE ", StrStreetDate,
                   " - HOLD THESE COPIES IN THE BACK ROOM.."
           END-IF
           CLOSE StreetDateFile.

      *>   the new copies take the next free numbers above whatever
      *>   the title already holds - no hand-keying, no divergence
       CREATE-DELIVERED-COPIES.
           PERFORM FIND-NEXT-COPY-NUMBER
           PERFORM FIND-INVOICED-UNIT-COST
           MOVE ZERO TO CopiesCreated
           PERFORM CREATE-ONE-COPY DeliveredQty TIMES.

           MOVE BusinessDate TO CopyDateAdded
           SET CopyOnShelf TO TRUE
           MOVE TerminalBranch TO CopyBranchCode
           MOVE InvoicedUnitCost TO CopyUnitCost
           MOVE PordOrderNumber TO CopyOrderNumber
           MOVE PordLineNumber TO CopyOrderLine
           MOVE BusinessDate TO CopyConditionDate
           MOVE DeliveredFormat TO CopyFormat
           WRITE VideoCopyRecord
               INVALID KEY
               DISPLAY "(WRITE) COPY STATUS = ", CopyStatus
               ADD 1 TO CopiesCreated
           END-WRITE.

      *>   a later delivery on a line already invoiced takes the
      *>   invoiced unit price; the latest approved line for the
      *>   order line wins
       FIND-INVOICED-UNIT-COST.
           MOVE ZERO TO InvoicedUnitCost
           OPEN INPUT ApprovedFile
           IF NOT ApprovedFileOK
               EXIT PARAGRAPH
           END-IF
           READ ApprovedFile
               AT END SET EndOfApprovedFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfApprovedFlat
               MOVE ApprovedFlatLine TO ApprovedDetailLine
               IF ApvOrderNumber = PordOrderNumber
                   AND ApvLineNumber = PordLineNumber
                   AND ApvQuantity NUMERIC AND ApvQuantity > ZERO
                   MOVE ApvAmount TO InvoicedAmount
                   COMPUTE InvoicedUnitCost ROUNDED =
                       InvoicedAmount / ApvQuantity
               END-IF
               READ ApprovedFile
                   AT END SET EndOfApprovedFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE ApprovedFile.

      *>   one record saying which shop this terminal stands in;
      *>   the original shop never keyed one, so no file reads as
      *>   branch 1
