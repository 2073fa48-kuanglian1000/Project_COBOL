      *>   no such order line            - mismatch
      *>   line belongs to another supplier - mismatch
      *>   quantity invoiced over quantity received - mismatch
      *>   unit price over the agreed price - mismatch; the agreed
      *>     price is the supplier catalogue's as of the order date
      *>     (Sub-CataloguePrice) for a line ordered off the
      *>     catalogue, else the price keyed on the order, and a
      *>     line with neither is not price-checked
      *> Only an invoice with NO mismatched lines goes to the
      *> approved-for-payment list (APPROVED-INVOICES.DAT, amounts
      *> extended through Sub-ExtendAmount); an invoice with any
      *> goes whole to INVOICE-EXCEPTIONS.DAT with the reasons, for
      *> the phone call. An approved line's unit price is written
      *> onto every copy received against that order line that does
      *> not yet carry a cost, for the stock valuation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RELATIVE KEY IS SupplierKey
             FILE STATUS IS SupplierStatus.

           SELECT VideoCopyFile ASSIGN TO "VIDEOCOPY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CopyKey
             FILE STATUS IS CopyStatus.

           SELECT ApprovedFile ASSIGN TO "APPROVED-INVOICES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ApprovedStatus.
           03  SupplierName    PIC X(20).
           03  SupplierAddress PIC X(50).

       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  ApprovedFile.
       01  ApprovedFlatLine    PIC X(84).

       FD  ExceptionFile.
       01  ExceptionFlatLine   PIC X(80).
       01  SupplierStatus      PIC X(2).
           88  SupplierFound   VALUE "00".
       01  SupplierKey         PIC 999.
       01  CopyStatus          PIC X(2).
           88  CopyFileOK      VALUE "00".
       01  CostedCopyCount     PIC 9(3).
       01  ApprovedStatus      PIC X(2).
           88  ApprovedMissing VALUE "35".
       01  ExceptionStatus     PIC X(2).
       01  KeyedQuantity       PIC 9(5).
       01  KeyedUnitPrice      PIC 9(5)V99.
       01  ExtendedAmount      PIC 9(7)V99.
       01  AgreedUnitPrice     PIC 9(5)V99.

           COPY CATPRICE.

           COPY APPRINV.

       01  ExceptionDetailLine.
           03  ExcDate         PIC 9(8).
           END-IF
           OPEN INPUT PurchOrderFile.
           OPEN INPUT SupplierFile.
           OPEN I-O VideoCopyFile.
           CALL "Sub-BusinessDate" USING BusinessDate.

           PERFORM ENTER-ONE-INVOICE UNTIL NOT AnotherInvoice.

           CLOSE PurchOrderFile, SupplierFile, VideoCopyFile.
           GOBACK.

       ENTER-ONE-INVOICE.
               KEY IS PordKey
               INVALID KEY CONTINUE
           END-READ
           IF PordFound
               PERFORM FIND-AGREED-PRICE
           END-IF
           EVALUATE TRUE
               WHEN NOT PordFound
                   MOVE "NO SUCH ORDER LINE      "
                   MOVE "INVOICED OVER RECEIVED  "
                       TO IlnVerdict(InvoiceLineCount)
                   ADD 1 TO MismatchCount
               WHEN AgreedUnitPrice > ZERO
                   AND KeyedUnitPrice > AgreedUnitPrice
                   MOVE "PRICE OVER CATALOGUE    "
                       TO IlnVerdict(InvoiceLineCount)
                   ADD 1 TO MismatchCount
               WHEN OTHER
                   MOVE "MATCHED                 "
                       TO IlnVerdict(InvoiceLineCount)
           END-EVALUATE
           DISPLAY "  ", IlnVerdict(InvoiceLineCount).

      *>   the price list as it stood when the order went in - a
      *>   later price rise is not the order's price - falling back
      *>   to the price keyed on the order if the catalogue cannot
      *>   answer; zero leaves the line unchecked
       FIND-AGREED-PRICE.
           MOVE PordUnitPrice TO AgreedUnitPrice
           IF PordItemCode = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PordSupplierCode TO CtpSupplierCode
           MOVE PordItemCode TO CtpItemCode
           MOVE PordOrderDate TO CtpAsOfDate
           CALL "Sub-CataloguePrice" USING CataloguePrice
           IF CtpPriceFound
               MOVE CtpUnitPrice TO AgreedUnitPrice
           END-IF.

      *>   a single bad line holds the whole invoice out of the
      *>   payment run - part-paying a wrong invoice is how the
      *>   phone call never happens
               PERFORM WRITE-APPROVED-LINE
                   VARYING InvoiceLineIndex FROM 1 BY 1
                   UNTIL InvoiceLineIndex > InvoiceLineCount
               PERFORM COST-RECEIVED-COPIES
                   VARYING InvoiceLineIndex FROM 1 BY 1
                   UNTIL InvoiceLineIndex > InvoiceLineCount
               DISPLAY "..INVOICE APPROVED FOR PAYMENT, ",
                   InvoiceLineCount, " LINE(S).."
           ELSE
           MOVE IlnQuantity(InvoiceLineIndex) TO ApvQuantity
           MOVE IlnAmount(InvoiceLineIndex) TO ApvAmount
           MOVE SignedOnOperator TO ApvOperatorId
           MOVE ZEROS TO ApvPaidDate
           OPEN EXTEND ApprovedFile
           IF ApprovedMissing
               OPEN OUTPUT ApprovedFile
           WRITE ApprovedFlatLine FROM ApprovedDetailLine
           CLOSE ApprovedFile.

      *>   the copies came in before the invoice did - every copy of
      *>   the title booked in against this order line and still
      *>   carrying no cost takes the invoiced unit price
       COST-RECEIVED-COPIES.
           MOVE IlnOrderNumber(InvoiceLineIndex) TO PordOrderNumber
           MOVE IlnLineNumber(InvoiceLineIndex) TO PordLineNumber
           READ PurchOrderFile
               KEY IS PordKey
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE ZERO TO CostedCopyCount
           MOVE PordVideoCode TO CopyVideoCode
           MOVE ZERO TO CopyNumber
           START VideoCopyFile KEY IS NOT LESS THAN CopyKey
               INVALID KEY CONTINUE
           END-START
           IF NOT CopyFileOK
               EXIT PARAGRAPH
           END-IF
           READ VideoCopyFile NEXT RECORD
               AT END SET EndOfCopyFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCopyFile
                   OR CopyVideoCode NOT = PordVideoCode
               IF CopyOrderNumber = PordOrderNumber
                   AND CopyOrderLine = PordLineNumber
                   AND (CopyUnitCost NOT NUMERIC
                        OR CopyUnitCost = ZERO)
                   MOVE IlnUnitPrice(InvoiceLineIndex) TO CopyUnitCost
                   REWRITE VideoCopyRecord
                       INVALID KEY
                       DISPLAY "(REWRITE) COPY STATUS = ", CopyStatus
                       NOT INVALID KEY
                       ADD 1 TO CostedCopyCount
                   END-REWRITE
               END-IF
               READ VideoCopyFile NEXT RECORD
                   AT END SET EndOfCopyFile TO TRUE
               END-READ
           END-PERFORM
           IF CostedCopyCount > ZERO
               DISPLAY "  ", CostedCopyCount,
                   " COPIES COSTED ON ORDER ",
                   PordOrderNumber, "/", PordLineNumber
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE BusinessDate TO ExcDate
           MOVE InvSupplierCode TO ExcSupplier
