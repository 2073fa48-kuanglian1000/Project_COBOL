      *> with the supplier's name from RelativeFile-IsHere.dat the
      *> way INDEXEDFILE-SUPPLIERREPORT resolves it, so chasing a
      *> supplier is one phone call with the page in hand instead of
      *> a hunt through the notebook. Each line shows where it stands
      *> with the supplier - not yet sent, sent and awaiting their
      *> acknowledgement, accepted, or back-ordered with the date
      *> they promised it; a line they cancelled is closed and drops
      *> off the report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  SupplierAddress PIC X(50).

       FD  ReportFile.
       01  ReportLine  PIC X(150).

       WORKING-STORAGE SECTION.
       01  PordStatus          PIC X(2).
           03  DtlReceivedQty  PIC 9(3).
           03  FILLER          PIC X(9) VALUE " ORDERED=".
           03  DtlOrderDate    PIC 9(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlAckText      PIC X(12).
           03  FILLER          PIC X(10) VALUE " PROMISED=".
           03  DtlPromisedDate PIC 9(8) BLANK WHEN ZERO.

       01  OutstandingTotalLine.
           03  FILLER          PIC X(26)
           MOVE PordQuantity TO DtlQuantity
           MOVE PordReceivedQty TO DtlReceivedQty
           MOVE PordOrderDate TO DtlOrderDate
           EVALUATE TRUE
               WHEN PordSentDate = ZERO
                   MOVE "NOT SENT" TO DtlAckText
               WHEN PordAckAccepted
                   MOVE "ACCEPTED" TO DtlAckText
               WHEN PordAckBackOrdered
                   MOVE "BACK-ORDERED" TO DtlAckText
               WHEN OTHER
                   MOVE "AWAITING ACK" TO DtlAckText
           END-EVALUATE
           MOVE ZERO TO DtlPromisedDate
           IF PordAckBackOrdered
               MOVE PordPromisedDate TO DtlPromisedDate
           END-IF
           WRITE ReportLine FROM OrderDetailLine.
