      *> Record layout for the supplier acknowledgement feed
      *> (SUPPACK-FEED.DAT) - one fixed record per order line the
      *> supplier is answering, inside the usual header and trailer:
      *>   A = accepted as ordered
      *>   B = back-ordered, promised for the date given
      *>   C = cancelled - the supplier cannot supply the line
      *> The promised date is only read on a back-order. Loaded onto
      *> PURCHORD.DAT by SUPPACK-LOAD.
       01  SupplierAckRecord.
           03  AckOrderNumber          PIC 9(5).
           03  AckLineNumber           PIC 9(3).
           03  AckSupplierCode         PIC 999.
           03  AckCode                 PIC X.
               88  AckAccepted         VALUE "A".
               88  AckBackOrdered      VALUE "B".
               88  AckCancelled        VALUE "C".
               88  ValidAckCode        VALUE "A" "B" "C".
           03  AckPromisedDate         PIC 9(8).
