      *> by order number plus a line number. The video load marks a
      *> line received as matching stock arrives; a line is open
      *> until its received count reaches the ordered quantity.
      *> A line taken off the supplier's catalogue (SUPPCATREC.cpy)
      *> carries the supplier's item code and the unit price agreed
      *> on the order date; a line keyed without one carries spaces
      *> and whatever price the clerk keyed, zero if none.
      *> Copied into every program that opens PurchOrderFile so the
      *> layout only has to change in one place.
       01  PurchOrderRecord.
           03  PordStatusFlag          PIC X.
               88  PordIsOpen          VALUE "O".
               88  PordReceived        VALUE "R".
      *> closed by the supplier's acknowledgement - nothing more
      *> will come against the line
               88  PordCancelled       VALUE "C".
      *> stamped by GOODS-RECEIVING at every delivery against the
      *> line - the delivery-performance report ages open lines and
      *> lead times off it; zeros means nothing has arrived yet
           03  PordLastReceiptDate     PIC 9(8).
           03  PordItemCode            PIC X(10).
           03  PordUnitPrice           PIC 9(5)V99.
      *> electronic ordering: PURCHORDER-TRANSMIT stamps the day a
      *> line last went out on its supplier's order file (zeros =
      *> never sent), and a change to a line already sent marks it
      *> amended, to go out again. SUPPACK-LOAD posts the supplier's
      *> answer to what was last sent - accepted, back-ordered to a
      *> promised date, or cancelled; space while none has come back
           03  PordSentDate            PIC 9(8).
           03  PordAmendedFlag         PIC X.
               88  PordIsAmended       VALUE "Y".
           03  PordAckStatus           PIC X.
               88  PordAwaitingAck     VALUE SPACE.
               88  PordAckAccepted     VALUE "A".
               88  PordAckBackOrdered  VALUE "B".
               88  PordAckCancelled    VALUE "C".
           03  PordPromisedDate        PIC 9(8).
           03  PordAckDate             PIC 9(8).
      *> the genre the line is bought for, so it can be held against
      *> that genre's monthly open-to-buy budget (OTBBUDGET.cpy) -
      *> the title's genre off IDXVIDEO.DAT, or keyed at order entry
      *> for a title not on the catalog yet; spaces = unassigned
           03  PordGenreCode           PIC X(3).
