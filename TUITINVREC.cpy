      *> masters carry, raised by TUITION-BILLING's invoice run at
      *> the course's fee and paid down by its payment function.
      *> The same charge/post/balance shape the video side's fees
      *> follow, for the student subsystem. The invoice shows the
      *> course fee billed (gross), the bursary awards taken off it
      *> (BURSARY.DAT) less any share a withdrawal refund has given
      *> back to the sponsor, and what the student owes -
      *> TuitAmount, the net, which late-payment penalties add to
      *> and withdrawal refunds take from. Copied into every
      *> program that opens TuitionFile so the layout only has to
      *> change in one place.
       01  TuitionRecord.
           03  TuitStatusFlag          PIC X.
               88  TuitIsOpen          VALUE "O".
               88  TuitIsPaid          VALUE "P".
           03  TuitGrossAmount         PIC 9(5)V99.
           03  TuitAwardAmount         PIC 9(5)V99.
