      *> Governing line layout for the tuition refund scale
      *> (REFUND-SCALE.DAT), maintained on the control file
      *> workbench: one line per band, saying up to and including
      *> which week of the term a withdrawal falls in the band, and
      *> what percentage of the course fee it refunds (the week
      *> the term starts in is week 1; a withdrawal keyed before
      *> the term starts counts as week 1). A withdrawal falls in
      *> the band with the lowest week at or after its own; past
      *> the last band, or after the term has ended, nothing is
      *> refunded. Any line on file replaces the standing scale
      *> below whole - the two are never mixed. Lines that don't
      *> parse are ignored. Copied into every program that reads
      *> or keys the scale so the layout only has to change in one
      *> place.
       01  RefundScaleLine.
           88  EndOfRefundScale        VALUE HIGH-VALUES.
           03  RfsThroughWeek          PIC 99.
               88  ValidRfsThroughWeek VALUE 1 THRU 52.
           03  FILLER                  PIC X VALUE SPACE.
           03  RfsPercent              PIC 9(3).
               88  ValidRfsPercent     VALUE 0 THRU 100.

      *> the shop's standing scale - through week, percent refunded:
      *> all of it in week one, half until week four, nothing after
       01  StandingRefundScaleTable.
           03  TableValues.
               05  FILLER  PIC X(5)  VALUE "01100".
               05  FILLER  PIC X(5)  VALUE "04050".
           03  FILLER REDEFINES TableValues.
               05  StandingRefundScale OCCURS 2 TIMES.
                   07  SrsThroughWeek  PIC 99.
                   07  SrsPercent      PIC 9(3).
       01  StandingRefundScaleCount PIC 99 VALUE 2.
