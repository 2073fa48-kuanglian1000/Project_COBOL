      *> Governing record layout for the revenue-share agreement
      *> master (REVSHARE.DAT). One record per agreement under which
      *> a supplier takes a cut of each rental of a title instead of
      *> selling us the tape outright, keyed by the title's video
      *> code plus the date the agreement starts - so a renewed or
      *> renegotiated agreement sits beside the one it replaced and
      *> the old takings still settle at the old terms. The supplier
      *> is paid its percentage of every CHG line for the title
      *> dated inside the agreement, net of sales tax, and never
      *> less than the monthly minimum guarantee in a month the
      *> agreement runs. Zeros in the end date mean open-ended.
      *> Copied into every program that opens RevShareFile so the
      *> layout only has to change in one place.
       01  RevShareRecord.
           88  EndOfRevShareFile       VALUE HIGH-VALUE.
           03  RshKey.
               05  RshVideoCode        PIC 9(5).
               05  RshStartDate        PIC 9(8).
           03  RshSupplierCode         PIC 999.
           03  RshSharePercent         PIC 99V99.
           03  RshEndDate              PIC 9(8).
               88  RshOpenEnded        VALUE ZERO.
           03  RshMinimumGuarantee     PIC 9(5)V99.
           03  RshKeyedDate            PIC 9(8).
           03  RshKeyedBy              PIC X(4).
