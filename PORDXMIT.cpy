      *> Record layout for the electronic purchase-order file sent
      *> to a supplier (PORDOUT.<supplier>.<date>.DAT) - one fixed
      *> record per order line going out, fronted by the usual
      *>     HDR<feed name(12)><business date(8)>
      *> header and closed by a TRL<record count(7)> trailer, the
      *> same controls our own incoming feeds carry. Written by
      *> PURCHORDER-TRANSMIT: NEW for a line the supplier has not
      *> seen, AMD for a line changed since it was last sent (the
      *> record carries the line as it now stands, in full).
       01  OrderTransmitRecord.
           03  XmtAction               PIC X(3).
               88  XmtNewLine          VALUE "NEW".
               88  XmtAmendedLine      VALUE "AMD".
           03  XmtOrderNumber          PIC 9(5).
           03  XmtLineNumber           PIC 9(3).
           03  XmtSupplierCode         PIC 999.
           03  XmtItemCode             PIC X(10).
           03  XmtVideoCode            PIC 9(5).
           03  XmtTitle                PIC X(40).
           03  XmtQuantity             PIC 9(3).
           03  XmtUnitPrice            PIC 9(5)V99.
           03  XmtOrderDate            PIC 9(8).
