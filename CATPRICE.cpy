      *> Parameter block for Sub-CataloguePrice - the supplier, the
      *> supplier's item code and the day the price is wanted for
      *> go in; whether the catalogue knows the item, and the
      *> title and unit price in force that day, come back. Copied
      *> into the WORKING-STORAGE of every caller and the LINKAGE
      *> SECTION of the sub-program so both sides agree.
       01  CataloguePrice.
           03  CtpSupplierCode         PIC 999.
           03  CtpItemCode             PIC X(10).
           03  CtpAsOfDate             PIC 9(8).
           03  CtpResult               PIC X.
               88  CtpNoCatalogue      VALUE "N".
               88  CtpItemUnknown      VALUE "U".
               88  CtpNotYetPriced     VALUE "L".
               88  CtpPriceFound       VALUE "F".
           03  CtpTitle                PIC X(40).
           03  CtpVideoCode            PIC 9(5).
           03  CtpUnitPrice            PIC 9(5)V99.
           03  CtpEffectiveDate        PIC 9(8).
