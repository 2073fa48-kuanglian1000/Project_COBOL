      *> Governing record layout for the supplier catalogue
      *> (SUPPCAT.DAT) - every item each supplier sells us, with the
      *> price list behind it, loaded off the suppliers' delimited
      *> feed by SUPPCATALOGUE-LOAD. Keyed by supplier, the
      *> supplier's own item code and the date the price takes
      *> effect, so a price change is a new record beside the old
      *> one rather than a rewrite of it: the price in force on any
      *> day is the latest record for the item effective on or
      *> before that day (Sub-CataloguePrice). The video code is
      *> our own for a title we already stock, zeros for one we do
      *> not yet. Copied into every program that opens
      *> SupplierCatalogueFile so the layout only has to change in
      *> one place.
       01  SupplierCatalogueRecord.
           88  EndOfSupplierCatalogue  VALUE HIGH-VALUE.
           03  SctKey.
               05  SctSupplierCode     PIC 999.
               05  SctItemCode         PIC X(10).
               05  SctEffectiveDate    PIC 9(8).
           03  SctTitle                PIC X(40).
           03  SctVideoCode            PIC 9(5).
           03  SctUnitPrice            PIC 9(5)V99.
           03  SctLoadedDate           PIC 9(8).
