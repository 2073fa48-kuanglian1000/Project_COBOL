       IDENTIFICATION DIVISION.
       PROGRAM-ID. Sub-CataloguePrice IS INITIAL.
      *>   This sub-program is CALLed from a Cobol program.
      *>   it requires 1 parameter.
      *>       1 the catalogue price block (CATPRICE.cpy), the
      *>         supplier, item code and day wanted in place; the
      *>         rest comes back filled
      *>   The price a supplier's item stood at on a given day, off
      *>   the supplier catalogue (SUPPCAT.DAT, SUPPCATREC.cpy): the
      *>   latest price for the item effective on or before that
      *>   day. An item whose every price takes effect later comes
      *>   back as not yet priced, with the title still filled, and
      *>   no catalogue on disk at all comes back as such. Order
      *>   entry asks here for the price agreed on the day the
      *>   order goes in, and invoice matching asks again for the
      *>   order's own date, so both read the price list the same
      *>   way.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SupplierCatalogueFile ASSIGN TO "SUPPCAT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SctKey
             FILE STATUS IS CatalogueStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  SupplierCatalogueFile.
           COPY SUPPCATREC.

       WORKING-STORAGE SECTION.
       01  CatalogueStatus     PIC X(2).
           88  CatalogueFileOK VALUE "00".

       LINKAGE SECTION.
           COPY CATPRICE.

       PROCEDURE DIVISION USING CataloguePrice.
       BEGIN.
           SET CtpItemUnknown TO TRUE
           MOVE SPACES TO CtpTitle
           MOVE ZERO TO CtpVideoCode CtpUnitPrice CtpEffectiveDate

           OPEN INPUT SupplierCatalogueFile
           IF NOT CatalogueFileOK
               SET CtpNoCatalogue TO TRUE
               EXIT PROGRAM
           END-IF
           MOVE CtpSupplierCode TO SctSupplierCode
           MOVE CtpItemCode TO SctItemCode
           MOVE ZERO TO SctEffectiveDate
           START SupplierCatalogueFile KEY IS NOT LESS THAN SctKey
               INVALID KEY SET EndOfSupplierCatalogue TO TRUE
           END-START
           IF NOT EndOfSupplierCatalogue
               READ SupplierCatalogueFile NEXT RECORD
                   AT END SET EndOfSupplierCatalogue TO TRUE
               END-READ
           END-IF
      *>   the prices run in effective-date order under the item, so
      *>   the last one on or before the day wanted is the one
           PERFORM UNTIL EndOfSupplierCatalogue
                   OR SctSupplierCode NOT = CtpSupplierCode
                   OR SctItemCode NOT = CtpItemCode
               IF CtpItemUnknown
                   SET CtpNotYetPriced TO TRUE
                   MOVE SctTitle TO CtpTitle
                   MOVE SctVideoCode TO CtpVideoCode
               END-IF
               IF SctEffectiveDate <= CtpAsOfDate
                   SET CtpPriceFound TO TRUE
                   MOVE SctTitle TO CtpTitle
                   MOVE SctVideoCode TO CtpVideoCode
                   MOVE SctUnitPrice TO CtpUnitPrice
                   MOVE SctEffectiveDate TO CtpEffectiveDate
               END-IF
               READ SupplierCatalogueFile NEXT RECORD
                   AT END SET EndOfSupplierCatalogue TO TRUE
               END-READ
           END-PERFORM
           CLOSE SupplierCatalogueFile
           EXIT PROGRAM.

           END PROGRAM Sub-CataloguePrice.
