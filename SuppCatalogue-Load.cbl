       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPCATALOGUE-LOAD.
      *> Supplier catalogue and price-list load: each supplier's
      *> items and prices come in on a comma-delimited feed
      *> (SUPPCAT-FEED.DAT) and go onto the supplier catalogue
      *> (SUPPCAT.DAT, SUPPCATREC.cpy), so order entry can fill the
      *> title and the agreed price and invoice matching can hold
      *> the invoiced price against it. One detail line per item:
      *>   supplier code, item code, title, video code (blank for a
      *>   title not yet stocked), unit price (NNNNN.NN), date the
      *>   price takes effect (YYYYMMDD, blank for today)
      *> fronted and closed by the usual header and trailer, checked
      *> whole by Sub-VerifyFeedControls before the catalogue is
      *> opened. A line for a supplier not on RelativeFile-IsHere.dat,
      *> with no item code or title, or with a price or date that
      *> will not parse goes to REJECTS-SUPPCAT.DAT with the reason.
      *> A new price is a new record beside the old one, so the
      *> price in force on any earlier day is still answerable; a
      *> line repeating the price already in force only refreshes
      *> the title and video code. Every item whose price moved
      *> since the last feed - and every new item - prints on
      *> SUPPCAT-PRICE-RPT.DAT with the old and new prices. Run
      *> whenever a supplier's feed arrives.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FeedFile ASSIGN TO "SUPPCAT-FEED.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FeedFileStatus.

           SELECT SupplierCatalogueFile ASSIGN TO "SUPPCAT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SctKey
             FILE STATUS IS CatalogueStatus.

           SELECT SupplierFile ASSIGN TO "RelativeFile-IsHere.dat"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS SupplierKey
             FILE STATUS IS SupplierStatus.

           SELECT RejectFile ASSIGN TO "REJECTS-SUPPCAT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RejectFileStatus.

           SELECT ReportFile ASSIGN TO "SUPPCAT-PRICE-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  FeedFile.
       01  FeedLine            PIC X(120).
           88  EndOfFeed       VALUE HIGH-VALUES.

       FD  SupplierCatalogueFile.
           COPY SUPPCATREC.

       FD  SupplierFile.
       01  SupplierRecord.
           03  SupplierCode    PIC 999.
           03  SupplierName    PIC X(20).
           03  SupplierAddress PIC X(50).

       FD  RejectFile.
       01  RejectFlatLine      PIC X(153).

       FD  ReportFile.
       01  ReportLine  PIC X(94).

       WORKING-STORAGE SECTION.
       01  FeedFileStatus      PIC X(2).
           88  FeedFileOK      VALUE "00".
       01  CatalogueStatus     PIC X(2).
           88  CatalogueFound  VALUE "00".
           88  CatalogueFileOK VALUE "00".
           88  CatalogueNotFound   VALUE "35".
       01  SupplierStatus      PIC X(2).
           88  SupplierFound   VALUE "00".
           88  SupplierFileOK  VALUE "00".
       01  SupplierKey         PIC 999.
       01  RejectFileStatus    PIC X(2).
           88  RejectFileOK    VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

      *> one feed line as unstrung, each field with its length
       01  FeedFields.
           03  FeedSupplierText    PIC X(3).
           03  FeedItemCode        PIC X(10).
           03  FeedTitle           PIC X(40).
           03  FeedVideoText       PIC X(5).
           03  FeedPriceText       PIC X(8).
           03  FeedEffectiveText   PIC X(8).
       01  FeedFieldCounts.
           03  SupplierTextCount   PIC 99.
           03  ItemCodeCount       PIC 99.
           03  TitleCount          PIC 99.
           03  VideoTextCount      PIC 99.
           03  PriceTextCount      PIC 99.
           03  EffectiveTextCount  PIC 99.

      *> the price split at its decimal point
       01  PriceWholeText      PIC X(8).
       01  PriceCentsText      PIC X(8).
       01  PriceWholeCount     PIC 99.
       01  PriceCentsCount     PIC 99.
       01  PriceWhole          PIC 9(5).
       01  PriceCents          PIC 99.

       01  FeedSupplierCode    PIC 999.
       01  FeedVideoCode       PIC 9(5).
       01  FeedUnitPrice       PIC 9(5)V99.
       01  FeedEffectiveDate   PIC 9(8).
       01  DateCheckResult     PIC 9.
           88  DateIsValid     VALUE 0.
           88  DateIsFuture    VALUE 8.

      *> the latest price already on the catalogue for the item
       01  LatestFoundSw       PIC X.
           88  LatestFound     VALUE "Y".
       01  LatestEffectiveDate PIC 9(8).
       01  LatestUnitPrice     PIC 9(5)V99.
       01  PriceMovement       PIC S9(5)V99.

       01  RejectLine.
           03  RejFeedLine     PIC X(120).
           03  FILLER          PIC X(3) VALUE SPACES.
           03  RejReason       PIC X(30).

       01  LineRejectedSw      PIC X.
           88  LineRejected    VALUE "Y".

       01  BusinessDate        PIC 9(8).
       01  LinesReadCount      PIC 9(5) VALUE ZERO.
       01  NewItemCount        PIC 9(5) VALUE ZERO.
       01  PriceChangeCount    PIC 9(5) VALUE ZERO.
       01  UnchangedCount      PIC 9(5) VALUE ZERO.
       01  RejectedCount       PIC 9(5) VALUE ZERO.

       01  ReportHeading.
           03  FILLER          PIC X(30)
                 VALUE "=SUPPLIER PRICE CHANGES=      ".
           03  HdgDate         PIC 9(8).

       01  ColumnHeading       PIC X(90) VALUE
             "  SUP ITEM       TITLE                       OLD PRICE  NE
      -      "W PRICE     CHANGE EFFECTIVE".

       01  PriceDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlSupplierCode PIC 999.
           03  FILLER          PIC X VALUE SPACE.
           03  DtlItemCode     PIC X(10).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlTitle        PIC X(24).
           03  FILLER          PIC X(3) VALUE SPACES.
           03  DtlOldPrice     PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlNewPrice     PIC ZZ,ZZ9.99.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlChange       PIC +ZZ,ZZ9.99.
           03  FILLER          PIC X VALUE SPACE.
           03  DtlEffectiveDate    PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlRemark       PIC X(8).

       01  PriceCountLine.
           03  CntLabel        PIC X(24).
           03  CntAmount       PIC ZZZ,ZZ9.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

      *> header/trailer batch controls on the incoming feed, checked
      *> whole by Sub-VerifyFeedControls before the catalogue is
      *> opened
       01  FeedFileName        PIC X(30) VALUE "SUPPCAT-FEED.DAT".
       01  ExpectedFeedName    PIC X(12) VALUE "SUPPCATALOG".
       01  FeedVerifyResult    PIC 9.
           88  FeedIsGood      VALUE 0.

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next feed no longer writes over the only copy
       01  VaultReportName     PIC X(30) VALUE "SUPPCAT-PRICE-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "SUPPCATALOGUE-LOAD".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-BusinessDate" USING BusinessDate.
           CALL "Sub-VerifyFeedControls" USING FeedFileName,
               ExpectedFeedName, BusinessDate, FeedVerifyResult.
           IF NOT FeedIsGood
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-LOAD-FILES.
           IF NOT RunFailed
               PERFORM LOAD-CATALOGUE-FEED
               PERFORM PRINT-PRICE-TOTALS
               CLOSE FeedFile, SupplierCatalogueFile, SupplierFile,
                   RejectFile, ReportFile
               CALL "Sub-VaultReport" USING VaultReportName,
                   VaultStepName
               DISPLAY "CATALOGUE LINES READ     = ", LinesReadCount
               DISPLAY "NEW ITEMS                = ", NewItemCount
               DISPLAY "PRICES CHANGED           = ", PriceChangeCount
               DISPLAY "PRICES UNCHANGED         = ", UnchangedCount
               DISPLAY "LINES REJECTED           = ", RejectedCount
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *>   the first feed ever creates the catalogue
       OPEN-LOAD-FILES.
           OPEN INPUT FeedFile
           IF NOT FeedFileOK
               DISPLAY "..UNABLE TO OPEN CATALOGUE FEED, STATUS = ",
                   FeedFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SupplierFile
           IF NOT SupplierFileOK
               DISPLAY "..UNABLE TO OPEN SUPPLIER FILE, STATUS = ",
                   SupplierStatus
               SET RunFailed TO TRUE
               CLOSE FeedFile
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SupplierCatalogueFile
           IF CatalogueNotFound
               OPEN OUTPUT SupplierCatalogueFile
               CLOSE SupplierCatalogueFile
               OPEN I-O SupplierCatalogueFile
           END-IF
           IF NOT CatalogueFileOK
               DISPLAY "..UNABLE TO OPEN SUPPLIER CATALOGUE, "
                   "STATUS = ", CatalogueStatus
               SET RunFailed TO TRUE
               CLOSE FeedFile, SupplierFile
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RejectFile
           OPEN OUTPUT ReportFile
           IF NOT RejectFileOK OR NOT ReportFileOK
               DISPLAY "..REJECT/REPORT FILE ERROR, STATUS = ",
                   RejectFileStatus, " / ", ReportFileStatus
               SET RunFailed TO TRUE
               CLOSE FeedFile, SupplierFile, SupplierCatalogueFile
               EXIT PARAGRAPH
           END-IF
           MOVE BusinessDate TO HdgDate
           WRITE ReportLine FROM ReportHeading
           WRITE ReportLine FROM ColumnHeading
           MOVE SPACES TO ReportLine
           WRITE ReportLine.

       LOAD-CATALOGUE-FEED.
           PERFORM READ-FEED-RECORD
           PERFORM UNTIL EndOfFeed
               ADD 1 TO LinesReadCount
               PERFORM EDIT-FEED-LINE
               IF LineRejected
                   PERFORM WRITE-CATALOGUE-REJECT
               ELSE
                   PERFORM APPLY-CATALOGUE-LINE
               END-IF
               PERFORM READ-FEED-RECORD
           END-PERFORM.

      *>   one detail record off the feed - the header line is
      *>   skipped and the trailer line reads as end of file, so the
      *>   load only ever sees real lines
       READ-FEED-RECORD.
           READ FeedFile
               AT END SET EndOfFeed TO TRUE
           END-READ
           IF NOT EndOfFeed AND FeedLine(1:3) = "HDR"
               READ FeedFile
                   AT END SET EndOfFeed TO TRUE
               END-READ
           END-IF
           IF NOT EndOfFeed AND FeedLine(1:3) = "TRL"
               SET EndOfFeed TO TRUE
           END-IF.

      *>   the first edit a line fails is the reason it goes back
       EDIT-FEED-LINE.
           MOVE "N" TO LineRejectedSw
           MOVE SPACES TO FeedFields RejReason
           MOVE ZEROS TO FeedFieldCounts
           UNSTRING FeedLine DELIMITED BY ","
               INTO FeedSupplierText COUNT IN SupplierTextCount
                    FeedItemCode COUNT IN ItemCodeCount
                    FeedTitle COUNT IN TitleCount
                    FeedVideoText COUNT IN VideoTextCount
                    FeedPriceText COUNT IN PriceTextCount
                    FeedEffectiveText COUNT IN EffectiveTextCount
           END-UNSTRING

           IF SupplierTextCount = ZERO OR SupplierTextCount > 3
               OR FeedSupplierText(1:SupplierTextCount) NOT NUMERIC
               MOVE "SUPPLIER CODE NOT NUMERIC" TO RejReason
               SET LineRejected TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE FeedSupplierText(1:SupplierTextCount)
               TO FeedSupplierCode
           MOVE FeedSupplierCode TO SupplierKey
           READ SupplierFile
               INVALID KEY CONTINUE
           END-READ
           IF NOT SupplierFound
               MOVE "SUPPLIER NOT ON FILE" TO RejReason
               SET LineRejected TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF ItemCodeCount = ZERO OR ItemCodeCount > 10
               OR FeedItemCode = SPACES
               MOVE "ITEM CODE MISSING/TOO LONG" TO RejReason
               SET LineRejected TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF TitleCount = ZERO OR TitleCount > 40
               OR FeedTitle = SPACES
               MOVE "TITLE MISSING/TOO LONG" TO RejReason
               SET LineRejected TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO FeedVideoCode
           IF VideoTextCount > ZERO AND FeedVideoText NOT = SPACES
               IF VideoTextCount > 5
                   OR FeedVideoText(1:VideoTextCount) NOT NUMERIC
                   MOVE "VIDEO CODE NOT NUMERIC" TO RejReason
                   SET LineRejected TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE FeedVideoText(1:VideoTextCount) TO FeedVideoCode
           END-IF
           PERFORM EDIT-FEED-PRICE
           IF LineRejected
               EXIT PARAGRAPH
           END-IF
      *>   a price list can be sent ahead of the day it applies, so
      *>   a future date is as good as a past one
           IF EffectiveTextCount = ZERO OR FeedEffectiveText = SPACES
               MOVE BusinessDate TO FeedEffectiveDate
           ELSE
               IF EffectiveTextCount NOT = 8
                   OR FeedEffectiveText NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT YYYYMMDD" TO RejReason
                   SET LineRejected TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE FeedEffectiveText TO FeedEffectiveDate
               CALL "Sub-DateValidate-V2" USING FeedEffectiveDate,
                   DateCheckResult
               IF NOT DateIsValid AND NOT DateIsFuture
                   MOVE "EFFECTIVE DATE NOT VALID" TO RejReason
                   SET LineRejected TO TRUE
               END-IF
           END-IF.

      *>   whole units and up to two places of pence, either side
      *>   of the point; a price of nothing is no price at all
       EDIT-FEED-PRICE.
           MOVE SPACES TO PriceWholeText PriceCentsText
           MOVE ZERO TO PriceWholeCount PriceCentsCount
           MOVE ZERO TO PriceWhole PriceCents
           IF PriceTextCount = ZERO
               MOVE "UNIT PRICE MISSING" TO RejReason
               SET LineRejected TO TRUE
               EXIT PARAGRAPH
           END-IF
           UNSTRING FeedPriceText(1:PriceTextCount) DELIMITED BY "."
               INTO PriceWholeText COUNT IN PriceWholeCount
                    PriceCentsText COUNT IN PriceCentsCount
           END-UNSTRING
           IF PriceWholeCount > 5 OR PriceCentsCount > 2
               MOVE "UNIT PRICE NOT NNNNN.NN" TO RejReason
               SET LineRejected TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF PriceWholeCount > ZERO
               IF PriceWholeText(1:PriceWholeCount) NOT NUMERIC
                   MOVE "UNIT PRICE NOT NNNNN.NN" TO RejReason
                   SET LineRejected TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE PriceWholeText(1:PriceWholeCount) TO PriceWhole
           END-IF
           IF PriceCentsCount > ZERO
               IF PriceCentsText(1:PriceCentsCount) NOT NUMERIC
                   MOVE "UNIT PRICE NOT NNNNN.NN" TO RejReason
                   SET LineRejected TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE PriceCentsText(1:PriceCentsCount) TO PriceCents
               IF PriceCentsCount = 1
                   MULTIPLY 10 BY PriceCents
               END-IF
           END-IF
           COMPUTE FeedUnitPrice = PriceWhole + PriceCents / 100
           IF FeedUnitPrice = ZERO
               MOVE "UNIT PRICE IS ZERO" TO RejReason
               SET LineRejected TO TRUE
           END-IF.

      *>   held against the price already in force from the last
      *>   feed: an unchanged price only refreshes the record it
      *>   stands on, a moved one goes on beside it
       APPLY-CATALOGUE-LINE.
           PERFORM FIND-LATEST-PRICE
           MOVE FeedSupplierCode TO DtlSupplierCode
           MOVE FeedItemCode TO DtlItemCode
           MOVE FeedTitle TO DtlTitle
           MOVE FeedUnitPrice TO DtlNewPrice
           MOVE FeedEffectiveDate TO DtlEffectiveDate
           IF LatestFound AND LatestUnitPrice = FeedUnitPrice
               PERFORM REFRESH-LATEST-RECORD
               ADD 1 TO UnchangedCount
               EXIT PARAGRAPH
           END-IF
           MOVE FeedSupplierCode TO SctSupplierCode
           MOVE FeedItemCode TO SctItemCode
           MOVE FeedEffectiveDate TO SctEffectiveDate
           MOVE FeedTitle TO SctTitle
           MOVE FeedVideoCode TO SctVideoCode
           MOVE FeedUnitPrice TO SctUnitPrice
           MOVE BusinessDate TO SctLoadedDate
      *>   a second price for the same day replaces the first
           IF LatestFound AND LatestEffectiveDate = FeedEffectiveDate
               REWRITE SupplierCatalogueRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) CATALOGUE STATUS = ",
                       CatalogueStatus
               END-REWRITE
           ELSE
               WRITE SupplierCatalogueRecord
                   INVALID KEY
                   DISPLAY "(WRITE) CATALOGUE STATUS = ",
                       CatalogueStatus
               END-WRITE
           END-IF
           IF NOT CatalogueFileOK
               EXIT PARAGRAPH
           END-IF
           IF LatestFound
               ADD 1 TO PriceChangeCount
               MOVE LatestUnitPrice TO DtlOldPrice
               COMPUTE PriceMovement = FeedUnitPrice - LatestUnitPrice
               MOVE PriceMovement TO DtlChange
               IF PriceMovement > ZERO
                   MOVE "UP" TO DtlRemark
               ELSE
                   MOVE "DOWN" TO DtlRemark
               END-IF
           ELSE
               ADD 1 TO NewItemCount
               MOVE ZERO TO DtlOldPrice DtlChange
               MOVE "NEW ITEM" TO DtlRemark
           END-IF
           WRITE ReportLine FROM PriceDetailLine.

      *>   the item's prices run in effective-date order, so the
      *>   last one read is the one in force from the last feed
       FIND-LATEST-PRICE.
           MOVE "N" TO LatestFoundSw
           MOVE ZERO TO LatestEffectiveDate LatestUnitPrice
           MOVE FeedSupplierCode TO SctSupplierCode
           MOVE FeedItemCode TO SctItemCode
           MOVE ZERO TO SctEffectiveDate
           START SupplierCatalogueFile KEY IS NOT LESS THAN SctKey
               INVALID KEY SET EndOfSupplierCatalogue TO TRUE
           END-START
           IF NOT EndOfSupplierCatalogue
               READ SupplierCatalogueFile NEXT RECORD
                   AT END SET EndOfSupplierCatalogue TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfSupplierCatalogue
                   OR SctSupplierCode NOT = FeedSupplierCode
                   OR SctItemCode NOT = FeedItemCode
               SET LatestFound TO TRUE
               MOVE SctEffectiveDate TO LatestEffectiveDate
               MOVE SctUnitPrice TO LatestUnitPrice
               READ SupplierCatalogueFile NEXT RECORD
                   AT END SET EndOfSupplierCatalogue TO TRUE
               END-READ
           END-PERFORM.

       REFRESH-LATEST-RECORD.
           MOVE FeedSupplierCode TO SctSupplierCode
           MOVE FeedItemCode TO SctItemCode
           MOVE LatestEffectiveDate TO SctEffectiveDate
           READ SupplierCatalogueFile
               KEY IS SctKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT CatalogueFound
               EXIT PARAGRAPH
           END-IF
           IF SctTitle NOT = FeedTitle
               OR SctVideoCode NOT = FeedVideoCode
               MOVE FeedTitle TO SctTitle
               MOVE FeedVideoCode TO SctVideoCode
               REWRITE SupplierCatalogueRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) CATALOGUE STATUS = ",
                       CatalogueStatus
               END-REWRITE
           END-IF.

       WRITE-CATALOGUE-REJECT.
           MOVE FeedLine TO RejFeedLine
           DISPLAY "ERROR - CATALOGUE LINE ", LinesReadCount,
               " REJECTED - ", RejReason
           WRITE RejectFlatLine FROM RejectLine
           ADD 1 TO RejectedCount.

       PRINT-PRICE-TOTALS.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "LINES READ            = " TO CntLabel
           MOVE LinesReadCount TO CntAmount
           WRITE ReportLine FROM PriceCountLine
           MOVE "NEW ITEMS             = " TO CntLabel
           MOVE NewItemCount TO CntAmount
           WRITE ReportLine FROM PriceCountLine
           MOVE "PRICES CHANGED        = " TO CntLabel
           MOVE PriceChangeCount TO CntAmount
           WRITE ReportLine FROM PriceCountLine
           MOVE "PRICES UNCHANGED      = " TO CntLabel
           MOVE UnchangedCount TO CntAmount
           WRITE ReportLine FROM PriceCountLine
           MOVE "LINES REJECTED        = " TO CntLabel
           MOVE RejectedCount TO CntAmount
           WRITE ReportLine FROM PriceCountLine.
