      *> Governing detail-line layout for the copy sales archive
      *> (COPY-SALES.DAT). One line is appended per ex-rental copy
      *> sold over the counter, carrying the sale and the whole
      *> outgoing copy record - so a sold copy stays answerable after
      *> COPY-SELLOFF deletes it from VIDEOCOPY.DAT, the way
      *> VIDEO-ARCHIVE.DAT keeps a retired title. Built in
      *> WORKING-STORAGE and moved into the FD's flat line with
      *> WRITE ... FROM, same as CALCLOGREC.
       01  CopySaleRecord.
           88  EndOfCopySales      VALUE HIGH-VALUES.
           03  SaleDate            PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  SaleVideoCode       PIC 9(5).
           03  FILLER              PIC X VALUE "/".
           03  SaleCopyNumber      PIC 99.
           03  FILLER              PIC X VALUE SPACE.
           03  SaleTitle           PIC X(30).
           03  FILLER              PIC X VALUE SPACE.
           03  SaleDateAdded       PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
      *> W = sold out of the withdrawn bin; S = aged out and sold
      *> straight off the shelf
           03  SaleCondition       PIC X.
           03  FILLER              PIC X VALUE SPACE.
           03  SaleBranchCode      PIC 99.
           03  FILLER              PIC X VALUE SPACE.
           03  SaleUnitCost        PIC 9(5).99.
           03  FILLER              PIC X VALUE SPACE.
           03  SalePrice           PIC 9(5).99.
           03  FILLER              PIC X VALUE SPACE.
           03  SaleOperatorId      PIC X(4).
