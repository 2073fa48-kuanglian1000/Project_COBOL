      *> Governing detail-line layout for the approved-for-payment
      *> list (APPROVED-INVOICES.DAT). SUPPINVOICE-ENTRY appends one
      *> line per matched invoice line; the supplier payment run
      *> stamps ApvPaidDate on every line it settles and rewrites
      *> the file whole, so a line can be paid once and only once.
      *> Zeros - or spaces, on lines written before the paid column
      *> was added - read as not yet paid. Built in WORKING-STORAGE
      *> and moved into the FD's flat line with WRITE ... FROM, same
      *> as CALCLOGREC. Copied into every program that touches the
      *> approved list so the layout only has to change in one
      *> place.
       01  ApprovedDetailLine.
           03  ApvDate         PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  ApvSupplier     PIC 999.
           03  FILLER          PIC X VALUE SPACE.
           03  ApvInvoiceNo    PIC X(10).
           03  FILLER          PIC X VALUE SPACE.
           03  ApvOrderNumber  PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  ApvLineNumber   PIC 9(3).
           03  FILLER          PIC X(6) VALUE " QTY =".
           03  ApvQuantity     PIC 9(3).
           03  FILLER          PIC X(7) VALUE " AMNT =".
           03  ApvAmount       PIC ZZZ,ZZ9.99.
           03  FILLER          PIC X(5) VALUE " OP= ".
           03  ApvOperatorId   PIC X(4).
           03  ApvPaidTag      PIC X(6) VALUE " PAID=".
           03  ApvPaidDate     PIC 9(8) VALUE ZEROS.
