      *> Governing detail-line layout for the supplier payments
      *> register (SUPPLIER-PAYMENTS.DAT). The payment run appends
      *> one line per approved invoice line it settles - the record
      *> of what left the bank and against which invoice, read back
      *> by the month-end pack - and one CRN line per supplier
      *> credit note it nets off the payment, carrying the credit
      *> note number and the return authorisation it answered
      *> (PayOrderNumber) in place of the invoice and order line.
      *> Spaces in the entry type, on older lines, read as INV.
      *> Built in WORKING-STORAGE and moved into the FD's flat line
      *> with WRITE ... FROM, same as CALCLOGREC. Copied into every
      *> program that touches the register so the layout only has
      *> to change in one place.
       01  SupplierPaymentLine.
           88  EndOfSupplierPayments   VALUE HIGH-VALUES.
           03  PayRunDate              PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  PaySupplierCode         PIC 999.
           03  FILLER                  PIC X VALUE SPACE.
           03  PayInvoiceNo            PIC X(10).
           03  FILLER                  PIC X VALUE SPACE.
           03  PayOrderNumber          PIC 9(5).
           03  FILLER                  PIC X VALUE "/".
           03  PayLineNumber           PIC 9(3).
           03  FILLER                  PIC X VALUE SPACE.
           03  PayAmount               PIC 9(6).99.
           03  FILLER                  PIC X VALUE SPACE.
           03  PayOperatorId           PIC X(4).
           03  FILLER                  PIC X VALUE SPACE.
           03  PayEntryType            PIC X(3).
               88  PayIsCredit         VALUE "CRN".
