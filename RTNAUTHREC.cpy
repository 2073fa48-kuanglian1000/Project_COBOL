      *> Governing record layout for the return-to-supplier
      *> authorisations (RETURNAUTH.DAT). One record per numbered
      *> authorisation SUPPLIER-RETURNS raises - the faulty tapes
      *> off DEFECT-HISTORY.DAT batched per supplier and packed back
      *> to them. The supplier's credit note is keyed against the
      *> authorisation when it arrives, and the payment run nets
      *> the credit off what the shop owes that supplier:
      *>   O = raised, awaiting the supplier's credit note
      *>   C = credit note keyed, not yet netted off a payment
      *>   N = credit netted off a payment run (RaNettedDate)
      *> Copied into every program that opens ReturnAuthFile so the
      *> layout only has to change in one place.
       01  ReturnAuthRecord.
           88  EndOfReturnAuthFile     VALUE HIGH-VALUE.
           03  RaNumber                PIC 9(5).
           03  RaSupplierCode          PIC 999.
           03  RaRaisedDate            PIC 9(8).
           03  RaCopyCount             PIC 9(3).
           03  RaRaisedBy              PIC X(4).
           03  RaStatusFlag            PIC X.
               88  RaAwaitingCredit    VALUE "O".
               88  RaCredited          VALUE "C".
               88  RaCreditNetted      VALUE "N".
           03  RaCreditNoteNo          PIC X(10).
           03  RaCreditDate            PIC 9(8).
           03  RaCreditAmount          PIC 9(5)V99.
           03  RaNettedDate            PIC 9(8).
