      *> Governing record layout for the collection agency handoff
      *> file (COLLECT-HANDOFF.DAT) - fixed format, no delimiters,
      *> for the agency's own machine to read. The record type in
      *> the first byte says which view applies:
      *>   H - one header per run
      *>   B - one per referred borrower: name and postal address
      *>       off BORROWER.DAT, the total referred, the date of the
      *>       last contact on the account
      *>   D - one per unsettled debit making up that total
      *>   T - one trailer, counts and total for the agency to prove
      *>       the file against
      *> Amounts are unsigned with two implied decimals. Built in
      *> WORKING-STORAGE and moved into the FD's flat line with
      *> WRITE ... FROM, same as CALCLOGREC.
       01  CollHandoffRecord.
           03  HndRecordType           PIC X.
               88  HndIsHeader         VALUE "H".
               88  HndIsBorrower       VALUE "B".
               88  HndIsDebt           VALUE "D".
               88  HndIsTrailer        VALUE "T".
           03  HndBody                 PIC X(99).
           03  HndHeaderBody REDEFINES HndBody.
               05  HndShopName         PIC X(20).
               05  HndRunDate          PIC 9(8).
               05  FILLER              PIC X(71).
           03  HndBorrowerBody REDEFINES HndBody.
               05  HndBorrowerNumber   PIC 9(4).
               05  HndBorrowerName     PIC X(20).
               05  HndStreet           PIC X(20).
               05  HndTown             PIC X(15).
               05  HndPostCode         PIC X(8).
               05  HndPhone            PIC X(12).
               05  HndAmountOwed       PIC 9(6)V99.
               05  HndLastContactDate  PIC 9(8).
               05  FILLER              PIC X(4).
           03  HndDebtBody REDEFINES HndBody.
               05  HndDebtBorrower     PIC 9(4).
               05  HndDebtDate         PIC 9(8).
               05  HndDebtType         PIC X(3).
               05  HndDebtVideoCode    PIC 9(5).
               05  HndDebtAmount       PIC 9(5)V99.
               05  FILLER              PIC X(72).
           03  HndTrailerBody REDEFINES HndBody.
               05  HndBorrowerCount    PIC 9(5).
               05  HndDebtCount        PIC 9(6).
               05  HndTotalOwed        PIC 9(8)V99.
               05  FILLER              PIC X(78).
