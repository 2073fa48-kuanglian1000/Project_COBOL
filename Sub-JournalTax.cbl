       IDENTIFICATION DIVISION.
       PROGRAM-ID. Sub-JournalTax IS INITIAL.
      *>   This sub-program is CALLed from a Cobol program.
      *>   it requires 1 parameter.
      *>       1 the fees journal line (FEEJRNL.cpy) about to be
      *>         written, its date, type and total already in place;
      *>         the tax code, rate and tax amount come back filled
      *>   The takings on the journal are tax-inclusive, so the tax
      *>   portion is total x rate / (100 + rate), rounded to the
      *>   cent. The code and rate are the newest TAX-TABLE.DAT line
      *>   for the entry type effective by the line's date; with no
      *>   line for the type (or no table yet) the standing codes
      *>   below apply - the billing and sales types as standard
      *>   rated ST, at a nil rate until the table gives one, and
      *>   everything else outside scope. Every writer of the
      *>   journal calls this just before its WRITE, so the split is
      *>   made the same way everywhere.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TaxTableFile ASSIGN TO "TAX-TABLE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TaxTableStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  TaxTableFile.
       01  TaxTableFlatLine    PIC X(20).

       WORKING-STORAGE SECTION.
           COPY TAXTABLE.

       01  TaxTableStatus      PIC X(2).
           88  TaxTableFound   VALUE "00".

       01  BestEffectiveDate   PIC 9(8).
       01  ChosenCode          PIC X(2).
           88  ChosenExempt    VALUE "EX".
           88  ChosenOutOfScope    VALUE "OS".
       01  ChosenRate          PIC 99V99.
       01  GrossAmount         PIC 9(5)V99.
       01  TaxPortion          PIC 9(5)V99.

       LINKAGE SECTION.
           COPY FEEJRNL.

       PROCEDURE DIVISION USING FeesJournalLine.
       BEGIN.
           MOVE ZERO TO ChosenRate BestEffectiveDate
           EVALUATE FeeJrnType
               WHEN "CHG"
               WHEN "RPL"
               WHEN "ADC"
               WHEN "MEM"
               WHEN "VSL"
               WHEN "SEL"
               WHEN "REV"
               WHEN "ADJ"
               WHEN "DSC"
               WHEN "LPR"
                   MOVE "ST" TO ChosenCode
               WHEN OTHER
                   MOVE "OS" TO ChosenCode
           END-EVALUATE

           OPEN INPUT TaxTableFile
           IF TaxTableFound
               READ TaxTableFile
                   AT END MOVE HIGH-VALUES TO TaxTableFlatLine
               END-READ
               PERFORM UNTIL TaxTableFlatLine = HIGH-VALUES
                   MOVE TaxTableFlatLine TO TaxTableLine
                   PERFORM APPLY-ONE-TAX-LINE
                   READ TaxTableFile
                       AT END MOVE HIGH-VALUES TO TaxTableFlatLine
                   END-READ
               END-PERFORM
               CLOSE TaxTableFile
           END-IF

           IF ChosenExempt OR ChosenOutOfScope
               MOVE ZERO TO ChosenRate
           END-IF
           MOVE FeeJrnTotal TO GrossAmount
           IF ChosenRate = ZERO
               MOVE ZERO TO TaxPortion
           ELSE
               COMPUTE TaxPortion ROUNDED =
                   GrossAmount * ChosenRate / (100 + ChosenRate)
           END-IF
           MOVE ChosenCode TO FeeJrnTaxCode
           MOVE ChosenRate TO FeeJrnTaxRate
           MOVE TaxPortion TO FeeJrnTaxAmount
           EXIT PROGRAM.

      *>   per type the newest line whose effective date has arrived
      *>   by the journal line's own date wins
       APPLY-ONE-TAX-LINE.
           IF TaxJournalType = FeeJrnType
               AND TaxEffectiveFrom IS NUMERIC
               AND TaxTableRate IS NUMERIC
               AND TaxTableCode NOT = SPACES
               AND TaxEffectiveFrom NOT > FeeJrnDate
               AND TaxEffectiveFrom NOT < BestEffectiveDate
               MOVE TaxEffectiveFrom TO BestEffectiveDate
               MOVE TaxTableCode TO ChosenCode
               MOVE TaxTableRate TO ChosenRate
           END-IF.

           END PROGRAM Sub-JournalTax.
