      *> Governing line layout for the sales-tax table
      *> (TAX-TABLE.DAT), maintained on the control file workbench.
      *> One line per fees journal entry type per effective date:
      *> the tax code the type's takings fall under and the rate,
      *> a percentage with two decimals (1000 = 10.00%). A rate
      *> change is keyed ahead under a future effective date -
      *> readers take, per type, the newest line whose effective
      *> date has arrived by the journal line's date, the same rule
      *> FEE-SCHEDULE.DAT follows. ST is standard-rated at the
      *> line's rate, ZR zero-rated (a taxable sale at nil). Two
      *> codes are not rates:
      *>   EX - an exempt sale: reported, no tax
      *>   OS - outside scope, not a sale at all (cash movements,
      *>        deposits, redemptions): left off the tax return
      *> Lines that don't parse are ignored.
       01  TaxTableLine.
           88  EndOfTaxTable           VALUE HIGH-VALUES.
           03  TaxJournalType          PIC X(3).
           03  FILLER                  PIC X VALUE SPACE.
           03  TaxEffectiveFrom        PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  TaxTableCode            PIC X(2).
               88  TaxCodeExempt       VALUE "EX".
               88  TaxCodeOutOfScope   VALUE "OS".
           03  FILLER                  PIC X VALUE SPACE.
           03  TaxTableRate            PIC 99V99.
