      *> Governing line layout for the report vault's index
      *> (REPORT-VAULT.DAT), appended by Sub-VaultReport each time a
      *> report is filed and rewritten only by VAULT-PRUNE. One line
      *> per filing: which report, the business date it was
      *> produced for, the step that produced it, its size in pages
      *> (60 lines to the page, or its own page throws where it
      *> makes them) and lines, and the vault copy's name on disk -
      *> VAULT.<date>.<report name>. A report filed twice for the
      *> same date (a rerun) has two lines and one vault copy, the
      *> later run's. Copied into every program that writes or
      *> reads the index so the layout only has to change in one
      *> place.
       01  VaultIndexLine.
           88  EndOfVaultIndex         VALUE HIGH-VALUES.
           03  VixReportName           PIC X(30).
           03  FILLER                  PIC X VALUE SPACE.
           03  VixBusinessDate         PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  VixStepName             PIC X(30).
           03  FILLER                  PIC X VALUE SPACE.
           03  VixPageCount            PIC 9(5).
           03  FILLER                  PIC X VALUE SPACE.
           03  VixLineCount            PIC 9(7).
           03  FILLER                  PIC X VALUE SPACE.
           03  VixVaultFileName        PIC X(50).
