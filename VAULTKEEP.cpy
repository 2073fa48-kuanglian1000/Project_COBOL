      *> Governing line layout for the report vault's retention
      *> rules (VAULT-RETENTION.DAT), maintained on the control file
      *> workbench: one line per report name saying how many days
      *> its vault copies are kept, counted back from the business
      *> date. VAULT-PRUNE deletes the copies older than that and
      *> drops their index lines. A report with no line on file is
      *> kept for the standing period below, and one the standing
      *> table doesn't name for the standing default - so a missing
      *> or empty file changes nothing. Lines that don't parse are
      *> ignored. Copied into every program that reads or keys the
      *> rules so the layout only has to change in one place.
       01  VaultRetentionLine.
           88  EndOfVaultRetention     VALUE HIGH-VALUES.
           03  VrlReportName           PIC X(30).
           03  FILLER                  PIC X VALUE SPACE.
           03  VrlKeepDays             PIC 9(4).
               88  ValidVrlKeepDays    VALUE 1 THRU 9999.

      *> the shop's standing retention - report name, days kept
       01  StandingRetentionTable.
           03  TableValues.
               05  FILLER  PIC X(30) VALUE "BALANCE-RPT.DAT".
               05  FILLER  PIC X(4)  VALUE "0400".
               05  FILLER  PIC X(30) VALUE "CASHUP-RPT.DAT".
               05  FILLER  PIC X(4)  VALUE "0400".
               05  FILLER  PIC X(30) VALUE "JOBLOG-WEEKLY-RPT.DAT".
               05  FILLER  PIC X(4)  VALUE "0365".
               05  FILLER  PIC X(30) VALUE "OPS-TREND-RPT.DAT".
               05  FILLER  PIC X(4)  VALUE "0365".
               05  FILLER  PIC X(30) VALUE "FILE-GROWTH-RPT.DAT".
               05  FILLER  PIC X(4)  VALUE "0365".
               05  FILLER  PIC X(30)
                       VALUE "OPERATOR-EXCEPTIONS-RPT.DAT".
               05  FILLER  PIC X(4)  VALUE "0365".
               05  FILLER  PIC X(30) VALUE "MEMBER-RENEWAL-RPT.DAT".
               05  FILLER  PIC X(4)  VALUE "0730".
               05  FILLER  PIC X(30) VALUE "MGMT-PACK-RPT.DAT".
               05  FILLER  PIC X(4)  VALUE "2555".
               05  FILLER  PIC X(30) VALUE "YEAREND-STATEMENT.DAT".
               05  FILLER  PIC X(4)  VALUE "2555".
           03  FILLER REDEFINES TableValues.
               05  StandingRetention   OCCURS 9 TIMES.
                   07  SrtReportName   PIC X(30).
                   07  SrtKeepDays     PIC 9(4).
       01  StandingRetentionCount  PIC 99 VALUE 9.
      *> every other report - a nightly list is wanted for a season,
      *> not for ever
       01  StandingDefaultKeepDays PIC 9(4) VALUE 90.
