      *> The closing figures go to YEAREND-STATEMENT.DAT, and the
      *> run writes start/end lines on the shared job log like any
      *> other batch step.
      *> The nightly chain runs it on the last business day of the
      *> year, unattended: with the chain's busy marker on disk the
      *> year closed is the business date's own, and nobody is
      *> asked. Run by hand it still asks for the year.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  StatementOK     VALUE "00".

       01  ClosingYear         PIC 9(4).
       01  BusinessDate.
           03  BusinessYear    PIC 9(4).
           03  FILLER          PIC 9(4).

      *> on disk while the nightly chain is running - the sign this
      *> run was started by the chain, not by hand
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".
       01  ArchiveFileName     PIC X(30).

       01  AuditArchivedCount  PIC 9(7) VALUE ZERO.
      *> job-log call and put back before control returns
       01  HeldReturnCode      PIC S9(4) COMP VALUE ZERO.

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30) VALUE "YEAREND-STATEMENT.DAT".
       01  VaultStepName       PIC X(30) VALUE "YEAREND-CLOSE".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-JobLog" USING JobLogName, JobStartEvent,
               JobLogCount, JobLogStatus.
           CALL "Sub-CheckSystemBusy" USING SystemBusyFlag.
           IF SystemIsBusy
               CALL "Sub-BusinessDate" USING BusinessDate
               MOVE BusinessYear TO ClosingYear
               DISPLAY "CLOSING YEAR ", ClosingYear
           ELSE
               DISPLAY "ENTER YEAR TO CLOSE (YYYY) : "
                 WITH NO ADVANCING
               ACCEPT ClosingYear
           END-IF.

           PERFORM CLOSE-SUPPLIER-AUDIT.
           PERFORM CLOSE-CALC-LOG.
           CALL "Sub-JobLog" USING JobLogName, JobEndEvent,
               JobLogCount, JobLogStatus
           MOVE HeldReturnCode TO RETURN-CODE.
           GOBACK.

      *>   the closed year's audit lines (leading YYYY on every
      *>   line) go to the dated archive; everything later stays,
           MOVE ZERO TO SdlCount
           WRITE StatementLine FROM StatementDetailLine

           CLOSE StatementFile
           CALL "Sub-VaultReport" USING VaultReportName, VaultStepName.
