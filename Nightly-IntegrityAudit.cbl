      *> job-log call and put back before control returns
       01  HeldReturnCode      PIC S9(4) COMP VALUE ZERO.

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30)
             VALUE "INTEGRITY-EXCEPTIONS.DAT".
       01  VaultStepName       PIC X(30) VALUE "NIGHTLY-INTEGRITYAUDIT".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
               PERFORM PRINT-EXCEPTION-TOTALS

               CLOSE ReportFile
               CALL "Sub-VaultReport" USING VaultReportName,
                   VaultStepName
           END-IF.

           COMPUTE TotalExceptionCount = LoanExceptionCount
