       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30) VALUE "OVERDUE-LOANS-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "LOAN-OVERDUEREPORT".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
               CLOSE SortedOverdueFile
               CLOSE ReportFile
               CLOSE BorrowerFile
               CALL "Sub-VaultReport" USING VaultReportName,
                   VaultStepName
           END-IF.

       PRINT-BORROWER-HEADING.
