      *> job-log call and put back before control returns
       01  HeldReturnCode      PIC S9(4) COMP VALUE ZERO.

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30) VALUE "OPS-SUMMARY.dat".
       01  VaultStepName       PIC X(30)
             VALUE "OPSSUMMARY-NIGHTLYREPORT".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
               WRITE OpsSummaryFlatLine FROM OpsSummaryMetricLine

               CLOSE OpsSummaryFile
               CALL "Sub-VaultReport" USING VaultReportName,
                   VaultStepName
           END-IF.

      *>   one flat dated line per night on OPS-HISTORY.DAT - the
