       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30) VALUE "OPS-TREND-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "OPSTREND-WEEKLYREPORT".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           MOVE LwMergeDups TO TdlLastWeek
           WRITE ReportLine FROM TrendDetailLine

           CLOSE ReportFile
           CALL "Sub-VaultReport" USING VaultReportName, VaultStepName.
