           03  FILLER PIC X(17) VALUE "Age Over 50 = ".
           03  PrnAgeOver50 PIC Z,ZZ9.

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30)
             VALUE "STUDENTS-reportOutput.dat".
       01  VaultStepName       PIC X(30) VALUE "SEQUENTIALFILE-REPORT".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.

           CLOSE StudentFile.
           CLOSE ReportFile.
           IF NOT RunFailed
               CALL "Sub-VaultReport" USING VaultReportName,
                   VaultStepName
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
