      *> job-log call and put back before control returns
       01  HeldReturnCode      PIC S9(4) COMP VALUE ZERO.

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30).
       01  VaultStepName       PIC X(30) VALUE "SORT-READDATAFILE".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.

               CLOSE StudentFile-Male
               CLOSE MaleReportFile
               MOVE "STUDENTS-MALE-RPT.DAT" TO VaultReportName
               CALL "Sub-VaultReport" USING VaultReportName,
                   VaultStepName
           END-IF.

      *>   heading and column label with the business date and page

               CLOSE StudentFile-Female
               CLOSE FemaleReportFile
               MOVE "STUDENTS-FEMALE-RPT.DAT" TO VaultReportName
               CALL "Sub-VaultReport" USING VaultReportName,
                   VaultStepName
           END-IF.

       START-NEW-FEMALE-PAGE.
