       IDENTIFICATION DIVISION.
       PROGRAM-ID. Sub-VaultReport IS INITIAL.
      *>   This sub-program is CALLed from a Cobol program.
      *>   it requires 2 parameters.
      *>       1 to contain the report file's name on disk
      *>       2 to contain the name of the program that produced it
      *>   Called by a report program once its report is closed:
      *>   the report is copied into the dated vault as
      *>   VAULT.<business date>.<report name> via CBL_COPY_FILE,
      *>   so the next run writing over the live report no longer
      *>   loses it, and one line goes on the vault index
      *>   (REPORT-VAULT.DAT, VAULTIDX.cpy) with the report name,
      *>   business date, producing step and page count for
      *>   REPORT-VAULT to list and reprint from. Pages are the
      *>   report's own page throws where it makes them, otherwise
      *>   60 lines to the page. A report that is not there, or
      *>   will not copy, is said so on the console and left out of
      *>   the index - the caller's run goes on either way, and
      *>   RETURN-CODE comes back zero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReportFile ASSIGN TO ReportFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

           SELECT VaultIndexFile ASSIGN TO "REPORT-VAULT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VaultIndexStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ReportFile.
       01  ReportLine          PIC X(256).

       FD  VaultIndexFile.
       01  VaultIndexFlatLine  PIC X(135).

       WORKING-STORAGE SECTION.
           COPY VAULTIDX.

       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".
           88  ReportLineRead  VALUE "00" "04".
       01  VaultIndexStatus    PIC X(2).
           88  VaultIndexNotFound  VALUE "35".

       01  ReportFileName      PIC X(30).
       01  VaultFileName       PIC X(50).
       01  VaultDate           PIC 9(8).

       01  ReportReadableSw    PIC X VALUE "N".
           88  ReportReadable  VALUE "Y".
       01  LinesPerPage        PIC 99 VALUE 60.
       01  ReportLineCount     PIC 9(7).
       01  PageThrowCount      PIC 9(5).
       01  ReportPageCount     PIC 9(5).

       LINKAGE SECTION.
       01  ReportFileNameLK    PIC X(30).
       01  StepNameLK          PIC X(30).

       PROCEDURE DIVISION USING ReportFileNameLK, StepNameLK.
       BEGIN.
           MOVE ReportFileNameLK TO ReportFileName
           CALL "Sub-BusinessDate" USING VaultDate
           PERFORM COUNT-REPORT-PAGES
           IF NOT ReportReadable
               DISPLAY "..REPORT NOT VAULTED, NOT READABLE - ",
                   ReportFileName
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           MOVE SPACES TO VaultFileName
           STRING "VAULT." DELIMITED BY SIZE
               VaultDate DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               ReportFileName DELIMITED BY SPACE
               INTO VaultFileName
           END-STRING
           CALL "CBL_COPY_FILE" USING ReportFileName, VaultFileName
           IF RETURN-CODE NOT = 0
               DISPLAY "..REPORT NOT VAULTED, COPY FAILED - ",
                   ReportFileName
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           PERFORM WRITE-INDEX-LINE
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM.

      *>   a page throw comes back as a form feed leading the line
      *>   it was written before
       COUNT-REPORT-PAGES.
           MOVE ZERO TO ReportLineCount, PageThrowCount
           MOVE "N" TO ReportReadableSw
           OPEN INPUT ReportFile
           IF NOT ReportFileOK
               EXIT PARAGRAPH
           END-IF
           READ ReportFile
           PERFORM UNTIL NOT ReportLineRead
               ADD 1 TO ReportLineCount
               IF ReportLine(1:1) = X"0C"
                   ADD 1 TO PageThrowCount
               END-IF
               READ ReportFile
           END-PERFORM
           CLOSE ReportFile
           SET ReportReadable TO TRUE
           IF PageThrowCount > ZERO
               MOVE PageThrowCount TO ReportPageCount
           ELSE
               DIVIDE ReportLineCount BY LinesPerPage
                   GIVING ReportPageCount
               IF ReportPageCount * LinesPerPage < ReportLineCount
                   ADD 1 TO ReportPageCount
               END-IF
           END-IF
           IF ReportPageCount = ZERO
               MOVE 1 TO ReportPageCount
           END-IF.

       WRITE-INDEX-LINE.
           OPEN EXTEND VaultIndexFile
           IF VaultIndexNotFound
               OPEN OUTPUT VaultIndexFile
           END-IF
           MOVE ReportFileName TO VixReportName
           MOVE VaultDate TO VixBusinessDate
           MOVE StepNameLK TO VixStepName
           MOVE ReportPageCount TO VixPageCount
           MOVE ReportLineCount TO VixLineCount
           MOVE VaultFileName TO VixVaultFileName
           WRITE VaultIndexFlatLine FROM VaultIndexLine
           CLOSE VaultIndexFile.

           END PROGRAM Sub-VaultReport.
