       DATA DIVISION.
       FILE SECTION.
       FD  FeesJournalFile.
       01  FeesJournalFlatLine     PIC X(85).

       FD  BorrowerAccountFile.
       01  BorrowerAccountFlatLine PIC X(39).
           IF FeesJournalNotFound
               OPEN OUTPUT FeesJournalFile
           END-IF
           CALL "Sub-TerminalBranch" USING FeeJrnBranchCode
           CALL "Sub-JournalTax" USING FeesJournalLine
           WRITE FeesJournalFlatLine FROM FeesJournalLine
           CLOSE FeesJournalFile.

