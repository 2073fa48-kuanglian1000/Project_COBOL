      *> FEES-JOURNAL.OLD via CBL_COPY_FILE, the same safety net
      *> STUDENT-NAMEWIDEN keeps. Run once, before the first
      *> cash-up or extract under the new copybook.
      *> The line has since grown again, by the sales-tax code, rate
      *> and tax amount Sub-JournalTax works out for every new line.
      *> Any line, old or new layout, still without a tax code has
      *> them filled in on the way through, from TAX-TABLE.DAT as it
      *> stood on the line's own date, so the tax return can be run
      *> over periods from before the columns existed. Safe to run
      *> again: a line already carrying its tax code is left alone.
      *> The branch column added after that is carried through as
      *> it stands - nobody recorded which shop the older takings
      *> were made at, so those lines keep a blank branch and every
      *> reader counts them to branch 1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  FeesJournalFile.
       01  JournalFlatLine     PIC X(85).
           88  EndOfJournalFlat    VALUE HIGH-VALUES.

       FD  ConvertedFile.
       01  ConvertedFlatLine   PIC X(85).
           88  EndOfConverted      VALUE HIGH-VALUES.

       WORKING-STORAGE SECTION.
      *> video code through the operator, so the conversion is the
      *> date, then the CHG type spliced in, then the rest of the
      *> old line carried whole, then the blank approver
       01  NewLineWork         PIC X(85).
           COPY FEEJRNL.

       01  FeesJournalStatus   PIC X(2).
           88  FeesJournalOK   VALUE "00".
       01  TypeByteWork        PIC X.
       01  ConvertedCount      PIC 9(5) VALUE ZERO.
       01  CarriedCount        PIC 9(5) VALUE ZERO.
       01  TaxFilledCount      PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "OLD LINES CONVERTED   = ", ConvertedCount.
           DISPLAY "NEW LINES CARRIED     = ", CarriedCount.
           DISPLAY "TAX COLUMNS FILLED IN = ", TaxFilledCount.
           DISPLAY "..UNCONVERTED JOURNAL KEPT AS "
               "FEES-JOURNAL.OLD..".
           GOBACK.
               MOVE JournalFlatLine(1:9) TO NewLineWork(1:9)
               MOVE "CHG" TO NewLineWork(10:3)
               MOVE JournalFlatLine(10:46) TO NewLineWork(14:46)
               ADD 1 TO ConvertedCount
           ELSE
               MOVE JournalFlatLine TO NewLineWork
               ADD 1 TO CarriedCount
           END-IF
           MOVE NewLineWork TO FeesJournalLine
           IF FeeJrnTaxCode = SPACES
               CALL "Sub-JournalTax" USING FeesJournalLine
               ADD 1 TO TaxFilledCount
           END-IF
           WRITE ConvertedFlatLine FROM FeesJournalLine.

      *>   rewritten whole from the work file - the same
      *>   unload/rebuild shape the purges use
