      *>     LATEFEE
      *>   RPL to REPLACE; ADC +, ADJ -, REV - all to ADJUST
      *>   MEM to MEMBER; VSL +, VCH - to VOUCHER; PAY to PAYMENT
      *>   SEL to SELLOFF; DEP +, DRF -, DFF - to DEPOSIT (the
      *>     liability the shop holds for its members)
      *>   BDW - to BADDEBT (the supervisor's bad-debt write-offs)
      *>   COL to COLLECT (the agency's remittances); CCM - to
      *>     COLLCOMM (the commission the agency kept)
      *>   DSC - to PROMO (the discounts the campaigns gave away)
      *>   LPR - to LOYALTY (the rentals members paid in points)
      *>   VBK + to BREAKAGE and - to VOUCHER (an expired voucher's
      *>     unspent balance leaving the liability as income)
      *> The extract is comma-delimited (LEDGER-EXTRACT.CSV) with a
      *> header and a batch-total trailer, the way EXPORT-MASTERS
      *> formats its extracts, and the control report
       DATA DIVISION.
       FILE SECTION.
       FD  FeesJournalFile.
       01  FeesJournalFlatLine PIC X(85).
           88  EndOfJournalFlat    VALUE HIGH-VALUES.

       FD  AcctMapFile.
      *> order - the standing codes hold until ACCT-MAP.DAT says
      *> otherwise
       01  AccountCodeTable.
           03  AccountCodeEntry    OCCURS 15 TIMES.
               05  ActKeyword      PIC X(8).
               05  ActAccountCode  PIC X(6).
       01  KindCount           PIC 99 VALUE 15.
       01  AccountIndex        PIC 99.
       01  KindIndex           PIC 99.

      *> one slot per business day met on the journal, each kind's
      *> signed amount beside it
       01  DayTotalTable.
           03  DayTotalEntry       OCCURS 100 TIMES.
               05  DttDate         PIC 9(8).
               05  DttAmount       PIC S9(7)V99 OCCURS 15 TIMES.
       01  DayTotalCount       PIC 9(3) VALUE ZERO.
       01  DayTotalIndex       PIC 9(3).
       01  DaySlotIndex        PIC 9(3).
           MOVE "VOUCHER" TO ActKeyword(6)
           MOVE "2400" TO ActAccountCode(6)
           MOVE "PAYMENT" TO ActKeyword(7)
           MOVE "1100" TO ActAccountCode(7)
           MOVE "SELLOFF" TO ActKeyword(8)
           MOVE "4050" TO ActAccountCode(8)
           MOVE "DEPOSIT" TO ActKeyword(9)
           MOVE "2410" TO ActAccountCode(9)
           MOVE "BADDEBT" TO ActKeyword(10)
           MOVE "4095" TO ActAccountCode(10)
           MOVE "COLLECT" TO ActKeyword(11)
           MOVE "1120" TO ActAccountCode(11)
           MOVE "COLLCOMM" TO ActKeyword(12)
           MOVE "6100" TO ActAccountCode(12)
           MOVE "PROMO" TO ActKeyword(13)
           MOVE "4085" TO ActAccountCode(13)
           MOVE "LOYALTY" TO ActKeyword(14)
           MOVE "4086" TO ActAccountCode(14)
           MOVE "BREAKAGE" TO ActKeyword(15)
           MOVE "4070" TO ActAccountCode(15).

      *>   the shop's own codes, one keyword per line, override the
      *>   standing ones; unknown keywords are simply ignored
               PERFORM UNTIL EndOfAcctMap
                   PERFORM APPLY-ONE-MAP-LINE
                       VARYING AccountIndex FROM 1 BY 1
                       UNTIL AccountIndex > KindCount
                   READ AcctMapFile
                       AT END SET EndOfAcctMap TO TRUE
                   END-READ
                   MOVE FeeJrnTotal TO LineAmount
                   MOVE 7 TO KindIndex
                   PERFORM POST-AMOUNT-ADDING
               WHEN "SEL"
                   MOVE FeeJrnTotal TO LineAmount
                   MOVE 8 TO KindIndex
                   PERFORM POST-AMOUNT-ADDING
               WHEN "DEP"
                   MOVE FeeJrnTotal TO LineAmount
                   MOVE 9 TO KindIndex
                   PERFORM POST-AMOUNT-ADDING
               WHEN "DRF"
                   MOVE FeeJrnTotal TO LineAmount
                   MOVE 9 TO KindIndex
                   PERFORM POST-AMOUNT-SUBTRACTING
               WHEN "DFF"
                   MOVE FeeJrnTotal TO LineAmount
                   MOVE 9 TO KindIndex
                   PERFORM POST-AMOUNT-SUBTRACTING
               WHEN "BDW"
                   MOVE FeeJrnTotal TO LineAmount
                   MOVE 10 TO KindIndex
                   PERFORM POST-AMOUNT-SUBTRACTING
               WHEN "COL"
                   MOVE FeeJrnTotal TO LineAmount
                   MOVE 11 TO KindIndex
                   PERFORM POST-AMOUNT-ADDING
               WHEN "CCM"
                   MOVE FeeJrnTotal TO LineAmount
                   MOVE 12 TO KindIndex
                   PERFORM POST-AMOUNT-SUBTRACTING
               WHEN "DSC"
                   MOVE FeeJrnTotal TO LineAmount
                   MOVE 13 TO KindIndex
                   PERFORM POST-AMOUNT-SUBTRACTING
               WHEN "LPR"
                   MOVE FeeJrnTotal TO LineAmount
                   MOVE 14 TO KindIndex
                   PERFORM POST-AMOUNT-SUBTRACTING
               WHEN "VBK"
                   MOVE FeeJrnTotal TO LineAmount
                   MOVE 15 TO KindIndex
                   PERFORM POST-AMOUNT-ADDING
                   MOVE 6 TO KindIndex
                   PERFORM POST-AMOUNT-SUBTRACTING
           END-EVALUATE.

       POST-AMOUNT-ADDING.
               ADD 1 TO DayTotalCount
               MOVE FeeJrnDate TO DttDate(DayTotalCount)
               PERFORM VARYING KindIndex FROM 1 BY 1
                       UNTIL KindIndex > KindCount
                   MOVE ZERO TO DttAmount(DayTotalCount, KindIndex)
               END-PERFORM
               MOVE DayTotalCount TO DaySlotIndex
       WRITE-ONE-DAYS-ROWS.
           PERFORM WRITE-ONE-LEDGER-ROW
               VARYING KindIndex FROM 1 BY 1
               UNTIL KindIndex > KindCount.

       WRITE-ONE-LEDGER-ROW.
           IF DttAmount(DaySlotIndex, KindIndex) NOT = ZERO
