      *> keys the counted drawer; the program totals the business
      *> date's journal lines by entry type. Only real drawer money
      *> counts toward the expected cash: the PAY lines (cash
      *> settled at the desk or against an account), the VSL
      *> voucher sales, the SEL ex-rental copy sales and the DEP
      *> security deposits taken, less the DRF deposits refunded
      *> out of the drawer. Everything else - the CHG/RPL/ADC/MEM
      *> billings, the REV/ADJ/DSC/LPR/VCH/DFF/BDW/CCM reductions,
      *> the agency's COL remittances and the nightly VBK voucher
      *> breakage - moves balances, not the drawer, and prints as
      *> memo lines only;
      *> counting a billing AND the cash that settles it would read
      *> the drawer short by every same-day cash rental. Breakdown
      *> and variance go to CASHUP-RPT.DAT, and a signed-off
      *> cash-up record appends to CASHUP.DAT. A short drawer now
      *> shows up the same night, not at year end.
      *> Each shop cashes up its own drawer: only the journal lines
      *> stamped with this terminal's branch (BRANCH.DAT) are
      *> totalled - a line from before the branch was stamped
      *> counts to branch 1 - and the branch is carried on the
      *> report and on the cash-up record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  FeesJournalFile.
       01  FeesJournalFlatLine     PIC X(85).
           88  EndOfJournalFlat    VALUE HIGH-VALUES.

       FD  ReportFile.
       01  ReportLine  PIC X(60).

       FD  CashUpFile.
       01  CashUpFlatLine  PIC X(87).

       WORKING-STORAGE SECTION.
           COPY FEEJRNL.
           88  CashUpNotFound  VALUE "35".

       01  BusinessDate        PIC 9(8).
       01  CashUpBranch        PIC 99.
       01  LineBranch          PIC 99.
       01  CountedCash         PIC 9(7)V99.
       01  LineAmount          PIC 9(5)V99.

       01  ExtraChargeTotal    PIC 9(7)V99 VALUE ZERO.
       01  PaymentTotal        PIC 9(7)V99 VALUE ZERO.
       01  VoucherSaleTotal    PIC 9(7)V99 VALUE ZERO.
       01  CopySaleTotal       PIC 9(7)V99 VALUE ZERO.
       01  DepositTakenTotal   PIC 9(7)V99 VALUE ZERO.
       01  DepositRefundTotal  PIC 9(7)V99 VALUE ZERO.
       01  DepositForfeitTotal PIC 9(7)V99 VALUE ZERO.
       01  BadDebtTotal        PIC 9(7)V99 VALUE ZERO.
       01  AgencyRecoveryTotal PIC 9(7)V99 VALUE ZERO.
       01  AgencyCommTotal     PIC 9(7)V99 VALUE ZERO.
       01  ReversalTotal       PIC 9(7)V99 VALUE ZERO.
       01  WaiverTotal         PIC 9(7)V99 VALUE ZERO.
       01  PromotionTotal      PIC 9(7)V99 VALUE ZERO.
       01  LoyaltyPointsTotal  PIC 9(7)V99 VALUE ZERO.
       01  VoucherUseTotal     PIC 9(7)V99 VALUE ZERO.
       01  VoucherBreakTotal   PIC 9(7)V99 VALUE ZERO.
       01  MembershipTotal     PIC 9(7)V99 VALUE ZERO.
       01  ExpectedCash        PIC S9(7)V99 VALUE ZERO.
       01  CashVariance        PIC S9(7)V99 VALUE ZERO.
       01  ReportHeading.
           03  FILLER          PIC X(22) VALUE "=END-OF-DAY CASH-UP= ".
           03  HdgDate         PIC 9(8).
           03  FILLER          PIC X(8) VALUE " BRANCH ".
           03  HdgBranch       PIC 99.

       01  TypeTotalLine.
           03  TtlLabel        PIC X(26).
           03  CupVariance     PIC +9(7).99.
           03  FILLER          PIC X(5) VALUE " OP= ".
           03  CupOperatorId   PIC X(4).
           03  FILLER          PIC X(5) VALUE " BR= ".
           03  CupBranch       PIC 99.

       01  CashUpTime.
           03  CashUpHHMMSS    PIC 9(6).
           88  SignedOnSenior      VALUE "S".
           88  SignedOnSupervisor  VALUE "V".

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30) VALUE "CASHUP-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "CASHUP-ENDOFDAY".

       PROCEDURE DIVISION.
       BEGIN.
      *>   working storage keeps its last-used state between CALLs
      *>   a recount in the same session would double-count every
      *>   journal line
           MOVE ZERO TO ChargeTotal ReplaceTotal ExtraChargeTotal
               PaymentTotal VoucherSaleTotal CopySaleTotal
               DepositTakenTotal DepositRefundTotal DepositForfeitTotal
               BadDebtTotal AgencyRecoveryTotal AgencyCommTotal
               ReversalTotal
               WaiverTotal PromotionTotal LoyaltyPointsTotal
               VoucherUseTotal VoucherBreakTotal
               MembershipTotal
               DayLineCount
           CALL "Sub-OperatorSignOn" USING SignedOnOperator,
               SignOnResult, SignedOnRole
               GOBACK
           END-IF
           CALL "Sub-BusinessDate" USING BusinessDate
           CALL "Sub-TerminalBranch" USING CashUpBranch

           PERFORM TOTAL-THE-DAYS-JOURNAL
           IF DayLineCount = ZERO
               DISPLAY "..NO JOURNAL LINES FOR ", BusinessDate,
                   " AT BRANCH ", CashUpBranch,
                   " - NOTHING TO CASH UP.."
               GOBACK
           END-IF

      *>   drawer cash is what was HANDED OVER - the PAY
      *>   settlements, the voucher sales, the copy sales and the
      *>   deposits taken, less the deposits handed back; the
      *>   billings they settle are memo columns, never added on top
           COMPUTE ExpectedCash = PaymentTotal + VoucherSaleTotal
               + CopySaleTotal + DepositTakenTotal - DepositRefundTotal

           DISPLAY "ENTER COUNTED CASH(NNNNNNN.NN) : "
             WITH NO ADVANCING
           DISPLAY "VARIANCE = ", VarAmount
           GOBACK.

      *>   one filtered pass over the journal, each line of this
      *>   branch's day dropped into its type bucket
       TOTAL-THE-DAYS-JOURNAL.
           OPEN INPUT FeesJournalFile
           IF FeesJournalFound
               END-READ
               PERFORM UNTIL EndOfJournalFlat
                   MOVE FeesJournalFlatLine TO FeesJournalLine
                   MOVE 1 TO LineBranch
                   IF FeeJrnBranchCode IS NUMERIC
                       AND FeeJrnBranchCode > ZERO
                       MOVE FeeJrnBranchCode TO LineBranch
                   END-IF
                   IF FeeJrnDate = BusinessDate
                       AND LineBranch = CashUpBranch
                       ADD 1 TO DayLineCount
                       MOVE FeeJrnTotal TO LineAmount
                       EVALUATE FeeJrnType
                               ADD LineAmount TO PaymentTotal
                           WHEN "VSL"
                               ADD LineAmount TO VoucherSaleTotal
                           WHEN "SEL"
                               ADD LineAmount TO CopySaleTotal
                           WHEN "DEP"
                               ADD LineAmount TO DepositTakenTotal
                           WHEN "DRF"
                               ADD LineAmount TO DepositRefundTotal
                           WHEN "DFF"
                               ADD LineAmount TO DepositForfeitTotal
                           WHEN "BDW"
                               ADD LineAmount TO BadDebtTotal
                           WHEN "COL"
                               ADD LineAmount TO AgencyRecoveryTotal
                           WHEN "CCM"
                               ADD LineAmount TO AgencyCommTotal
                           WHEN "REV"
                               ADD LineAmount TO ReversalTotal
                           WHEN "ADJ"
                               ADD LineAmount TO WaiverTotal
                           WHEN "DSC"
                               ADD LineAmount TO PromotionTotal
                           WHEN "LPR"
                               ADD LineAmount TO LoyaltyPointsTotal
                           WHEN "VCH"
                               ADD LineAmount TO VoucherUseTotal
                           WHEN "VBK"
                               ADD LineAmount TO VoucherBreakTotal
                           WHEN "MEM"
                               ADD LineAmount TO MembershipTotal
                       END-EVALUATE
               EXIT PARAGRAPH
           END-IF
           MOVE BusinessDate TO HdgDate
           MOVE CashUpBranch TO HdgBranch
           WRITE ReportLine FROM ReportHeading

           MOVE "DRAWER: PAYMENTS (PAY)= " TO TtlLabel
           MOVE "DRAWER: VOUCHERS (VSL)= " TO TtlLabel
           MOVE VoucherSaleTotal TO TtlAmount
           WRITE ReportLine FROM TypeTotalLine
           MOVE "DRAWER: SELL-OFF (SEL)= " TO TtlLabel
           MOVE CopySaleTotal TO TtlAmount
           WRITE ReportLine FROM TypeTotalLine
           MOVE "DRAWER: DEPOSITS (DEP)= " TO TtlLabel
           MOVE DepositTakenTotal TO TtlAmount
           WRITE ReportLine FROM TypeTotalLine
           MOVE "DRAWER: REFUNDS -(DRF)= " TO TtlLabel
           MOVE DepositRefundTotal TO TtlAmount
           WRITE ReportLine FROM TypeTotalLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "MEMO: CHARGES    (CHG)= " TO TtlLabel
           MOVE "MEMO: WAIVERS    (ADJ)= " TO TtlLabel
           MOVE WaiverTotal TO TtlAmount
           WRITE ReportLine FROM TypeTotalLine
           MOVE "MEMO: PROMOTIONS (DSC)= " TO TtlLabel
           MOVE PromotionTotal TO TtlAmount
           WRITE ReportLine FROM TypeTotalLine
           MOVE "MEMO: LOYALTY PTS(LPR)= " TO TtlLabel
           MOVE LoyaltyPointsTotal TO TtlAmount
           WRITE ReportLine FROM TypeTotalLine
           MOVE "MEMO: VOUCHER USE(VCH)= " TO TtlLabel
           MOVE VoucherUseTotal TO TtlAmount
           WRITE ReportLine FROM TypeTotalLine
           MOVE "MEMO: VCH EXPIRED(VBK)= " TO TtlLabel
           MOVE VoucherBreakTotal TO TtlAmount
           WRITE ReportLine FROM TypeTotalLine
           MOVE "MEMO: DEP FORFEIT(DFF)= " TO TtlLabel
           MOVE DepositForfeitTotal TO TtlAmount
           WRITE ReportLine FROM TypeTotalLine
           MOVE "MEMO: BAD DEBT   (BDW)= " TO TtlLabel
           MOVE BadDebtTotal TO TtlAmount
           WRITE ReportLine FROM TypeTotalLine
           MOVE "MEMO: AGENCY RCVD(COL)= " TO TtlLabel
           MOVE AgencyRecoveryTotal TO TtlAmount
           WRITE ReportLine FROM TypeTotalLine
           MOVE "MEMO: AGENCY COMM(CCM)= " TO TtlLabel
           MOVE AgencyCommTotal TO TtlAmount
           WRITE ReportLine FROM TypeTotalLine

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM TypeTotalLine
           MOVE CashVariance TO VarAmount
           WRITE ReportLine FROM VarianceLine
           CLOSE ReportFile
           CALL "Sub-VaultReport" USING VaultReportName, VaultStepName.

       WRITE-CASHUP-RECORD.
           MOVE BusinessDate TO CupDate
           MOVE CountedCash TO CupCounted
           MOVE CashVariance TO CupVariance
           MOVE SignedOnOperator TO CupOperatorId
           MOVE CashUpBranch TO CupBranch
           OPEN EXTEND CashUpFile
           IF CashUpNotFound
               OPEN OUTPUT CashUpFile
