      *> fees journal (VSL) for the closing cash-up; the loan desk's
      *> check-in redeems against the remaining balance. This
      *> program also answers balance questions and lists the
      *> outstanding (unredeemed) liability for period end. Every
      *> voucher is sold with an expiry date, the sale date plus
      *> the validity period on VOUCHER-RULES.DAT (VOUCHRULES.cpy);
      *> past it the voucher cannot be spent and the nightly
      *> VOUCHER-BREAKAGE run takes what is left as income. A
      *> member buying a voucher is keyed at the sale (number and
      *> check digit, the way the deposit desk takes it) and
      *> stamped on the VSL line, so PERSONAL-DATAREPORT can show
      *> the vouchers a member bought; a walk-in is keyed as zero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

           SELECT VoucherRulesFile ASSIGN TO "VOUCHER-RULES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VoucherRulesStatus.

           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS BorrowerKey
             FILE STATUS IS BorrowerStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  VoucherFile.
           COPY VOUCHREC.

       FD  FeesJournalFile.
       01  FeesJournalFlatLine     PIC X(85).

       FD  ReportFile.
       01  ReportLine  PIC X(70).

       FD  VoucherRulesFile.
       01  VoucherRulesFlatLine    PIC X(3).

       FD  BorrowerFile.
           COPY BORROWREC.

       WORKING-STORAGE SECTION.
           COPY FEEJRNL.
           COPY VOUCHRULES.

       01  VoucherStatus       PIC X(2).
           88  VoucherFound    VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

       01  VoucherRulesStatus  PIC X(2).
           88  VoucherRulesFound   VALUE "00".

       01  BorrowerStatus      PIC X(2).
           88  BorrowerFound   VALUE "00".
       01  BorrowerKey         PIC 9(4).

      *> the member buying the voucher - zero for a walk-in - keyed
      *> with the check digit off the card
       01  BuyerNumber         PIC 9(4).
       01  BorrowerEntryWork       PIC 9(5).
       01  BorrowerEntrySplit REDEFINES BorrowerEntryWork.
           03  BorrowerEntryNum    PIC 9(4).
           03  BorrowerEntryDigit  PIC 9.
       01  CheckDigitString        PIC X(10).
       01  BorrowerDigitLength     PIC 99 VALUE 4.
       01  CheckDigitWork          PIC 9.
       01  BuyerRefusedSw          PIC X.
           88  BuyerRefused        VALUE "Y".

       01  RequiredAction      PIC 9.
           88  SellAction      VALUE 1.
           88  BalanceAction   VALUE 2.
       01  Prn-VoucherAmount   PIC ZZ,ZZ9.99.
       01  OpenVoucherCount    PIC 9(4).
       01  LiabilityTotal      PIC 9(7)V99.
      *> open vouchers already past expiry - nothing a customer can
      *> spend, waiting on the nightly breakage run to close them
       01  LapsedVoucherCount  PIC 9(4).
       01  LapsedTotal         PIC 9(7)V99.
       01  Prn-LiabilityTotal  PIC Z,ZZZ,ZZ9.99.

       01  ReportHeading.
           03  DtlSoldDate     PIC 9(8).
           03  FILLER          PIC X(12) VALUE "  REMAINING=".
           03  DtlRemaining    PIC ZZ,ZZ9.99.
           03  FILLER          PIC X(10) VALUE "  EXPIRES=".
           03  DtlExpiryDate   PIC 9(8).

       01  LiabilityTotalLine.
           03  TtlLabel        PIC X(21) VALUE "TOTAL OUTSTANDING = ".
           03  TtlAmount       PIC Z,ZZZ,ZZ9.99.


           ACCEPT SoldAmount
           IF SoldAmount = ZERO
               DISPLAY "..NOTHING KEYED - NO SALE.."
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-VOUCHER-BUYER
           IF BuyerRefused
               DISPLAY "..NO SALE.."
           ELSE
               CALL "Sub-BusinessDate" USING BusinessDate
               PERFORM LOAD-VOUCHER-RULES
               MOVE BusinessDate TO VoucherSoldDate
               CALL "Sub-DateAdd" USING BusinessDate,
                   VcrValidityDays, VoucherExpiryDate
               MOVE SoldAmount TO VoucherFaceAmount
               MOVE SoldAmount TO VoucherRemaining
               SET VoucherIsOpen TO TRUE
                       "ON FILE.."
               ELSE
                   PERFORM WRITE-SALE-JOURNAL
                   DISPLAY "..VOUCHER SOLD - VALID TO ",
                       VoucherExpiryDate, ".."
               END-IF
           END-IF.

      *>   zero is a walk-in; a member's number must carry its
      *>   digit and be on file, or the sale is not made
       GET-VOUCHER-BUYER.
           MOVE ZERO TO BuyerNumber
           MOVE "N" TO BuyerRefusedSw
           DISPLAY "ENTER BUYER'S BORROWER NO + CHECK DIGIT(5 "
             "DIGITS, 0 = NOT A MEMBER) : " WITH NO ADVANCING
           MOVE ZERO TO BorrowerEntryWork
           ACCEPT BorrowerEntryWork
           IF BorrowerEntryWork = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CheckDigitString
           MOVE BorrowerEntryNum TO CheckDigitString(1:4)
           CALL "Sub-CheckDigit" USING CheckDigitString,
               BorrowerDigitLength, CheckDigitWork
           IF CheckDigitWork NOT = BorrowerEntryDigit
               DISPLAY "..BAD CHECK DIGIT - ENTRY REFUSED.."
               SET BuyerRefused TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BorrowerFile
           MOVE BorrowerEntryNum TO BorrowerKey
           READ BorrowerFile
               INVALID KEY CONTINUE
           END-READ
           IF BorrowerFound
               DISPLAY "BUYER : ", BorrowerName
               MOVE BorrowerEntryNum TO BuyerNumber
           ELSE
               DISPLAY "..NO SUCH BORROWER ON FILE.."
               SET BuyerRefused TO TRUE
           END-IF
           CLOSE BorrowerFile.

      *>   no rules on file leaves the standing validity in force
       LOAD-VOUCHER-RULES.
           OPEN INPUT VoucherRulesFile
           IF VoucherRulesFound
               READ VoucherRulesFile INTO VoucherRules
                   AT END CONTINUE
               END-READ
               CLOSE VoucherRulesFile
           END-IF.

       WRITE-SALE-JOURNAL.
           MOVE BusinessDate TO FeeJrnDate
           MOVE "VSL" TO FeeJrnType
           MOVE ZEROS TO FeeJrnVideoCode
           MOVE BuyerNumber TO FeeJrnBorrower
           MOVE ZEROS TO FeeJrnDaysOut
           MOVE ZEROS TO FeeJrnRental
           MOVE ZEROS TO FeeJrnLateFee
           IF FeesJournalNotFound
               OPEN OUTPUT FeesJournalFile
           END-IF
           CALL "Sub-TerminalBranch" USING FeeJrnBranchCode
           CALL "Sub-JournalTax" USING FeesJournalLine
           WRITE FeesJournalFlatLine FROM FeesJournalLine
           CLOSE FeesJournalFile.

           ELSE
               MOVE VoucherRemaining TO Prn-VoucherAmount
               DISPLAY "REMAINING BALANCE = ", Prn-VoucherAmount
               CALL "Sub-BusinessDate" USING BusinessDate
               EVALUATE TRUE
                   WHEN VoucherExpired
                       DISPLAY "..EXPIRED ", VoucherExpiryDate,
                           " - BALANCE CLOSED TO BREAKAGE.."
                   WHEN VoucherNeverExpires
                       DISPLAY "NO EXPIRY DATE"
                   WHEN VoucherExpiryDate < BusinessDate
                       DISPLAY "..EXPIRED ", VoucherExpiryDate,
                           " - CANNOT BE SPENT.."
                   WHEN OTHER
                       DISPLAY "VALID TO          = ",
                           VoucherExpiryDate
               END-EVALUATE
           END-IF.

      *>   every voucher still holding a balance, with the total the
      *>   shop owes its customers - the period-end liability figure.
      *>   One past its expiry is no longer owed; it is totalled
      *>   apart until the breakage run closes it.
       LIST-LIABILITY.
           MOVE ZERO TO OpenVoucherCount
           MOVE ZERO TO LiabilityTotal
           MOVE ZERO TO LapsedVoucherCount
           MOVE ZERO TO LapsedTotal
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
               END-READ
               PERFORM UNTIL EndOfVoucherFile
                   IF VoucherIsOpen AND VoucherRemaining > ZERO
                       PERFORM LIST-ONE-OPEN-VOUCHER
                   END-IF
                   READ VoucherFile NEXT RECORD
                       AT END SET EndOfVoucherFile TO TRUE
           WRITE ReportLine
           MOVE LiabilityTotal TO TtlAmount
           WRITE ReportLine FROM LiabilityTotalLine
           MOVE "EXPIRED, NOT CLOSED= " TO TtlLabel
           MOVE LapsedTotal TO TtlAmount
           WRITE ReportLine FROM LiabilityTotalLine
           MOVE "TOTAL OUTSTANDING = " TO TtlLabel
           CLOSE ReportFile
           MOVE LiabilityTotal TO Prn-LiabilityTotal
           DISPLAY "OPEN VOUCHERS = ", OpenVoucherCount,
               "  OUTSTANDING = ", Prn-LiabilityTotal
           IF LapsedVoucherCount > ZERO
               MOVE LapsedTotal TO Prn-LiabilityTotal
               DISPLAY "EXPIRED VOUCHERS AWAITING BREAKAGE = ",
                   LapsedVoucherCount, "  VALUE = ",
                   Prn-LiabilityTotal
           END-IF.

       LIST-ONE-OPEN-VOUCHER.
           IF NOT VoucherNeverExpires
               AND VoucherExpiryDate < BusinessDate
               ADD 1 TO LapsedVoucherCount
               ADD VoucherRemaining TO LapsedTotal
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OpenVoucherCount
           ADD VoucherRemaining TO LiabilityTotal
           MOVE VoucherNumber TO DtlNumber
           MOVE VoucherSoldDate TO DtlSoldDate
           MOVE VoucherRemaining TO DtlRemaining
           MOVE VoucherExpiryDate TO DtlExpiryDate
           WRITE ReportLine FROM LiabilityDetailLine.
