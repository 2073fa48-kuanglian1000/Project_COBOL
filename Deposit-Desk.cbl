       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-DESK.
      *> Refundable security deposits held against high-risk
      *> borrowers - the answer BORROWER-RELIABILITY's page has
      *> always pointed at. A borrower flagged on DEPOSIT.DAT (by
      *> the reliability run's CHRONIC marker, or by a senior here)
      *> cannot take a loan until a deposit is held. Taking one
      *> puts the cash on the fees journal (DEP, drawer cash in)
      *> and the amount on the deposit record as a liability owed
      *> back - never on BORR-ACCOUNT.DAT. When the member leaves,
      *> or after BORROWER-PURGE has archived them (the record then
      *> waits as REFUND DUE), the deposit is closed: whatever the
      *> member still owes on the account is forfeited against it
      *> (DFF - a credit on the account, memo on the journal) and
      *> the rest is refunded over the counter (DRF, drawer cash
      *> out). The liability list prints every deposit still
      *> outstanding for period end to DEPOSIT-LIABILITY-RPT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DepositFile ASSIGN TO "DEPOSIT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DepBorrowerNumber
             FILE STATUS IS DepositStatus.

           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS BorrowerKey
             FILE STATUS IS BorrowerStatus.

           SELECT VideoLoanFile ASSIGN TO "VIDEOLOAN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LoanKey
             FILE STATUS IS LoanStatus.

           SELECT BorrowerAccountFile ASSIGN TO "BORR-ACCOUNT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BorrowerAccountStatus.

           SELECT FeesJournalFile ASSIGN TO "FEES-JOURNAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FeesJournalStatus.

           SELECT ReportFile ASSIGN TO "DEPOSIT-LIABILITY-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  DepositFile.
           COPY DEPOSITREC.

       FD  BorrowerFile.
           COPY BORROWREC.

       FD  VideoLoanFile.
           COPY LOANREC.

       FD  BorrowerAccountFile.
       01  BorrowerAccountFlatLine PIC X(39).

       FD  FeesJournalFile.
       01  FeesJournalFlatLine     PIC X(85).

       FD  ReportFile.
       01  ReportLine  PIC X(70).

       WORKING-STORAGE SECTION.
           COPY ACCTREC.
           COPY FEEJRNL.

       01  DepositStatus       PIC X(2).
           88  DepositFound    VALUE "00".
           88  DepositFileOK   VALUE "00".
           88  DepositFileMissing  VALUE "35".
       01  BorrowerStatus      PIC X(2).
           88  BorrowerFound   VALUE "00".
       01  BorrowerKey         PIC 9(4).
       01  LoanStatus          PIC X(2).
           88  LoanFileOK      VALUE "00".
       01  BorrowerAccountStatus   PIC X(2).
           88  AccountFileFound    VALUE "00".
           88  AccountFileMissing  VALUE "35".
       01  FeesJournalStatus   PIC X(2).
           88  FeesJournalNotFound VALUE "35".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

       01  RequiredAction      PIC 9.
           88  TakeAction      VALUE 1.
           88  CloseAction     VALUE 2.
           88  FlagAction      VALUE 3.
           88  LiabilityAction VALUE 4.
           88  QuitDepositMenu VALUE 9.

      *> the shop's standing deposit, offered when the desk keys
      *> no amount of its own
       01  StandardDeposit     PIC 9(5)V99 VALUE 20.00.

       01  BusinessDate        PIC 9(8).
       01  DepositNumber       PIC 9(4).
       01  KeyedAmount         PIC 9(5)V99.
       01  AccountEntryAmount  PIC 9(5)V99.
       01  BorrowerBalance     PIC S9(7)V99.
       01  ForfeitAmount       PIC 9(5)V99.
       01  RefundAmount        PIC 9(5)V99.
       01  OpenLoanCount       PIC 9(4).
       01  Prn-Amount          PIC ZZ,ZZ9.99.
       01  Prn-Forfeit         PIC ZZ,ZZ9.99.
       01  Prn-Refund          PIC ZZ,ZZ9.99.
       01  KeyedReply          PIC X.
           88  ReplyYes        VALUE "Y" "y".
           88  ReplyNo         VALUE "N" "n".
       01  DepositOnFileSw     PIC X.
           88  DepositOnFile   VALUE "Y".
       01  OutstandingCount    PIC 9(4).
       01  LiabilityTotal      PIC 9(7)V99.
       01  Prn-LiabilityTotal  PIC Z,ZZZ,ZZ9.99.

      *> borrower numbers are keyed WITH their check digit now the
      *> cards carry one - four digits of number plus the digit,
      *> verified through Sub-CheckDigit before the key is used
       01  BorrowerEntryWork       PIC 9(5).
       01  BorrowerEntrySplit REDEFINES BorrowerEntryWork.
           03  BorrowerEntryNum    PIC 9(4).
           03  BorrowerEntryDigit  PIC 9.
       01  CheckDigitString        PIC X(10).
       01  BorrowerDigitLength     PIC 99 VALUE 4.
       01  CheckDigitWork          PIC 9.
       01  BorrowerDigitBadSw      PIC X.
           88  BorrowerDigitBad    VALUE "Y".

       01  ReportHeading.
           03  FILLER          PIC X(30)
                 VALUE "=OUTSTANDING DEPOSIT LIABILITY".
           03  FILLER          PIC X(2) VALUE "= ".
           03  HdgDate         PIC 9(8).

       01  LiabilityDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlBorrower     PIC 9(4).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlName         PIC X(20).
           03  FILLER          PIC X(8) VALUE " TAKEN =".
           03  DtlTakenDate    PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlHeld         PIC ZZ,ZZ9.99.
           03  FILLER          PIC X VALUE SPACE.
           03  DtlStateText    PIC X(10).

       01  LiabilityTotalLine.
           03  FILLER          PIC X(21) VALUE "TOTAL OUTSTANDING = ".
           03  TtlAmount       PIC Z,ZZZ,ZZ9.99.

      *> senior functions refused to a lesser role are logged for
      *> the supervisor's morning review
       01  RefusalProgram      PIC X(20).
       01  RefusalFunction     PIC X(14).


      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".


      *> who is signed on at this session - stamped on every audit
      *> and journal line the session writes
       01  SignedOnOperator    PIC X(4) VALUE SPACES.
       01  SignOnResult        PIC X VALUE "N".
           88  SignOnOk        VALUE "Y".
      *> the role Sub-OperatorSignOn handed back - what this
      *> session may reach
       01  SignedOnRole        PIC X VALUE "C".
           88  SignedOnCounter     VALUE "C".
           88  SignedOnSenior      VALUE "S".
           88  SignedOnSupervisor  VALUE "V".

       PROCEDURE DIVISION.
       BEGIN.
      *>   working storage keeps its last-used state between CALLs
      *>   from the counter menu, so the quit value must be cleared
      *>   or a second visit would fall straight through the loop
           MOVE 0 TO RequiredAction
           CALL "Sub-OperatorSignOn" USING SignedOnOperator,
               SignOnResult, SignedOnRole
           IF NOT SignOnOk
               DISPLAY "..SIGN-ON REFUSED.."
               GOBACK
           END-IF
           CALL "Sub-CheckSystemBusy" USING SystemBusyFlag
           IF SystemIsBusy
               DISPLAY "..NIGHTLY PROCESSING IN PROGRESS - TRY "
                   "AGAIN WHEN THE CHAIN HAS FINISHED.."
               GOBACK
           END-IF
           OPEN I-O DepositFile.
           IF DepositFileMissing
               CLOSE DepositFile
               OPEN OUTPUT DepositFile
               CLOSE DepositFile
               OPEN I-O DepositFile
           END-IF
           OPEN INPUT BorrowerFile.
           OPEN INPUT VideoLoanFile.

           PERFORM DO-DEPOSIT-MENU UNTIL QuitDepositMenu.

           CLOSE DepositFile, BorrowerFile, VideoLoanFile.
           GOBACK.

       DO-DEPOSIT-MENU.
           DISPLAY "CHOOSE: TAKE=1, CLOSE/REFUND=2, FLAG=3, "
             "LIABILITY LIST=4, QUIT=9 : " WITH NO ADVANCING.
           ACCEPT RequiredAction.

           IF TakeAction
               PERFORM TAKE-DEPOSIT
           END-IF

           IF CloseAction
               PERFORM CLOSE-DEPOSIT
           END-IF

           IF FlagAction
               PERFORM FLAG-BORROWER
           END-IF

           IF LiabilityAction
               PERFORM LIST-LIABILITY
           END-IF.

      *>   the keyed number with its digit verified; the deposit
      *>   record (if any) is left read in DepositRecord
       GET-DEPOSIT-BORROWER.
           DISPLAY "ENTER BORROWER NO + CHECK DIGIT(5 DIGITS) : "
             WITH NO ADVANCING
           ACCEPT BorrowerEntryWork
           MOVE "N" TO BorrowerDigitBadSw
           MOVE SPACES TO CheckDigitString
           MOVE BorrowerEntryNum TO CheckDigitString(1:4)
           CALL "Sub-CheckDigit" USING CheckDigitString,
               BorrowerDigitLength, CheckDigitWork
           IF CheckDigitWork NOT = BorrowerEntryDigit
               SET BorrowerDigitBad TO TRUE
               DISPLAY "..BAD CHECK DIGIT - ENTRY REFUSED.."
               EXIT PARAGRAPH
           END-IF
           MOVE BorrowerEntryNum TO DepositNumber
           MOVE DepositNumber TO BorrowerKey
           READ BorrowerFile
               INVALID KEY CONTINUE
           END-READ
           IF BorrowerFound
               DISPLAY "BORROWER : ", BorrowerName
           END-IF
           MOVE "N" TO DepositOnFileSw
           MOVE DepositNumber TO DepBorrowerNumber
           READ DepositFile
               KEY IS DepBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF DepositFound
               SET DepositOnFile TO TRUE
           END-IF.

      *>   only a flagged borrower lodges a deposit, and only one
      *>   is ever held at a time
       TAKE-DEPOSIT.
           PERFORM GET-DEPOSIT-BORROWER
           IF BorrowerDigitBad
               EXIT PARAGRAPH
           END-IF
           IF NOT BorrowerFound
               DISPLAY "..NO SUCH BORROWER ON FILE.."
               EXIT PARAGRAPH
           END-IF
           IF NOT DepositOnFile OR NOT DepositRequired
               DISPLAY "..BORROWER IS NOT FLAGGED FOR A DEPOSIT.."
               EXIT PARAGRAPH
           END-IF
           IF DepositOutstanding
               MOVE DepHeldAmount TO Prn-Amount
               DISPLAY "..DEPOSIT OF ", Prn-Amount,
                   " ALREADY HELD SINCE ", DepTakenDate, ".."
               EXIT PARAGRAPH
           END-IF
           MOVE StandardDeposit TO Prn-Amount
           DISPLAY "ENTER DEPOSIT(NNNNN.NN, 0 = STANDARD ",
               Prn-Amount, ") : " WITH NO ADVANCING
           ACCEPT KeyedAmount
           IF KeyedAmount = ZERO
               MOVE StandardDeposit TO KeyedAmount
           END-IF
           CALL "Sub-BusinessDate" USING BusinessDate
           SET DepositHeld TO TRUE
           MOVE KeyedAmount TO DepHeldAmount
           MOVE BusinessDate TO DepTakenDate
           MOVE SignedOnOperator TO DepTakenBy
           MOVE ZEROS TO DepClosedDate DepForfeitAmount
               DepRefundAmount
           MOVE SPACES TO DepClosedBy
           REWRITE DepositRecord
               INVALID KEY
               DISPLAY "(REWRITE) DEPOSIT STATUS = ", DepositStatus
           END-REWRITE
           IF DepositFileOK
               MOVE "DEP" TO FeeJrnType
               MOVE KeyedAmount TO FeeJrnTotal
               PERFORM WRITE-DEPOSIT-JOURNAL
               MOVE KeyedAmount TO Prn-Amount
               DISPLAY "..DEPOSIT OF ", Prn-Amount, " HELD.."
           END-IF.

      *>   the member leaving, or the refund a purged member comes
      *>   back for: what is still owed on the account is forfeited
      *>   first, the rest goes back over the counter. A member with
      *>   tapes still out is not closed - the deposit is what
      *>   stands behind them.
       CLOSE-DEPOSIT.
           PERFORM GET-DEPOSIT-BORROWER
           IF BorrowerDigitBad
               EXIT PARAGRAPH
           END-IF
           IF NOT DepositOnFile OR NOT DepositOutstanding
               DISPLAY "..NO DEPOSIT HELD FOR THAT BORROWER.."
               EXIT PARAGRAPH
           END-IF
           IF DepositRefundDue
               DISPLAY "..MEMBER PURGED - REFUND DUE.."
           END-IF
           PERFORM COUNT-OPEN-LOANS
           IF OpenLoanCount > ZERO
               DISPLAY "..BORROWER HAS ", OpenLoanCount,
                   " OPEN LOAN(S) - CHECK THEM IN FIRST.."
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-ACCOUNT-BALANCE
           MOVE ZERO TO ForfeitAmount
           IF BorrowerBalance > ZERO
               IF BorrowerBalance > DepHeldAmount
                   MOVE DepHeldAmount TO ForfeitAmount
               ELSE
                   MOVE BorrowerBalance TO ForfeitAmount
               END-IF
           END-IF
           COMPUTE RefundAmount = DepHeldAmount - ForfeitAmount
           MOVE DepHeldAmount TO Prn-Amount
           MOVE ForfeitAmount TO Prn-Forfeit
           MOVE RefundAmount TO Prn-Refund
           DISPLAY "DEPOSIT HELD = ", Prn-Amount
           DISPLAY "FORFEITED AGAINST UNPAID CHARGES = ", Prn-Forfeit
           DISPLAY "REFUND TO MEMBER = ", Prn-Refund
           DISPLAY "CLOSE THE DEPOSIT (Y/N) : " WITH NO ADVANCING
           ACCEPT KeyedReply
           IF NOT ReplyYes
               DISPLAY "..NOTHING CHANGED.."
               EXIT PARAGRAPH
           END-IF
           CALL "Sub-BusinessDate" USING BusinessDate
           SET DepositClosed TO TRUE
           MOVE BusinessDate TO DepClosedDate
           MOVE ForfeitAmount TO DepForfeitAmount
           MOVE RefundAmount TO DepRefundAmount
           MOVE SignedOnOperator TO DepClosedBy
           REWRITE DepositRecord
               INVALID KEY
               DISPLAY "(REWRITE) DEPOSIT STATUS = ", DepositStatus
           END-REWRITE
           IF NOT DepositFileOK
               EXIT PARAGRAPH
           END-IF
           IF ForfeitAmount > ZERO
               PERFORM POST-FORFEIT-TO-ACCOUNT
               MOVE "DFF" TO FeeJrnType
               MOVE ForfeitAmount TO FeeJrnTotal
               PERFORM WRITE-DEPOSIT-JOURNAL
           END-IF
           IF RefundAmount > ZERO
               MOVE "DRF" TO FeeJrnType
               MOVE RefundAmount TO FeeJrnTotal
               PERFORM WRITE-DEPOSIT-JOURNAL
               DISPLAY "..PAY ", Prn-Refund, " FROM THE DRAWER.."
           END-IF
           DISPLAY "..DEPOSIT CLOSED..".

      *>   a senior decision either way - the reliability run only
      *>   ever sets the flag
       FLAG-BORROWER.
           IF NOT SignedOnSenior AND NOT SignedOnSupervisor
               DISPLAY "..SENIOR ROLE REQUIRED - REFUSED.."
               MOVE "DEPOSIT-DESK" TO RefusalProgram
               MOVE "DEPOSIT-FLAG" TO RefusalFunction
               CALL "Sub-LogAuthRefusal" USING RefusalProgram,
                   RefusalFunction, SignedOnOperator
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-DEPOSIT-BORROWER
           IF BorrowerDigitBad
               EXIT PARAGRAPH
           END-IF
           IF NOT BorrowerFound
               DISPLAY "..NO SUCH BORROWER ON FILE.."
               EXIT PARAGRAPH
           END-IF
           IF DepositOnFile AND DepositRequired
               DISPLAY "CURRENTLY : DEPOSIT REQUIRED"
           ELSE
               DISPLAY "CURRENTLY : NO DEPOSIT REQUIRED"
           END-IF
           DISPLAY "REQUIRE A DEPOSIT (Y/N) : " WITH NO ADVANCING
           ACCEPT KeyedReply
           IF NOT ReplyYes AND NOT ReplyNo
               DISPLAY "..MUST BE Y OR N - NOTHING CHANGED.."
               EXIT PARAGRAPH
           END-IF
           CALL "Sub-BusinessDate" USING BusinessDate
           IF NOT DepositOnFile
               MOVE DepositNumber TO DepBorrowerNumber
               SET DepositNoneTaken TO TRUE
               MOVE ZEROS TO DepHeldAmount DepTakenDate DepClosedDate
                   DepForfeitAmount DepRefundAmount
               MOVE SPACES TO DepTakenBy DepClosedBy
           END-IF
           IF ReplyYes
               SET DepositRequired TO TRUE
           ELSE
               SET DepositNotRequired TO TRUE
           END-IF
           MOVE BusinessDate TO DepFlaggedDate
           MOVE SignedOnOperator TO DepFlaggedBy
           IF DepositOnFile
               REWRITE DepositRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) DEPOSIT STATUS = ",
                       DepositStatus
               END-REWRITE
           ELSE
               WRITE DepositRecord
                   INVALID KEY
                   DISPLAY "(WRITE) DEPOSIT STATUS = ", DepositStatus
               END-WRITE
           END-IF
           DISPLAY "..DEPOSIT FLAG SET TO ", DepRequiredFlag, "..".

      *>   every deposit the shop still owes back - held against a
      *>   member, or awaiting a purged member's collection
       LIST-LIABILITY.
           MOVE ZERO TO OutstandingCount
           MOVE ZERO TO LiabilityTotal
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               EXIT PARAGRAPH
           END-IF
           CALL "Sub-BusinessDate" USING BusinessDate
           MOVE BusinessDate TO HdgDate
           WRITE ReportLine FROM ReportHeading

           MOVE ZEROS TO DepBorrowerNumber
           START DepositFile KEY IS NOT LESS THAN DepBorrowerNumber
               INVALID KEY CONTINUE
           END-START
           IF DepositFileOK
               READ DepositFile NEXT RECORD
                   AT END SET EndOfDepositFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfDepositFile
                   IF DepositOutstanding
                       PERFORM PRINT-LIABILITY-LINE
                   END-IF
                   READ DepositFile NEXT RECORD
                       AT END SET EndOfDepositFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE LiabilityTotal TO TtlAmount
           WRITE ReportLine FROM LiabilityTotalLine
           CLOSE ReportFile
           MOVE LiabilityTotal TO Prn-LiabilityTotal
           DISPLAY "DEPOSITS HELD = ", OutstandingCount,
               "  OUTSTANDING = ", Prn-LiabilityTotal.

       PRINT-LIABILITY-LINE.
           ADD 1 TO OutstandingCount
           ADD DepHeldAmount TO LiabilityTotal
           MOVE DepBorrowerNumber TO DtlBorrower
           MOVE DepBorrowerNumber TO BorrowerKey
           READ BorrowerFile
               INVALID KEY
                   MOVE "**NOT ON FILE**" TO DtlName
               NOT INVALID KEY
                   MOVE BorrowerName TO DtlName
           END-READ
           MOVE DepTakenDate TO DtlTakenDate
           MOVE DepHeldAmount TO DtlHeld
           IF DepositRefundDue
               MOVE "REFUND DUE" TO DtlStateText
           ELSE
               MOVE "HELD" TO DtlStateText
           END-IF
           WRITE ReportLine FROM LiabilityDetailLine.

      *>   the open-loan file only holds what is out right now, so
      *>   the walk is short
       COUNT-OPEN-LOANS.
           MOVE ZERO TO OpenLoanCount
           MOVE ZEROS TO LoanKey
           START VideoLoanFile KEY IS NOT LESS THAN LoanKey
               INVALID KEY CONTINUE
           END-START
           IF LoanFileOK
               READ VideoLoanFile NEXT RECORD
                   AT END SET EndOfLoanFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLoanFile
                   IF LoanBorrowerNumber = DepositNumber
                       ADD 1 TO OpenLoanCount
                   END-IF
                   READ VideoLoanFile NEXT RECORD
                       AT END SET EndOfLoanFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

      *>   debits less credits off the account postings file, the
      *>   same sum the loan desk's standing check makes
       COMPUTE-ACCOUNT-BALANCE.
           MOVE ZERO TO BorrowerBalance
           OPEN INPUT BorrowerAccountFile
           IF AccountFileFound
               READ BorrowerAccountFile
                   AT END MOVE HIGH-VALUES TO BorrowerAccountFlatLine
               END-READ
               PERFORM UNTIL BorrowerAccountFlatLine = HIGH-VALUES
                   MOVE BorrowerAccountFlatLine
                       TO BorrowerAccountRecord
                   IF AcctBorrowerNumber = DepositNumber
                       MOVE AcctAmount TO AccountEntryAmount
                       IF AcctIsDebit
                           ADD AccountEntryAmount TO BorrowerBalance
                       ELSE
                           SUBTRACT AccountEntryAmount
                               FROM BorrowerBalance
                       END-IF
                   END-IF
                   READ BorrowerAccountFile
                       AT END
                       MOVE HIGH-VALUES TO BorrowerAccountFlatLine
                   END-READ
               END-PERFORM
               CLOSE BorrowerAccountFile
           END-IF.

      *>   the forfeited part pays the charges down exactly as a
      *>   cash payment would - a credit on the account
       POST-FORFEIT-TO-ACCOUNT.
           MOVE BusinessDate TO AcctDate
           MOVE DepositNumber TO AcctBorrowerNumber
           SET AcctIsCredit TO TRUE
           MOVE "DFF" TO AcctEntryType
           MOVE ZEROS TO AcctVideoCode
           MOVE ForfeitAmount TO AcctAmount
           MOVE SignedOnOperator TO AcctOperatorId
           OPEN EXTEND BorrowerAccountFile
           IF AccountFileMissing
               OPEN OUTPUT BorrowerAccountFile
           END-IF
           WRITE BorrowerAccountFlatLine FROM BorrowerAccountRecord
           CLOSE BorrowerAccountFile.

      *>   type and amount set by the caller
       WRITE-DEPOSIT-JOURNAL.
           MOVE BusinessDate TO FeeJrnDate
           MOVE ZEROS TO FeeJrnVideoCode
           MOVE DepositNumber TO FeeJrnBorrower
           MOVE ZEROS TO FeeJrnDaysOut
           MOVE ZEROS TO FeeJrnRental
           MOVE ZEROS TO FeeJrnLateFee
           MOVE SignedOnOperator TO FeeJrnOperatorId
           MOVE SPACES TO FeeJrnApproverId
           OPEN EXTEND FeesJournalFile
           IF FeesJournalNotFound
               OPEN OUTPUT FeesJournalFile
           END-IF
           CALL "Sub-TerminalBranch" USING FeeJrnBranchCode
           CALL "Sub-JournalTax" USING FeesJournalLine
           WRITE FeesJournalFlatLine FROM FeesJournalLine
           CLOSE FeesJournalFile.
