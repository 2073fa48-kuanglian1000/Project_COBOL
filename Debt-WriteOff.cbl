       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBT-WRITEOFF.
      *> Bad-debt write-off run, supervisor only. The candidates are
      *> the borrowers RECEIVABLES-AGING last found owing more than
      *> 90 days past due (the OVER 90 column of
      *> RECEIVABLES-AGED.DAT). Each one's OVER 90 figure is worked
      *> again off BORR-ACCOUNT.DAT as it stands now, credits settling
      *> the oldest debits first exactly as the aging run does, so a
      *> payment taken since the aging run - or a write-off already
      *> made - is never written off twice. The supervisor confirms
      *> each borrower in turn; a confirmed write-off posts a BDW
      *> credit to the account and a matching BDW line to the fees
      *> journal carrying the supervisor as approver, which
      *> FEES-LEDGEREXTRACT carries to its own bad-debt account.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AgedBalanceFile ASSIGN TO "RECEIVABLES-AGED.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AgedFileStatus.

           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS BorrowerKey
             FILE STATUS IS BorrowerStatus.

           SELECT BorrowerAccountFile ASSIGN TO "BORR-ACCOUNT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BorrowerAccountStatus.

           SELECT FeesJournalFile ASSIGN TO "FEES-JOURNAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FeesJournalStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  AgedBalanceFile.
       01  AgedBalanceFlatLine PIC X(74).

       FD  BorrowerFile.
           COPY BORROWREC.

       FD  BorrowerAccountFile.
       01  BorrowerAccountFlatLine PIC X(39).

       FD  FeesJournalFile.
       01  FeesJournalFlatLine     PIC X(85).

       WORKING-STORAGE SECTION.
           COPY ACCTREC.
           COPY FEEJRNL.
           COPY AGEDREC.

       01  AgedFileStatus      PIC X(2).
           88  AgedFileOK      VALUE "00".
       01  BorrowerStatus      PIC X(2).
           88  BorrowerFound   VALUE "00".
       01  BorrowerKey         PIC 9(4).
       01  BorrowerAccountStatus   PIC X(2).
           88  AccountFileFound    VALUE "00".
           88  AccountFileMissing  VALUE "35".
       01  FeesJournalStatus   PIC X(2).
           88  FeesJournalNotFound VALUE "35".

       01  BusinessDate        PIC 9(8).
       01  BusinessDayNumber   PIC 9(7).
       01  PostDayNumber       PIC 9(7).
       01  CandidateNumber     PIC 9(4).
       01  AccountEntryAmount  PIC 9(5)V99.
       01  UnsettledAmount     PIC 9(5)V99.
       01  CreditPool          PIC 9(7)V99.
      *> what is more than 90 days past due - debits 120 days old
      *> and up, the aging run's OVER 90 bucket
       01  OverdueDays         PIC 9(7) VALUE 120.
       01  WriteOffAmount      PIC 9(5)V99.
       01  CandidateCount      PIC 9(4) VALUE ZERO.
       01  WrittenOffCount     PIC 9(4) VALUE ZERO.
       01  WrittenOffTotal     PIC 9(7)V99 VALUE ZERO.
       01  Prn-Amount          PIC ZZ,ZZ9.99.
       01  Prn-Total           PIC Z,ZZZ,ZZ9.99.
       01  KeyedReply          PIC X.
           88  ReplyYes        VALUE "Y" "y".
           88  ReplyQuit       VALUE "Q" "q".
       01  StopRunSw           PIC X.
           88  StopRun         VALUE "Y".

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
      *>   from the counter menu, so the run's totals must be
      *>   cleared or a second visit would report both
           MOVE ZERO TO CandidateCount WrittenOffCount WrittenOffTotal
           MOVE "N" TO StopRunSw
           CALL "Sub-OperatorSignOn" USING SignedOnOperator,
               SignOnResult, SignedOnRole
           IF NOT SignOnOk
               DISPLAY "..SIGN-ON REFUSED.."
               GOBACK
           END-IF
           IF NOT SignedOnSupervisor
               DISPLAY "..SUPERVISOR ROLE REQUIRED - REFUSED.."
               MOVE "DEBT-WRITEOFF" TO RefusalProgram
               MOVE "BAD-DEBT-WO" TO RefusalFunction
               CALL "Sub-LogAuthRefusal" USING RefusalProgram,
                   RefusalFunction, SignedOnOperator
               GOBACK
           END-IF
           CALL "Sub-CheckSystemBusy" USING SystemBusyFlag
           IF SystemIsBusy
               DISPLAY "..NIGHTLY PROCESSING IN PROGRESS - TRY "
                   "AGAIN WHEN THE CHAIN HAS FINISHED.."
               GOBACK
           END-IF
           OPEN INPUT AgedBalanceFile
           IF NOT AgedFileOK
               DISPLAY "..NO AGED BALANCES ON FILE - RUN "
                   "RECEIVABLES-AGING FIRST.."
               GOBACK
           END-IF
           CALL "Sub-BusinessDate" USING BusinessDate
           CALL "Sub-DateDayNumber" USING BusinessDate,
               BusinessDayNumber
           OPEN INPUT BorrowerFile

           READ AgedBalanceFile INTO AgedBalanceRecord
               AT END SET EndOfAgedFile TO TRUE
           END-READ
           IF NOT EndOfAgedFile AND AgdAsAtDate NOT = BusinessDate
               DISPLAY "..AGED BALANCES ARE AS AT ", AgdAsAtDate,
                   " - AMOUNTS ARE RE-WORKED AS AT TODAY.."
           END-IF
           PERFORM UNTIL EndOfAgedFile OR StopRun
               IF AgdOver90Days NOT = ZERO
                   PERFORM OFFER-ONE-CANDIDATE
               END-IF
               READ AgedBalanceFile INTO AgedBalanceRecord
                   AT END SET EndOfAgedFile TO TRUE
               END-READ
           END-PERFORM

           CLOSE AgedBalanceFile, BorrowerFile
           MOVE WrittenOffTotal TO Prn-Total
           DISPLAY "CANDIDATES = ", CandidateCount,
               "  WRITTEN OFF = ", WrittenOffCount,
               "  AMOUNT = ", Prn-Total
           GOBACK.

      *>   the candidate's figure as the account stands now; nothing
      *>   left over 90 days means it was settled or written off
      *>   since the aging run
       OFFER-ONE-CANDIDATE.
           MOVE AgdBorrowerNumber TO CandidateNumber
           PERFORM WORK-OUT-OVERDUE-DEBT
           IF WriteOffAmount = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CandidateCount
           MOVE CandidateNumber TO BorrowerKey
           READ BorrowerFile
               INVALID KEY
                   DISPLAY "BORROWER : ", CandidateNumber,
                       " **NOT ON FILE**"
               NOT INVALID KEY
                   DISPLAY "BORROWER : ", CandidateNumber, " ",
                       BorrowerName
           END-READ
           MOVE WriteOffAmount TO Prn-Amount
           DISPLAY "OWED OVER 90 DAYS PAST DUE = ", Prn-Amount
           DISPLAY "WRITE OFF AS BAD DEBT (Y/N, Q=STOP) : "
               WITH NO ADVANCING
           ACCEPT KeyedReply
           IF ReplyQuit
               SET StopRun TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT ReplyYes
               DISPLAY "..LEFT ON THE ACCOUNT.."
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-WRITEOFF-TO-ACCOUNT
           PERFORM WRITE-WRITEOFF-JOURNAL
           ADD 1 TO WrittenOffCount
           ADD WriteOffAmount TO WrittenOffTotal
           DISPLAY "..WRITTEN OFF..".

      *>   two passes of the account file for the one borrower: the
      *>   credits are pooled first, then the debits - appended in
      *>   date order - draw the pool down oldest first and whatever
      *>   is left of one at least 120 days old is the write-off
       WORK-OUT-OVERDUE-DEBT.
           MOVE ZERO TO CreditPool WriteOffAmount
           OPEN INPUT BorrowerAccountFile
           IF NOT AccountFileFound
               EXIT PARAGRAPH
           END-IF
           READ BorrowerAccountFile
               AT END MOVE HIGH-VALUES TO BorrowerAccountFlatLine
           END-READ
           PERFORM UNTIL BorrowerAccountFlatLine = HIGH-VALUES
               MOVE BorrowerAccountFlatLine TO BorrowerAccountRecord
               IF AcctBorrowerNumber = CandidateNumber
                   AND AcctIsCredit
                   MOVE AcctAmount TO AccountEntryAmount
                   ADD AccountEntryAmount TO CreditPool
               END-IF
               READ BorrowerAccountFile
                   AT END MOVE HIGH-VALUES TO BorrowerAccountFlatLine
               END-READ
           END-PERFORM
           CLOSE BorrowerAccountFile

           OPEN INPUT BorrowerAccountFile
           READ BorrowerAccountFile
               AT END MOVE HIGH-VALUES TO BorrowerAccountFlatLine
           END-READ
           PERFORM UNTIL BorrowerAccountFlatLine = HIGH-VALUES
               MOVE BorrowerAccountFlatLine TO BorrowerAccountRecord
               IF AcctBorrowerNumber = CandidateNumber
                   AND AcctIsDebit
                   PERFORM SETTLE-ONE-DEBIT
               END-IF
               READ BorrowerAccountFile
                   AT END MOVE HIGH-VALUES TO BorrowerAccountFlatLine
               END-READ
           END-PERFORM
           CLOSE BorrowerAccountFile.

       SETTLE-ONE-DEBIT.
           MOVE AcctAmount TO AccountEntryAmount
           IF CreditPool NOT < AccountEntryAmount
               SUBTRACT AccountEntryAmount FROM CreditPool
               EXIT PARAGRAPH
           END-IF
           COMPUTE UnsettledAmount = AccountEntryAmount - CreditPool
           MOVE ZERO TO CreditPool
           CALL "Sub-DateDayNumber" USING AcctDate, PostDayNumber
           IF PostDayNumber + OverdueDays NOT > BusinessDayNumber
               ADD UnsettledAmount TO WriteOffAmount
           END-IF.

      *>   the write-off clears the debt exactly as a payment would -
      *>   a credit on the account
       POST-WRITEOFF-TO-ACCOUNT.
           MOVE BusinessDate TO AcctDate
           MOVE CandidateNumber TO AcctBorrowerNumber
           SET AcctIsCredit TO TRUE
           MOVE "BDW" TO AcctEntryType
           MOVE ZEROS TO AcctVideoCode
           MOVE WriteOffAmount TO AcctAmount
           MOVE SignedOnOperator TO AcctOperatorId
           OPEN EXTEND BorrowerAccountFile
           IF AccountFileMissing
               OPEN OUTPUT BorrowerAccountFile
           END-IF
           WRITE BorrowerAccountFlatLine FROM BorrowerAccountRecord
           CLOSE BorrowerAccountFile.

      *>   the supervisor who authorised it stands as approver
       WRITE-WRITEOFF-JOURNAL.
           MOVE BusinessDate TO FeeJrnDate
           MOVE "BDW" TO FeeJrnType
           MOVE ZEROS TO FeeJrnVideoCode
           MOVE CandidateNumber TO FeeJrnBorrower
           MOVE ZEROS TO FeeJrnDaysOut
           MOVE ZEROS TO FeeJrnRental
           MOVE ZEROS TO FeeJrnLateFee
           MOVE WriteOffAmount TO FeeJrnTotal
           MOVE SignedOnOperator TO FeeJrnOperatorId
           MOVE SignedOnOperator TO FeeJrnApproverId
           OPEN EXTEND FeesJournalFile
           IF FeesJournalNotFound
               OPEN OUTPUT FeesJournalFile
           END-IF
           CALL "Sub-TerminalBranch" USING FeeJrnBranchCode
           CALL "Sub-JournalTax" USING FeesJournalLine
           WRITE FeesJournalFlatLine FROM FeesJournalLine
           CLOSE FeesJournalFile.
