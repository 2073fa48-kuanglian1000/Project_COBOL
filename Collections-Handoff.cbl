       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTIONS-HANDOFF.
      *> Monthly collection agency run - the next step after the
      *> level-3 final notice and the replacement billing. It does
      *> two things, in this order:
      *>   1. posts the agency's recoveries (COLLECT-RECOVERIES.DAT,
      *>      COLLRECV lines) to the borrower accounts. Each gross
      *>      recovery clears that much of the debt: the part the
      *>      shop actually receives posts as COL, the agency's
      *>      commission out of it as CCM, both credits on the
      *>      account and lines on the fees journal. The file is
      *>      kept as COLLECT-RECOVERIES.POSTED and removed, so a
      *>      rerun cannot post it twice.
      *>   2. works every account off BORR-ACCOUNT.DAT the way
      *>      RECEIVABLES-AGING does - credits settling the oldest
      *>      debits first - and refers each borrower owing at least
      *>      the threshold balance, with an unsettled debit at
      *>      least the threshold age, and no payment taken within
      *>      that age. The referral goes to the agency on
      *>      COLLECT-HANDOFF.DAT (COLLHAND - name and address off
      *>      BORROWER.DAT, the itemised debts, the last contact date)
      *>      and the borrower is flagged on COLLECT.DAT, which the
      *>      loan desk shows as WITH COLLECTIONS at checkout. A
      *>      referred account found cleared is closed off.
      *> The thresholds and the agency's commission rate are the
      *> standing ones below unless REPORT-PARAMS.DAT says otherwise:
      *>   COLLMINBAL=nnn   whole currency units owed     (25)
      *>   COLLMINDAYS=nnn  days since the oldest debit   (90)
      *>   COLLCOMMPCT=nn   agency commission, per cent   (25)
      *> Everything the run did prints on COLLECTIONS-RPT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CollectFile ASSIGN TO "COLLECT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CollBorrowerNumber
             FILE STATUS IS CollectStatus.

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

           SELECT RecoveriesFile ASSIGN TO "COLLECT-RECOVERIES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RecoveriesStatus.

           SELECT HandoffFile ASSIGN TO "COLLECT-HANDOFF.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HandoffStatus.

           SELECT SortedAccountFile ASSIGN TO "ACCOUNT-SORTED.TEMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SortedFileStatus.

           SELECT WorkFile ASSIGN TO "WORK.TEMP"
             FILE STATUS IS WorkFileStatus.

           SELECT ReportFile ASSIGN TO "COLLECTIONS-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

           SELECT ReportParamsFile ASSIGN TO "REPORT-PARAMS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportParamsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CollectFile.
           COPY COLLECTREC.

       FD  BorrowerFile.
           COPY BORROWREC.

       FD  BorrowerAccountFile.
       01  BorrowerAccountFlatLine PIC X(39).

       FD  FeesJournalFile.
       01  FeesJournalFlatLine     PIC X(85).

       FD  RecoveriesFile.
       01  RecoveriesFlatLine      PIC X(29).

       FD  HandoffFile.
       01  HandoffFlatLine         PIC X(100).

       FD  SortedAccountFile.
       01  SortedAccountRec.
           88  EndOfSortedFile     VALUE HIGH-VALUES.
           03  SortedBorrowerNumber PIC 9(4).
           03  SortedDrCrFlag      PIC X.
               88  SortedIsCredit  VALUE "C".
           03  SortedPostDate      PIC 9(8).
           03  SortedEntryType     PIC X(3).
           03  SortedVideoCode     PIC 9(5).
           03  SortedAmount        PIC 9(5)V99.

       SD  WorkFile.
       01  WorkRec.
           03  wBorrowerNumber     PIC 9(4).
           03  wDrCrFlag           PIC X.
           03  wPostDate           PIC 9(8).
           03  wEntryType          PIC X(3).
           03  wVideoCode          PIC 9(5).
           03  wAmount             PIC 9(5)V99.

       FD  ReportFile.
       01  ReportLine  PIC X(80).

       FD  ReportParamsFile.
       01  ReportParamLine.
           88  EndOfParamsFile VALUE HIGH-VALUES.
           03  FILLER          PIC X(33).

       WORKING-STORAGE SECTION.
           COPY ACCTREC.
           COPY FEEJRNL.
           COPY COLLHAND.
           COPY COLLRECV.

       01  CollectStatus       PIC X(2).
           88  CollectFound    VALUE "00".
           88  CollectFileOK   VALUE "00".
           88  CollectFileMissing  VALUE "35".
       01  BorrowerStatus      PIC X(2).
           88  BorrowerFound   VALUE "00".
       01  BorrowerKey         PIC 9(4).
       01  BorrowerAccountStatus   PIC X(2).
           88  AccountFileFound    VALUE "00".
           88  AccountFileMissing  VALUE "35".
       01  FeesJournalStatus   PIC X(2).
           88  FeesJournalNotFound VALUE "35".
       01  RecoveriesStatus    PIC X(2).
           88  RecoveriesFound VALUE "00".
       01  HandoffStatus       PIC X(2).
           88  HandoffFileOK   VALUE "00".
       01  SortedFileStatus    PIC X(2).
           88  SortedFileOK    VALUE "00".
       01  WorkFileStatus      PIC X(2).
           88  WorkFileOK      VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

      *> the standing thresholds and rate, until REPORT-PARAMS.DAT
      *> says otherwise
       01  MinimumBalance      PIC 9(5)V99 VALUE 25.00.
       01  MinimumDays         PIC 9(3) VALUE 90.
       01  CommissionPercent   PIC 9(3) VALUE 25.

       01  ReportParamsStatus  PIC X(2).
           88  ParamsFileOK    VALUE "00".
       01  ParamKeyword        PIC X(12).
       01  ParamValue          PIC X(20).
       01  ParamNumber         PIC 9(3) VALUE ZERO.
       01  ParamDigitX         PIC X.
       01  ParamDigit REDEFINES ParamDigitX PIC 9.
       01  ParamScanIndex      PIC 99.
       01  ParamDigitCount     PIC 99.
       01  ParamNumericSw      PIC X.
           88  ParamIsNumeric  VALUE "Y".

       01  BatchOperatorId     PIC X(4) VALUE "BTCH".
       01  ShopName            PIC X(20) VALUE "KUANG VIDEO RENTALS".
       01  BusinessDate        PIC 9(8).
       01  BusinessDayNumber   PIC 9(7).
       01  WorkDayNumber       PIC 9(7).

      *> one agency recovery being posted
       01  GrossAmount         PIC 9(5)V99.
       01  CommissionAmount    PIC 9(5)V99.
       01  NetAmount           PIC 9(5)V99.
       01  RecoveryLineCount   PIC 9(5) VALUE ZERO.
       01  RecoveryPostedCount PIC 9(5) VALUE ZERO.
       01  RecoveryRejectCount PIC 9(5) VALUE ZERO.
       01  RecoveryNetTotal    PIC 9(7)V99 VALUE ZERO.
       01  RecoveryCommTotal   PIC 9(7)V99 VALUE ZERO.

      *> the borrower in hand off the sorted account lines: the
      *> credits pooled ahead of the debits, the debits the pool
      *> leaves unsettled kept for the itemised handoff
       01  CreditPool          PIC 9(7)V99.
       01  UnsettledAmount     PIC 9(5)V99.
       01  BorrowerOwing       PIC 9(6)V99.
       01  OldestDebitDate     PIC 9(8).
       01  LastPaymentDate     PIC 9(8).
       01  LastContactDate     PIC 9(8).
       01  DebtTable.
           03  DebtEntry           OCCURS 100 TIMES.
               05  DebtDate        PIC 9(8).
               05  DebtType        PIC X(3).
               05  DebtVideoCode   PIC 9(5).
               05  DebtAmount      PIC 9(5)V99.
       01  DebtCount           PIC 9(3).
       01  DebtIndex           PIC 9(3).
       01  PriorBorrowerNumber PIC 9(4) VALUE 9999.
       01  FirstBlockSw        PIC X VALUE "Y".
           88  FirstBlock      VALUE "Y".
       01  CollectOnFileSw     PIC X.
           88  CollectOnFile   VALUE "Y".
       01  ReferThisSw         PIC X.
           88  ReferThis       VALUE "Y".

       01  ReferredCount       PIC 9(5) VALUE ZERO.
       01  ReferredDebtCount   PIC 9(6) VALUE ZERO.
       01  ReferredTotal       PIC 9(8)V99 VALUE ZERO.
       01  ClosedCount         PIC 9(5) VALUE ZERO.

       01  ReportHeading.
           03  FILLER          PIC X(24)
                 VALUE "=COLLECTIONS RUN AS AT= ".
           03  HdgDate         PIC 9(8).

       01  RecoveryDetailLine.
           03  FILLER          PIC X(10) VALUE "RECOVERED ".
           03  RdtBorrower     PIC 9(4).
           03  FILLER          PIC X VALUE SPACE.
           03  RdtReference    PIC X(10).
           03  FILLER          PIC X(7) VALUE " GROSS ".
           03  RdtGross        PIC ZZ,ZZ9.99.
           03  FILLER          PIC X(6) VALUE " COMM ".
           03  RdtCommission   PIC ZZ,ZZ9.99.
           03  FILLER          PIC X(5) VALUE " NET ".
           03  RdtNet          PIC ZZ,ZZ9.99.

       01  RecoveryRejectLine.
           03  FILLER          PIC X(10) VALUE "REJECTED  ".
           03  RjtBorrower     PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  RjtReference    PIC X(10).
           03  FILLER          PIC X VALUE SPACE.
           03  RjtReason       PIC X(30).

       01  ReferralDetailLine.
           03  FILLER          PIC X(10) VALUE "REFERRED  ".
           03  RftBorrower     PIC 9(4).
           03  FILLER          PIC X VALUE SPACE.
           03  RftName         PIC X(20).
           03  FILLER          PIC X(7) VALUE " OWED ".
           03  RftOwed         PIC ZZZ,ZZ9.99.
           03  FILLER          PIC X(7) VALUE " ITEMS ".
           03  RftItems        PIC ZZ9.

       01  ClosedDetailLine.
           03  FILLER          PIC X(10) VALUE "CLEARED   ".
           03  CltBorrower     PIC 9(4).
           03  FILLER          PIC X(30)
                 VALUE " - NO LONGER WITH COLLECTIONS".

       01  SummaryLine.
           03  SumLabel        PIC X(28).
           03  SumCount        PIC ZZ,ZZ9.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  SumAmount       PIC ZZ,ZZZ,ZZ9.99.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-BusinessDate" USING BusinessDate.
           CALL "Sub-DateDayNumber" USING BusinessDate,
               BusinessDayNumber.
           PERFORM LOAD-REPORT-PARAMS.

           OPEN I-O CollectFile.
           IF CollectFileMissing
               CLOSE CollectFile
               OPEN OUTPUT CollectFile
               CLOSE CollectFile
               OPEN I-O CollectFile
           END-IF
           IF NOT CollectFileOK
               DISPLAY "..UNABLE TO OPEN COLLECTIONS FILE, STATUS = ",
                   CollectStatus
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ReportFile.
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               CLOSE CollectFile
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BorrowerFile.
           MOVE BusinessDate TO HdgDate
           WRITE ReportLine FROM ReportHeading
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           PERFORM POST-AGENCY-RECOVERIES.

           SORT WorkFile ON ASCENDING KEY wBorrowerNumber, wDrCrFlag,
               wPostDate
               INPUT PROCEDURE IS GATHER-ACCOUNT-LINES
               GIVING SortedAccountFile.
           PERFORM CHECK-WORK-STATUS.

           IF NOT RunFailed
               PERFORM SELECT-REFERRALS
           END-IF.

           PERFORM PRINT-RUN-SUMMARY.
           CLOSE CollectFile, BorrowerFile, ReportFile.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       CHECK-WORK-STATUS.
           IF NOT WorkFileOK
               DISPLAY "..SORT WORK FILE ERROR, STATUS = ",
                   WorkFileStatus
               SET RunFailed TO TRUE
           END-IF.

       CHECK-SORTED-STATUS.
           IF NOT SortedFileOK
               DISPLAY "..SORTED ACCOUNT FILE ERROR, STATUS = ",
                   SortedFileStatus
               SET RunFailed TO TRUE
           END-IF.

       CHECK-HANDOFF-STATUS.
           IF NOT HandoffFileOK
               DISPLAY "..HANDOFF FILE ERROR, STATUS = ",
                   HandoffStatus
               SET RunFailed TO TRUE
           END-IF.

      *>   the same keyword=value parameter file the report programs
      *>   read; unknown keywords are simply ignored
       LOAD-REPORT-PARAMS.
           OPEN INPUT ReportParamsFile
           IF ParamsFileOK
               READ ReportParamsFile
                   AT END SET EndOfParamsFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfParamsFile
                   MOVE SPACES TO ParamKeyword ParamValue
                   UNSTRING ReportParamLine DELIMITED BY "="
                       INTO ParamKeyword, ParamValue
                   END-UNSTRING
                   EVALUATE ParamKeyword
                       WHEN "COLLMINBAL"
                           PERFORM CONVERT-NUMERIC-PARAM
                           IF ParamIsNumeric
                               MOVE ParamNumber TO MinimumBalance
                           ELSE
                               DISPLAY "..COLLMINBAL NOT NUMERIC, "
                                   "IGNORED : ", ParamValue
                           END-IF
                       WHEN "COLLMINDAYS"
                           PERFORM CONVERT-NUMERIC-PARAM
                           IF ParamIsNumeric
                               MOVE ParamNumber TO MinimumDays
                           ELSE
                               DISPLAY "..COLLMINDAYS NOT NUMERIC, "
                                   "IGNORED : ", ParamValue
                           END-IF
                       WHEN "COLLCOMMPCT"
                           PERFORM CONVERT-NUMERIC-PARAM
                           IF ParamIsNumeric AND ParamNumber < 100
                               MOVE ParamNumber TO CommissionPercent
                           ELSE
                               DISPLAY "..COLLCOMMPCT NOT A PERCENT, "
                                   "IGNORED : ", ParamValue
                           END-IF
                   END-EVALUATE
                   READ ReportParamsFile
                       AT END SET EndOfParamsFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReportParamsFile
           END-IF.

      *>   digits gathered left to right up to the first space; a
      *>   non-digit, an empty value or one too wide for the target
      *>   trips the not-numeric switch
       CONVERT-NUMERIC-PARAM.
           MOVE ZERO TO ParamNumber ParamDigitCount
           MOVE "Y" TO ParamNumericSw
           PERFORM VARYING ParamScanIndex FROM 1 BY 1
                   UNTIL ParamScanIndex > 20
                   OR ParamValue(ParamScanIndex:1) = SPACE
                   OR NOT ParamIsNumeric
               IF ParamValue(ParamScanIndex:1) IS NUMERIC
                   AND ParamDigitCount < 3
                   ADD 1 TO ParamDigitCount
                   MOVE ParamValue(ParamScanIndex:1) TO ParamDigitX
                   COMPUTE ParamNumber = ParamNumber * 10 + ParamDigit
               ELSE
                   MOVE "N" TO ParamNumericSw
               END-IF
           END-PERFORM
           IF ParamDigitCount = ZERO
               MOVE "N" TO ParamNumericSw
           END-IF.

      *>   no recoveries file simply means the agency sent nothing
      *>   this month. A line for a borrower never referred, or with
      *>   no usable amount, is reported and left unposted.
       POST-AGENCY-RECOVERIES.
           OPEN INPUT RecoveriesFile
           IF NOT RecoveriesFound
               MOVE "NO AGENCY RECOVERIES FILE THIS RUN" TO ReportLine
               WRITE ReportLine
               EXIT PARAGRAPH
           END-IF
           READ RecoveriesFile INTO CollRecoveryLine
               AT END SET EndOfRecoveries TO TRUE
           END-READ
           PERFORM UNTIL EndOfRecoveries
               ADD 1 TO RecoveryLineCount
               PERFORM POST-ONE-RECOVERY
               READ RecoveriesFile INTO CollRecoveryLine
                   AT END SET EndOfRecoveries TO TRUE
               END-READ
           END-PERFORM
           CLOSE RecoveriesFile
           CALL "CBL_COPY_FILE" USING "COLLECT-RECOVERIES.DAT",
               "COLLECT-RECOVERIES.POSTED"
           IF RETURN-CODE = 0
               CALL "CBL_DELETE_FILE" USING "COLLECT-RECOVERIES.DAT"
           ELSE
               DISPLAY "..RECOVERIES FILE NOT SET ASIDE - REMOVE IT "
                   "BEFORE THE NEXT RUN.."
               SET RunFailed TO TRUE
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO ReportLine
           WRITE ReportLine.

       POST-ONE-RECOVERY.
           IF RcvBorrowerNumber NOT NUMERIC
               OR RcvGrossAmount NOT NUMERIC
               MOVE "AMOUNT OR BORROWER NOT NUMERIC" TO RjtReason
               PERFORM REJECT-ONE-RECOVERY
               EXIT PARAGRAPH
           END-IF
           IF RcvGrossAmount = ZERO
               MOVE "NOTHING RECOVERED" TO RjtReason
               PERFORM REJECT-ONE-RECOVERY
               EXIT PARAGRAPH
           END-IF
           MOVE RcvBorrowerNumber TO CollBorrowerNumber
           READ CollectFile
               KEY IS CollBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF NOT CollectFound
               MOVE "NEVER REFERRED TO THE AGENCY" TO RjtReason
               PERFORM REJECT-ONE-RECOVERY
               EXIT PARAGRAPH
           END-IF

           MOVE RcvGrossAmount TO GrossAmount
           COMPUTE CommissionAmount ROUNDED =
               GrossAmount * CommissionPercent / 100
           COMPUTE NetAmount = GrossAmount - CommissionAmount

           MOVE "COL" TO AcctEntryType
           MOVE NetAmount TO AcctAmount
           PERFORM POST-RECOVERY-TO-ACCOUNT
           MOVE "COL" TO FeeJrnType
           MOVE NetAmount TO FeeJrnTotal
           PERFORM WRITE-RECOVERY-JOURNAL
           IF CommissionAmount > ZERO
               MOVE "CCM" TO AcctEntryType
               MOVE CommissionAmount TO AcctAmount
               PERFORM POST-RECOVERY-TO-ACCOUNT
               MOVE "CCM" TO FeeJrnType
               MOVE CommissionAmount TO FeeJrnTotal
               PERFORM WRITE-RECOVERY-JOURNAL
           END-IF

           ADD GrossAmount TO CollRecoveredAmount
           ADD CommissionAmount TO CollCommissionAmount
           MOVE RcvRecoveredDate TO CollLastRecoveryDate
           REWRITE CollectRecord
               INVALID KEY
               DISPLAY "(REWRITE) COLLECT STATUS = ", CollectStatus
           END-REWRITE

           ADD 1 TO RecoveryPostedCount
           ADD NetAmount TO RecoveryNetTotal
           ADD CommissionAmount TO RecoveryCommTotal
           MOVE RcvBorrowerNumber TO RdtBorrower
           MOVE RcvAgencyReference TO RdtReference
           MOVE GrossAmount TO RdtGross
           MOVE CommissionAmount TO RdtCommission
           MOVE NetAmount TO RdtNet
           WRITE ReportLine FROM RecoveryDetailLine.

       REJECT-ONE-RECOVERY.
           ADD 1 TO RecoveryRejectCount
           MOVE CollRecoveryLine(1:4) TO RjtBorrower
           MOVE RcvAgencyReference TO RjtReference
           WRITE ReportLine FROM RecoveryRejectLine.

      *>   entry type and amount set by the caller
       POST-RECOVERY-TO-ACCOUNT.
           MOVE BusinessDate TO AcctDate
           MOVE RcvBorrowerNumber TO AcctBorrowerNumber
           SET AcctIsCredit TO TRUE
           MOVE ZEROS TO AcctVideoCode
           MOVE BatchOperatorId TO AcctOperatorId
           OPEN EXTEND BorrowerAccountFile
           IF AccountFileMissing
               OPEN OUTPUT BorrowerAccountFile
           END-IF
           WRITE BorrowerAccountFlatLine FROM BorrowerAccountRecord
           CLOSE BorrowerAccountFile.

      *>   type and amount set by the caller
       WRITE-RECOVERY-JOURNAL.
           MOVE BusinessDate TO FeeJrnDate
           MOVE ZEROS TO FeeJrnVideoCode
           MOVE RcvBorrowerNumber TO FeeJrnBorrower
           MOVE ZEROS TO FeeJrnDaysOut
           MOVE ZEROS TO FeeJrnRental
           MOVE ZEROS TO FeeJrnLateFee
           MOVE BatchOperatorId TO FeeJrnOperatorId
           MOVE SPACES TO FeeJrnApproverId
           OPEN EXTEND FeesJournalFile
           IF FeesJournalNotFound
               OPEN OUTPUT FeesJournalFile
           END-IF
           CALL "Sub-TerminalBranch" USING FeeJrnBranchCode
           CALL "Sub-JournalTax" USING FeesJournalLine
           WRITE FeesJournalFlatLine FROM FeesJournalLine
           CLOSE FeesJournalFile.

      *> every posting up to the business date goes to the sort,
      *> this run's recoveries included
       GATHER-ACCOUNT-LINES.
           OPEN INPUT BorrowerAccountFile
           IF NOT AccountFileFound
               EXIT PARAGRAPH
           END-IF
           READ BorrowerAccountFile
               AT END MOVE HIGH-VALUES TO BorrowerAccountFlatLine
           END-READ
           PERFORM UNTIL BorrowerAccountFlatLine = HIGH-VALUES
               MOVE BorrowerAccountFlatLine TO BorrowerAccountRecord
               IF AcctDate NOT > BusinessDate
                   MOVE AcctBorrowerNumber TO wBorrowerNumber
                   MOVE AcctDrCrFlag TO wDrCrFlag
                   MOVE AcctDate TO wPostDate
                   MOVE AcctEntryType TO wEntryType
                   MOVE AcctVideoCode TO wVideoCode
                   MOVE AcctAmount TO wAmount
                   RELEASE WorkRec
               END-IF
               READ BorrowerAccountFile
                   AT END MOVE HIGH-VALUES TO BorrowerAccountFlatLine
               END-READ
           END-PERFORM
           CLOSE BorrowerAccountFile.

      *> sorted by borrower, credits ahead of debits, so the credit
      *> pool is complete before the first debit reaches it
       SELECT-REFERRALS.
           OPEN INPUT SortedAccountFile
           PERFORM CHECK-SORTED-STATUS
           OPEN OUTPUT HandoffFile
           PERFORM CHECK-HANDOFF-STATUS
           IF RunFailed
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CollHandoffRecord
           SET HndIsHeader TO TRUE
           MOVE ShopName TO HndShopName
           MOVE BusinessDate TO HndRunDate
           WRITE HandoffFlatLine FROM CollHandoffRecord

           READ SortedAccountFile
               AT END SET EndOfSortedFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSortedFile
               IF SortedBorrowerNumber NOT = PriorBorrowerNumber
                   OR FirstBlock
                   IF NOT FirstBlock
                       PERFORM FINISH-BORROWER
                   END-IF
                   PERFORM START-BORROWER
               END-IF
               IF SortedPostDate > LastContactDate
                   MOVE SortedPostDate TO LastContactDate
               END-IF
               IF SortedIsCredit
                   ADD SortedAmount TO CreditPool
                   IF SortedEntryType = "PAY"
                       AND SortedPostDate > LastPaymentDate
                       MOVE SortedPostDate TO LastPaymentDate
                   END-IF
               ELSE
                   PERFORM SETTLE-ONE-DEBIT
               END-IF
               READ SortedAccountFile
                   AT END SET EndOfSortedFile TO TRUE
               END-READ
           END-PERFORM
           IF NOT FirstBlock
               PERFORM FINISH-BORROWER
           END-IF

           MOVE SPACES TO CollHandoffRecord
           SET HndIsTrailer TO TRUE
           MOVE ReferredCount TO HndBorrowerCount
           MOVE ReferredDebtCount TO HndDebtCount
           MOVE ReferredTotal TO HndTotalOwed
           WRITE HandoffFlatLine FROM CollHandoffRecord
           CLOSE SortedAccountFile, HandoffFile.

       START-BORROWER.
           MOVE SortedBorrowerNumber TO PriorBorrowerNumber
           MOVE "N" TO FirstBlockSw
           MOVE ZERO TO CreditPool BorrowerOwing DebtCount
           MOVE ZEROS TO OldestDebitDate LastPaymentDate
               LastContactDate.

      *>   the credits settle this debit first; what they leave of it
      *>   is owed, and kept as one item of the handoff. A borrower
      *>   with more items than the table holds has the rest folded
      *>   into the last item, so the items still add up to the total
       SETTLE-ONE-DEBIT.
           IF CreditPool NOT < SortedAmount
               SUBTRACT SortedAmount FROM CreditPool
               EXIT PARAGRAPH
           END-IF
           COMPUTE UnsettledAmount = SortedAmount - CreditPool
           MOVE ZERO TO CreditPool
           ADD UnsettledAmount TO BorrowerOwing
           IF OldestDebitDate = ZEROS
               MOVE SortedPostDate TO OldestDebitDate
           END-IF
           IF DebtCount < 100
               ADD 1 TO DebtCount
               MOVE SortedPostDate TO DebtDate(DebtCount)
               MOVE SortedEntryType TO DebtType(DebtCount)
               MOVE SortedVideoCode TO DebtVideoCode(DebtCount)
               MOVE UnsettledAmount TO DebtAmount(DebtCount)
           ELSE
               MOVE "BAL" TO DebtType(DebtCount)
               MOVE ZEROS TO DebtVideoCode(DebtCount)
               ADD UnsettledAmount TO DebtAmount(DebtCount)
           END-IF.

      *>   a borrower already with the agency is not sent twice - it
      *>   is closed off once the account is clear; anyone else is
      *>   referred when all three tests are met
       FINISH-BORROWER.
           MOVE "N" TO CollectOnFileSw
           MOVE PriorBorrowerNumber TO CollBorrowerNumber
           READ CollectFile
               KEY IS CollBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF CollectFound
               SET CollectOnFile TO TRUE
           END-IF
           IF CollectOnFile AND WithCollections
               IF BorrowerOwing = ZERO
                   PERFORM CLOSE-CLEARED-REFERRAL
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO ReferThisSw
           IF BorrowerOwing NOT < MinimumBalance
               AND BorrowerOwing > ZERO
               CALL "Sub-DateDayNumber" USING OldestDebitDate,
                   WorkDayNumber
               IF WorkDayNumber + MinimumDays NOT > BusinessDayNumber
                   SET ReferThis TO TRUE
                   IF LastPaymentDate NOT = ZEROS
                       CALL "Sub-DateDayNumber" USING LastPaymentDate,
                           WorkDayNumber
                       IF WorkDayNumber + MinimumDays
                           > BusinessDayNumber
                           MOVE "N" TO ReferThisSw
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF ReferThis
               PERFORM REFER-ONE-BORROWER
           END-IF.

       CLOSE-CLEARED-REFERRAL.
           SET CollectionClosed TO TRUE
           MOVE BusinessDate TO CollClosedDate
           REWRITE CollectRecord
               INVALID KEY
               DISPLAY "(REWRITE) COLLECT STATUS = ", CollectStatus
           END-REWRITE
           ADD 1 TO ClosedCount
           MOVE PriorBorrowerNumber TO CltBorrower
           WRITE ReportLine FROM ClosedDetailLine.

      *>   the agency can only chase someone it can find - a borrower
      *>   already purged off the master is left on the account
       REFER-ONE-BORROWER.
           MOVE PriorBorrowerNumber TO BorrowerKey
           READ BorrowerFile
               INVALID KEY CONTINUE
           END-READ
           IF NOT BorrowerFound
               MOVE SPACES TO RjtReference
               MOVE PriorBorrowerNumber TO RjtBorrower
               MOVE "NOT ON BORROWER FILE - NOT SENT" TO RjtReason
               WRITE ReportLine FROM RecoveryRejectLine
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CollHandoffRecord
           SET HndIsBorrower TO TRUE
           MOVE PriorBorrowerNumber TO HndBorrowerNumber
           MOVE BorrowerName TO HndBorrowerName
           MOVE BorrowerStreet TO HndStreet
           MOVE BorrowerTown TO HndTown
           MOVE BorrowerPostCode TO HndPostCode
           MOVE BorrowerPhone TO HndPhone
           MOVE BorrowerOwing TO HndAmountOwed
           MOVE LastContactDate TO HndLastContactDate
           WRITE HandoffFlatLine FROM CollHandoffRecord
           PERFORM WRITE-ONE-DEBT-ITEM
               VARYING DebtIndex FROM 1 BY 1
               UNTIL DebtIndex > DebtCount

           MOVE PriorBorrowerNumber TO CollBorrowerNumber
           SET WithCollections TO TRUE
           MOVE BusinessDate TO CollReferredDate
           MOVE BorrowerOwing TO CollReferredAmount
           MOVE ZEROS TO CollRecoveredAmount CollCommissionAmount
               CollLastRecoveryDate CollClosedDate
           IF CollectOnFile
               REWRITE CollectRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) COLLECT STATUS = ",
                       CollectStatus
               END-REWRITE
           ELSE
               WRITE CollectRecord
                   INVALID KEY
                   DISPLAY "(WRITE) COLLECT STATUS = ", CollectStatus
               END-WRITE
           END-IF

           ADD 1 TO ReferredCount
           ADD DebtCount TO ReferredDebtCount
           ADD BorrowerOwing TO ReferredTotal
           MOVE PriorBorrowerNumber TO RftBorrower
           MOVE BorrowerName TO RftName
           MOVE BorrowerOwing TO RftOwed
           MOVE DebtCount TO RftItems
           WRITE ReportLine FROM ReferralDetailLine.

       WRITE-ONE-DEBT-ITEM.
           MOVE SPACES TO CollHandoffRecord
           SET HndIsDebt TO TRUE
           MOVE PriorBorrowerNumber TO HndDebtBorrower
           MOVE DebtDate(DebtIndex) TO HndDebtDate
           MOVE DebtType(DebtIndex) TO HndDebtType
           MOVE DebtVideoCode(DebtIndex) TO HndDebtVideoCode
           MOVE DebtAmount(DebtIndex) TO HndDebtAmount
           WRITE HandoffFlatLine FROM CollHandoffRecord.

       PRINT-RUN-SUMMARY.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "RECOVERY LINES READ        " TO SumLabel
           MOVE RecoveryLineCount TO SumCount
           MOVE ZERO TO SumAmount
           WRITE ReportLine FROM SummaryLine
           MOVE "RECOVERIES POSTED - NET    " TO SumLabel
           MOVE RecoveryPostedCount TO SumCount
           MOVE RecoveryNetTotal TO SumAmount
           WRITE ReportLine FROM SummaryLine
           MOVE "AGENCY COMMISSION          " TO SumLabel
           MOVE RecoveryPostedCount TO SumCount
           MOVE RecoveryCommTotal TO SumAmount
           WRITE ReportLine FROM SummaryLine
           MOVE "RECOVERIES REJECTED        " TO SumLabel
           MOVE RecoveryRejectCount TO SumCount
           MOVE ZERO TO SumAmount
           WRITE ReportLine FROM SummaryLine
           MOVE "BORROWERS REFERRED         " TO SumLabel
           MOVE ReferredCount TO SumCount
           MOVE ReferredTotal TO SumAmount
           WRITE ReportLine FROM SummaryLine
           MOVE "REFERRALS CLEARED          " TO SumLabel
           MOVE ClosedCount TO SumCount
           MOVE ZERO TO SumAmount
           WRITE ReportLine FROM SummaryLine
           DISPLAY "BORROWERS REFERRED = ", ReferredCount,
               "  RECOVERIES POSTED = ", RecoveryPostedCount.
