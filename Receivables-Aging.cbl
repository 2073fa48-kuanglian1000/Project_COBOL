       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEIVABLES-AGING.
      *> Aged receivables off the borrower account postings file
      *> (BORR-ACCOUNT.DAT), as at the business date. The account
      *> lines are sorted by borrower with each borrower's credits
      *> ahead of the debits, and the debits oldest first (the
      *> same SORT ... INPUT PROCEDURE ... GIVING shape
      *> LOAN-OVERDUEREPORT uses), so one pass settles every
      *> credit - payments, waivers, forfeits, write-offs alike -
      *> against the oldest debits first. What is left of each debit
      *> is unsettled and is aged from the day it was posted. A
      *> charge falls due a month after posting, so the buckets run
      *> off days past that month's grace:
      *>   CURRENT  - posted under 30 days ago, not yet due
      *>   30 DAYS  - 1 to 30 days past due    (30-59 days old)
      *>   60 DAYS  - 31 to 60 days past due   (60-89 days old)
      *>   90 DAYS  - 61 to 90 days past due   (90-119 days old)
      *>   OVER 90  - more than 90 days past due (120 days and up)
      *> The report (RECEIVABLES-AGING-RPT.DAT) prints one line per
      *> borrower still owing, with the borrower's name off
      *> BORROWER.DAT, and the bucket totals. The same figures go to
      *> RECEIVABLES-AGED.DAT, one AGEDREC line per borrower, where
      *> DEBT-WRITEOFF picks its candidates up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BorrowerAccountFile ASSIGN TO "BORR-ACCOUNT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BorrowerAccountStatus.

           SELECT SortedAccountFile ASSIGN TO "ACCOUNT-SORTED.TEMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SortedFileStatus.

           SELECT WorkFile ASSIGN TO "WORK.TEMP"
             FILE STATUS IS WorkFileStatus.

           SELECT ReportFile ASSIGN TO "RECEIVABLES-AGING-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

           SELECT AgedBalanceFile ASSIGN TO "RECEIVABLES-AGED.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AgedFileStatus.

           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS BorrowerKey
             FILE STATUS IS BorrowerStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  BorrowerAccountFile.
       01  BorrowerAccountFlatLine PIC X(39).

       FD  SortedAccountFile.
       01  SortedAccountRec.
           88  EndOfSortedFile     VALUE HIGH-VALUES.
           03  SortedBorrowerNumber PIC 9(4).
           03  SortedDrCrFlag      PIC X.
               88  SortedIsCredit  VALUE "C".
           03  SortedPostDate      PIC 9(8).
           03  SortedAmount        PIC 9(5)V99.

       SD  WorkFile.
       01  WorkRec.
           03  wBorrowerNumber     PIC 9(4).
           03  wDrCrFlag           PIC X.
           03  wPostDate           PIC 9(8).
           03  wAmount             PIC 9(5)V99.

       FD  ReportFile.
       01  ReportLine  PIC X(90).

       FD  AgedBalanceFile.
       01  AgedBalanceFlatLine PIC X(74).

       FD  BorrowerFile.
           COPY BORROWREC.

       WORKING-STORAGE SECTION.
           COPY ACCTREC.
           COPY AGEDREC.

       01  BorrowerAccountStatus   PIC X(2).
           88  AccountFileFound    VALUE "00".
       01  SortedFileStatus    PIC X(2).
           88  SortedFileOK    VALUE "00".
       01  WorkFileStatus      PIC X(2).
           88  WorkFileOK      VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".
       01  AgedFileStatus      PIC X(2).
           88  AgedFileOK      VALUE "00".
       01  BorrowerStatus      PIC X(2).
           88  BorrowerFound   VALUE "00".
       01  BorrowerKey         PIC 9(4).
       01  UnknownBorrowerName PIC X(20)
             VALUE "**UNKNOWN BORROWER**".

       01  BusinessDate        PIC 9(8).
       01  BusinessDayNumber   PIC 9(7).
       01  PostDayNumber       PIC 9(7).
       01  DaysOld             PIC 9(7).
       01  UnsettledAmount     PIC 9(5)V99.

      *> the credits met so far for the borrower in hand, waiting to
      *> settle the debits that follow them off the sort
       01  CreditPool          PIC 9(7)V99.

      *> the borrower in hand's unsettled debits, by bucket - 1 is
      *> CURRENT through 5 OVER 90
       01  BorrowerBuckets.
           03  BorrowerBucket  PIC 9(6)V99 OCCURS 5 TIMES.
       01  BorrowerOwing       PIC 9(7)V99.
       01  GrandBuckets.
           03  GrandBucket     PIC 9(6)V99 OCCURS 5 TIMES.
       01  GrandOwing          PIC 9(7)V99.
       01  BucketIndex         PIC 9.
       01  OwingBorrowerCount  PIC 9(5) VALUE ZERO.

      *> control break on borrower, one line per borrower block
       01  PriorBorrowerNumber PIC 9(4) VALUE 9999.
       01  FirstBlockSw        PIC X VALUE "Y".
           88  FirstBlock      VALUE "Y".

       01  ReportHeading.
           03  FILLER          PIC X(26)
                 VALUE "=AGED RECEIVABLES AS AT = ".
           03  HdgDate         PIC 9(8).

       01  ReportColumnLine.
           03  FILLER          PIC X(27)
                 VALUE "BORR NAME                 ".
           03  FILLER          PIC X(30)
                 VALUE "  CURRENT   30 DAYS   60 DAYS ".
           03  FILLER          PIC X(32)
                 VALUE "  90 DAYS   OVER 90        TOTAL".

       01  AgingDetailLine.
           03  DtlBorrower     PIC 9(4).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlName         PIC X(20).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlBucketGroup  OCCURS 5 TIMES.
               05  DtlBucket   PIC ZZ,ZZ9.99.
               05  FILLER      PIC X VALUE SPACE.
           03  DtlTotal        PIC Z,ZZZ,ZZ9.99.

       01  AgingTotalLine.
           03  FILLER          PIC X(26)
                 VALUE "TOTAL ALL BORROWERS".
           03  TtlBucket       PIC ZZZ,ZZ9.99 OCCURS 5 TIMES.
           03  FILLER          PIC X VALUE SPACE.
           03  TtlTotal        PIC Z,ZZZ,ZZ9.99.

       01  AgingCountLine.
           03  FILLER          PIC X(23)
                 VALUE "BORROWERS OWING       =".
           03  CntBorrowers    PIC ZZ,ZZ9.

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

           SORT WorkFile ON ASCENDING KEY wBorrowerNumber, wDrCrFlag,
               wPostDate
               INPUT PROCEDURE IS GATHER-ACCOUNT-LINES
               GIVING SortedAccountFile.
           PERFORM CHECK-WORK-STATUS.

           IF NOT RunFailed
               PERFORM PRINT-AGING-REPORT
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       CHECK-ACCOUNT-STATUS.
           IF NOT AccountFileFound
               DISPLAY "..UNABLE TO OPEN ACCOUNT FILE, STATUS = ",
                   BorrowerAccountStatus
               SET RunFailed TO TRUE
           END-IF.

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

       CHECK-REPORT-STATUS.
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
           END-IF.

       CHECK-AGED-STATUS.
           IF NOT AgedFileOK
               DISPLAY "..AGED BALANCE FILE ERROR, STATUS = ",
                   AgedFileStatus
               SET RunFailed TO TRUE
           END-IF.

      *> every posting up to the business date goes to the sort -
      *> a line dated ahead of it has not happened yet as far as
      *> this run is concerned
       GATHER-ACCOUNT-LINES.
           OPEN INPUT BorrowerAccountFile
           PERFORM CHECK-ACCOUNT-STATUS
           IF RunFailed
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
                   MOVE AcctAmount TO wAmount
                   RELEASE WorkRec
               END-IF
               READ BorrowerAccountFile
                   AT END MOVE HIGH-VALUES TO BorrowerAccountFlatLine
               END-READ
           END-PERFORM

           CLOSE BorrowerAccountFile.

      *> sorted by borrower, credits ahead of debits, so a compare
      *> against the prior number gives the break and the credit
      *> pool is complete before the first debit reaches it
       PRINT-AGING-REPORT.
           OPEN INPUT SortedAccountFile
           PERFORM CHECK-SORTED-STATUS
           OPEN OUTPUT ReportFile
           PERFORM CHECK-REPORT-STATUS
           OPEN OUTPUT AgedBalanceFile
           PERFORM CHECK-AGED-STATUS
           OPEN INPUT BorrowerFile.

           IF NOT RunFailed
               MOVE BusinessDate TO HdgDate
               WRITE ReportLine FROM ReportHeading
               MOVE SPACES TO ReportLine
               WRITE ReportLine
               WRITE ReportLine FROM ReportColumnLine
               MOVE ZERO TO GrandOwing
               PERFORM VARYING BucketIndex FROM 1 BY 1
                       UNTIL BucketIndex > 5
                   MOVE ZERO TO GrandBucket(BucketIndex)
               END-PERFORM

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
                   IF SortedIsCredit
                       ADD SortedAmount TO CreditPool
                   ELSE
                       PERFORM AGE-ONE-DEBIT
                   END-IF
                   READ SortedAccountFile
                       AT END SET EndOfSortedFile TO TRUE
                   END-READ
               END-PERFORM
               IF NOT FirstBlock
                   PERFORM FINISH-BORROWER
               END-IF

               PERFORM PRINT-AGING-TOTALS

               CLOSE SortedAccountFile
               CLOSE ReportFile
               CLOSE AgedBalanceFile
               CLOSE BorrowerFile
           END-IF.

       START-BORROWER.
           MOVE SortedBorrowerNumber TO PriorBorrowerNumber
           MOVE "N" TO FirstBlockSw
           MOVE ZERO TO CreditPool BorrowerOwing
           PERFORM VARYING BucketIndex FROM 1 BY 1
                   UNTIL BucketIndex > 5
               MOVE ZERO TO BorrowerBucket(BucketIndex)
           END-PERFORM.

      *>   the credits settle this debit first; only what they leave
      *>   of it is aged
       AGE-ONE-DEBIT.
           IF CreditPool NOT < SortedAmount
               SUBTRACT SortedAmount FROM CreditPool
               EXIT PARAGRAPH
           END-IF
           COMPUTE UnsettledAmount = SortedAmount - CreditPool
           MOVE ZERO TO CreditPool
           CALL "Sub-DateDayNumber" USING SortedPostDate,
               PostDayNumber
           IF PostDayNumber > BusinessDayNumber
               MOVE ZERO TO DaysOld
           ELSE
               COMPUTE DaysOld = BusinessDayNumber - PostDayNumber
           END-IF
           EVALUATE TRUE
               WHEN DaysOld < 30
                   MOVE 1 TO BucketIndex
               WHEN DaysOld < 60
                   MOVE 2 TO BucketIndex
               WHEN DaysOld < 90
                   MOVE 3 TO BucketIndex
               WHEN DaysOld < 120
                   MOVE 4 TO BucketIndex
               WHEN OTHER
                   MOVE 5 TO BucketIndex
           END-EVALUATE
           ADD UnsettledAmount TO BorrowerBucket(BucketIndex)
           ADD UnsettledAmount TO BorrowerOwing.

      *>   a borrower square or in credit prints nothing - the
      *>   report is of money owed
       FINISH-BORROWER.
           IF BorrowerOwing = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OwingBorrowerCount
           MOVE PriorBorrowerNumber TO DtlBorrower
           MOVE PriorBorrowerNumber TO BorrowerKey
           READ BorrowerFile
               INVALID KEY
                   MOVE UnknownBorrowerName TO DtlName
               NOT INVALID KEY
                   MOVE BorrowerName TO DtlName
           END-READ
           PERFORM VARYING BucketIndex FROM 1 BY 1
                   UNTIL BucketIndex > 5
               MOVE BorrowerBucket(BucketIndex)
                   TO DtlBucket(BucketIndex)
               ADD BorrowerBucket(BucketIndex)
                   TO GrandBucket(BucketIndex)
           END-PERFORM
           MOVE BorrowerOwing TO DtlTotal
           ADD BorrowerOwing TO GrandOwing
           WRITE ReportLine FROM AgingDetailLine

           MOVE PriorBorrowerNumber TO AgdBorrowerNumber
           MOVE BusinessDate TO AgdAsAtDate
           MOVE BorrowerBucket(1) TO AgdCurrent
           MOVE BorrowerBucket(2) TO Agd30Days
           MOVE BorrowerBucket(3) TO Agd60Days
           MOVE BorrowerBucket(4) TO Agd90Days
           MOVE BorrowerBucket(5) TO AgdOver90Days
           MOVE BorrowerOwing TO AgdTotal
           WRITE AgedBalanceFlatLine FROM AgedBalanceRecord.

       PRINT-AGING-TOTALS.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           PERFORM VARYING BucketIndex FROM 1 BY 1
                   UNTIL BucketIndex > 5
               MOVE GrandBucket(BucketIndex) TO TtlBucket(BucketIndex)
           END-PERFORM
           MOVE GrandOwing TO TtlTotal
           WRITE ReportLine FROM AgingTotalLine
           MOVE OwingBorrowerCount TO CntBorrowers
           WRITE ReportLine FROM AgingCountLine
           DISPLAY "BORROWERS OWING = ", OwingBorrowerCount.
