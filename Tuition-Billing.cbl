       PROGRAM-ID. TUITION-BILLING.
      *> Tuition billing against the enrollment master - the course
      *> fee invoices stop coming off a spreadsheet that doesn't
      *> know who is enrolled. Eight functions under one menu:
      *>   invoice run - every ACTIVE enrollment in a keyed term
      *>     without an invoice is billed the course's fee off
      *>     IDXCOURSE.DAT onto TUITION.DAT (zero-fee courses bill
      *>     nothing); the student's bursaries on BURSARY.DAT that
      *>     cover the term come off the fee, the invoice carrying
      *>     the gross fee, the award and the net the student owes,
      *>     and each award taken is logged against its funding
      *>     source on SPONSOR-LEDGER.DAT - an invoice its awards
      *>     cover in full is raised already paid; the term must
      *>     be on the term calendar (Sub-TermCheck), so a mistyped
      *>     term bills nobody
      *>   payment posting - keyed amounts pay an invoice down, the
      *>     invoice closes itself when covered; on a planned
      *>     invoice the payment also clears its instalments oldest
      *>     first
      *>   aged arrears list - open balances bucketed by invoice
      *>     age, the way the overdue loans report buckets; under
      *>     them the unpaid video charges of every student linked
      *>     to a library borrower account (STUDENT-BORROWER.DAT),
      *>     the balance off BORR-ACCOUNT.DAT
      *>   course fee - the office keys each course's fee here
      *>     (a full course reload zeroes them, so they are re-keyed
      *>     after one)
      *>   instalment plan - an open invoice's balance split into
      *>     2 to 12 dated instalments on INSTALMENT.DAT
      *>     (INSTALREC.cpy), a keyed number of days apart; the
      *>     nightly TUITION-LATEPENALTY flags the ones past due and
      *>     charges the late-payment penalty
      *>   instalment due list - every unpaid instalment falling
      *>     due in the coming fortnight, with the student's address,
      *>     for the reminder letters (TUITION-DUE-RPT.DAT)
      *>   refund list - every refund still to be paid out on
      *>     REFUND.DAT, which ENROLL-MAINTAIN's withdrawals raise,
      *>     with the student's address, for the bookkeeper
      *>     (TUITION-REFUND-RPT.DAT)
      *>   refund paid - the bookkeeper's payment of one marked
      *>     against it, with the date and the operator
      *> GRADE-TRANSCRIPT refuses to release a transcript while a
      *> balance stands on this file, or on the student's linked
      *> borrower account.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS TuitKey
             FILE STATUS IS TuitionStatus.

           SELECT InstalmentFile ASSIGN TO "INSTALMENT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS InstKey
             FILE STATUS IS InstalmentStatus.

           SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

           SELECT RefundFile ASSIGN TO "REFUND.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RefundKey
             FILE STATUS IS RefundStatus.

           SELECT RefundReportFile
             ASSIGN TO "TUITION-REFUND-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RefundReportStatus.

           SELECT DueReportFile ASSIGN TO "TUITION-DUE-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DueReportStatus.

           SELECT BursaryFile ASSIGN TO "BURSARY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BurKey
             FILE STATUS IS BursaryStatus.

           SELECT SponsorLedgerFile ASSIGN TO "SPONSOR-LEDGER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SponsorLedgerStatus.

           SELECT StudentBorrowerFile ASSIGN TO "STUDENT-BORROWER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SbrStudentId
             ALTERNATE RECORD KEY IS SbrBorrowerNumber
             FILE STATUS IS StudentBorrowerStatus.

           SELECT BorrowerAccountFile ASSIGN TO "BORR-ACCOUNT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BorrowerAccountStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  TuitionFile.
           COPY TUITINVREC.

       FD  InstalmentFile.
           COPY INSTALREC.

       FD  EnrollFile.
           COPY ENROLLREC.

       FD  ReportFile.
       01  ReportLine  PIC X(90).

       FD  RefundFile.
           COPY REFUNDREC.

       FD  RefundReportFile.
       01  RefundReportLine    PIC X(90).

       FD  DueReportFile.
       01  DueReportLine   PIC X(90).

       FD  BursaryFile.
           COPY BURSARYREC.

       FD  SponsorLedgerFile.
       01  SponsorLedgerFlatLine   PIC X(52).

       FD  StudentBorrowerFile.
           COPY STUBORREC.

       FD  BorrowerAccountFile.
       01  BorrowerAccountFlatLine PIC X(39).

       WORKING-STORAGE SECTION.
       01  TuitionStatus       PIC X(2).
           88  TuitionFound    VALUE "00".
           88  TuitionFileOK   VALUE "00".
           88  TuitionDuplicate    VALUE "22".
           88  TuitionMissing  VALUE "35".
       01  InstalmentStatus    PIC X(2).
           88  InstalmentFound     VALUE "00".
           88  InstalmentFileOK    VALUE "00".
           88  InstalmentMissing   VALUE "35".
       01  RefundStatus        PIC X(2).
           88  RefundFound     VALUE "00".
           88  RefundFileOK    VALUE "00".
           88  RefundMissing   VALUE "35".
       01  RefundReportStatus  PIC X(2).
           88  RefundReportOK  VALUE "00".
       01  DueReportStatus     PIC X(2).
           88  DueReportOK     VALUE "00".
       01  BursaryStatus       PIC X(2).
           88  BursaryFileOK   VALUE "00".
           88  BursaryMissing  VALUE "35".
       01  SponsorLedgerStatus PIC X(2).
           88  SponsorLedgerMissing    VALUE "35".
       01  StudentBorrowerStatus   PIC X(2).
           88  StudentBorrowerFileOK   VALUE "00".
       01  BorrowerAccountStatus   PIC X(2).
           88  AccountFileFound    VALUE "00".
       01  EnrollStatus        PIC X(2).
           88  EnrollFileOK    VALUE "00".
       01  CourseFileStatus    PIC X(2).
           88  PaymentAction       VALUE 2.
           88  ArrearsAction       VALUE 3.
           88  CourseFeeAction     VALUE 4.
           88  PlanAction          VALUE 5.
           88  DueListAction       VALUE 6.
           88  RefundListAction    VALUE 7.
           88  RefundPaidAction    VALUE 8.
           88  QuitBillingMenu     VALUE 9.

       01  BusinessDate        PIC 9(8).
       01  Prn-Amount          PIC ZZ,ZZ9.99.
       01  KeyedFee            PIC 9(5)V99.

      *> the awards taken off the invoice being raised, held until
      *> the invoice is safely written and then logged against
      *> their funding sources
       01  AwardTotal          PIC 9(5)V99.
       01  AwardShare          PIC 9(5)V99.
       01  AppliedCount        PIC 99.
       01  AppliedIndex        PIC 99.
       01  AppliedAwardTable.
           03  AppliedAward OCCURS 99 TIMES.
               05  AppliedSeqNo        PIC 99.
               05  AppliedSource       PIC X(10).
               05  AppliedAmount       PIC 9(5)V99.
       01  AwardedCount        PIC 9(4).
       01  AwardedRunTotal     PIC 9(7)V99.
       01  Prn-RunTotal        PIC ZZZ,ZZ9.99.
       COPY SPONSLEDG.

      *> the term calendar's verdict on the term keyed
           COPY TERMCHECK.

      *> the plan as keyed: how many instalments, the first due
      *> date and the days between them
       01  PlanCount           PIC 99.
           88  ValidPlanCount  VALUE 2 THRU 12.
       01  PlanIndex           PIC 99.
       01  PlanIntervalDays    PIC 9(3).
           88  ValidPlanInterval   VALUE 7 THRU 92.
       01  PlanDueDate         PIC 9(8).
       01  InstalmentShare     PIC 9(5)V99.
       01  KeyedDate           PIC 9(8).
       01  DateCheckResult     PIC 9.
           88  DateIsValid     VALUE 0.
           88  DateIsFuture    VALUE 8.

       01  PaymentLeft         PIC 9(5)V99.
       01  InstalmentOwing     PIC 9(5)V99.
       01  ClearedCount        PIC 99.

      *> the reminder letters cover a fortnight ahead
       01  DueWindowDays       PIC 9(3) VALUE 14.
       01  DueWindowEnd        PIC 9(8).
       01  DueListCount        PIC 9(4).
       01  DueListTotal        PIC 9(7)V99.
       01  RefundListCount     PIC 9(4).
       01  RefundListTotal     PIC 9(7)V99.

       01  TodayDayNumber      PIC 9(7).
       01  InvoiceDayNumber    PIC 9(7).
       01  InvoiceAgeDays      PIC 9(5).
           03  InvWorkMonth    PIC 99.
           03  InvWorkDay      PIC 99.
       01  ArrearsTotal        PIC 9(7)V99.

      *> every borrower's account balance, indexed straight by the
      *> borrower number, for the linked students' video charges
           COPY ACCTREC.
       01  BorrowerBalanceTable.
           03  BorrowerBalance PIC S9(7)V99 COMP-3
                               OCCURS 9999 TIMES.
       01  BorrowerIndex       PIC 9(5).
       01  AccountEntryAmount  PIC 9(5)V99.
       01  VideoChargeCount    PIC 9(4).
       01  VideoChargeTotal    PIC 9(7)V99.
       01  Bucket1To30         PIC 9(4).
       01  Bucket31To60        PIC 9(4).
       01  BucketOver60        PIC 9(4).
           03  FILLER          PIC X(6) VALUE " DAYS ".
           03  DtlAgingBucket  PIC X(12).

       01  DueHeading.
           03  FILLER          PIC X(27)
                 VALUE "=TUITION INSTALMENTS DUE=  ".
           03  DhdFromDate     PIC 9(8).
           03  FILLER          PIC X(4) VALUE " TO ".
           03  DhdToDate       PIC 9(8).

       01  DueDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DueStudentId    PIC X(7).
           03  FILLER          PIC X VALUE SPACE.
           03  DueStudentName  PIC X(18).
           03  FILLER          PIC X VALUE SPACE.
           03  DueCourseCode   PIC X(4).
           03  FILLER          PIC X VALUE "/".
           03  DueTerm         PIC X(6).
           03  FILLER          PIC X(3) VALUE " NO".
           03  DueNumber       PIC Z9.
           03  FILLER          PIC X(5) VALUE " DUE ".
           03  DueDate         PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  DueAmount       PIC ZZ,ZZ9.99.

      *> the address the reminder letter goes to, under its line
       01  DueAddressLine.
           03  FILLER          PIC X(11) VALUE SPACES.
           03  DueStreet       PIC X(20).
           03  FILLER          PIC X VALUE SPACE.
           03  DueTown         PIC X(15).
           03  FILLER          PIC X VALUE SPACE.
           03  DuePostCode     PIC X(8).

       01  DueTotalLine.
           03  FILLER          PIC X(22)
                 VALUE "INSTALMENTS DUE     = ".
           03  DttCount        PIC ZZZ9.
           03  FILLER          PIC X(10) VALUE "  AMOUNT =".
           03  DttAmount       PIC ZZZ,ZZ9.99.

       01  RefundHeading.
           03  FILLER          PIC X(26)
                 VALUE "=TUITION REFUNDS TO PAY=  ".
           03  RhdDate         PIC 9(8).

       01  RefundDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  RfdStudentId    PIC X(7).
           03  FILLER          PIC X VALUE SPACE.
           03  RfdStudentName  PIC X(18).
           03  FILLER          PIC X VALUE SPACE.
           03  RfdCourseCode   PIC X(4).
           03  FILLER          PIC X VALUE "/".
           03  RfdTerm         PIC X(6).
           03  FILLER          PIC X(10) VALUE " WITHDREW ".
           03  RfdDueDate      PIC 9(8).
           03  FILLER          PIC X(4) VALUE " BY ".
           03  RfdOperatorId   PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  RfdAmount       PIC ZZ,ZZ9.99.

      *> where the refund is sent, under its line
       01  RefundAddressLine.
           03  FILLER          PIC X(11) VALUE SPACES.
           03  RfaStreet       PIC X(20).
           03  FILLER          PIC X VALUE SPACE.
           03  RfaTown         PIC X(15).
           03  FILLER          PIC X VALUE SPACE.
           03  RfaPostCode     PIC X(8).

       01  RefundTotalLine.
           03  FILLER          PIC X(22)
                 VALUE "REFUNDS TO PAY      = ".
           03  RttCount        PIC ZZZ9.
           03  FILLER          PIC X(10) VALUE "  AMOUNT =".
           03  RttAmount       PIC ZZZ,ZZ9.99.

       01  ArrearsTotalLine.
           03  FILLER          PIC X(22)
                 VALUE "TOTAL IN ARREARS    = ".
           03  TtlAmount       PIC ZZZ,ZZ9.99.

       01  VideoChargeHeading  PIC X(40)
             VALUE "=UNPAID VIDEO CHARGES (LINKED STUDENTS)=".

       01  VideoChargeDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  VcdStudentId    PIC X(7).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  VcdStudentName  PIC X(18).
           03  FILLER          PIC X(10) VALUE " BORROWER ".
           03  VcdBorrowerNumber   PIC 9(4).
           03  FILLER          PIC X(7) VALUE " OWES =".
           03  VcdBalance      PIC ZZ,ZZ9.99.
           03  FILLER          PIC X VALUE SPACE.
           03  VcdLinkStatus   PIC X(16).

       01  VideoChargeTotalLine.
           03  FILLER          PIC X(22)
                 VALUE "UNPAID VIDEO CHARGES= ".
           03  VctAmount       PIC ZZZ,ZZ9.99.


      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
               CLOSE TuitionFile
               OPEN I-O TuitionFile
           END-IF
           OPEN I-O InstalmentFile.
           IF InstalmentMissing
               CLOSE InstalmentFile
               OPEN OUTPUT InstalmentFile
               CLOSE InstalmentFile
               OPEN I-O InstalmentFile
           END-IF
           OPEN I-O RefundFile.
           IF RefundMissing
               CLOSE RefundFile
               OPEN OUTPUT RefundFile
               CLOSE RefundFile
               OPEN I-O RefundFile
           END-IF
           OPEN I-O BursaryFile.
           IF BursaryMissing
               CLOSE BursaryFile
               OPEN OUTPUT BursaryFile
               CLOSE BursaryFile
               OPEN I-O BursaryFile
           END-IF
           OPEN EXTEND SponsorLedgerFile.
           IF SponsorLedgerMissing
               OPEN OUTPUT SponsorLedgerFile
           END-IF
           OPEN INPUT EnrollFile.
           OPEN I-O CourseFile.
           OPEN INPUT StudentFile.

           PERFORM DO-BILLING-MENU UNTIL QuitBillingMenu.

           CLOSE TuitionFile, InstalmentFile, RefundFile, EnrollFile,
               CourseFile, StudentFile, BursaryFile, SponsorLedgerFile.
           GOBACK.

       DO-BILLING-MENU.
           DISPLAY "CHOOSE: INVOICE RUN=1, PAYMENT=2, ARREARS=3, "
             "COURSE FEE=4, PLAN=5, DUE LIST=6, REFUND LIST=7, "
             "REFUND PAID=8, QUIT=9 : "
             WITH NO ADVANCING.
           ACCEPT MaintAction.

           IF InvoiceRunAction

           IF CourseFeeAction
               PERFORM SET-COURSE-FEE
           END-IF

           IF PlanAction
               PERFORM PLAN-INVOICE-INSTALMENTS
           END-IF

           IF DueListAction
               PERFORM PRINT-INSTALMENTS-DUE
           END-IF

           IF RefundListAction
               PERFORM PRINT-REFUNDS-TO-PAY
           END-IF

           IF RefundPaidAction
               PERFORM MARK-REFUND-PAID
           END-IF.

      *>   every ACTIVE enrollment in the keyed term earns exactly
           DISPLAY "ENTER TERM TO INVOICE(6 CHARS) : "
             WITH NO ADVANCING
           ACCEPT WantedTerm
           MOVE WantedTerm TO TchTerm
           MOVE BusinessDate TO TchAsOfDate
           CALL "Sub-TermCheck" USING TermCheck
           IF TchNoCalendar
               DISPLAY "..NO TERM CALENDAR ON FILE - TERMS ARE "
                   "KEYED ON THE CONTROL FILE WORKBENCH.."
               EXIT PARAGRAPH
           END-IF
           IF TchUnknownTerm
               DISPLAY "..TERM ", WantedTerm, " IS NOT ON THE TERM "
                   "CALENDAR - NOTHING INVOICED.."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO InvoicedCount SkippedCount
           MOVE ZERO TO AwardedCount AwardedRunTotal
           MOVE LOW-VALUES TO EnrollKey
           START EnrollFile KEY IS NOT LESS THAN EnrollKey
               INVALID KEY CONTINUE
               END-PERFORM
           END-IF
           DISPLAY "INVOICES RAISED = ", InvoicedCount,
               "  ALREADY BILLED/NO FEE = ", SkippedCount
           MOVE AwardedRunTotal TO Prn-RunTotal
           DISPLAY "BURSARY AWARDS APPLIED = ", AwardedCount,
               "  AMOUNT = ", Prn-RunTotal.

       RAISE-ONE-INVOICE.
           MOVE EnrollCourseCode TO CourseCode
               MOVE EnrollCourseCode TO TuitCourseCode
               MOVE EnrollTerm TO TuitTerm
               MOVE BusinessDate TO TuitInvoiceDate
               MOVE CourseFeeAmount TO TuitGrossAmount
               PERFORM TAKE-OFF-BURSARIES
               MOVE AwardTotal TO TuitAwardAmount
               COMPUTE TuitAmount = TuitGrossAmount - TuitAwardAmount
               MOVE ZERO TO TuitPaidAmount
               IF TuitAmount = ZERO
                   SET TuitIsPaid TO TRUE
               ELSE
                   SET TuitIsOpen TO TRUE
               END-IF
               WRITE TuitionRecord
                   INVALID KEY
                       ADD 1 TO SkippedCount
                   NOT INVALID KEY
                       ADD 1 TO InvoicedCount
                       PERFORM LOG-SPONSOR-CHARGES
               END-WRITE
           END-IF.

      *>   every active award the student holds that covers the
      *>   invoice's term, in the order they were keyed - a
      *>   percentage of the fee or a fixed amount, and never more
      *>   than is left of the fee once the earlier awards are off
       TAKE-OFF-BURSARIES.
           MOVE ZERO TO AwardTotal AppliedCount
           MOVE EnrollStudentId TO BurStudentId
           MOVE ZERO TO BurSeqNo
           START BursaryFile KEY IS NOT LESS THAN BurKey
               INVALID KEY SET EndOfBursaryFile TO TRUE
           END-START
           IF NOT EndOfBursaryFile
               READ BursaryFile NEXT RECORD
                   AT END SET EndOfBursaryFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfBursaryFile
                   OR BurStudentId NOT = EnrollStudentId
               IF BurIsActive
                   AND EnrollTerm >= BurFromTerm
                   AND EnrollTerm <= BurToTerm
                   AND AwardTotal < TuitGrossAmount
                   IF BurIsPercent
                       COMPUTE AwardShare ROUNDED =
                           TuitGrossAmount * BurPercent / 100
                   ELSE
                       MOVE BurAmount TO AwardShare
                   END-IF
                   IF AwardShare > TuitGrossAmount - AwardTotal
                       COMPUTE AwardShare =
                           TuitGrossAmount - AwardTotal
                   END-IF
                   IF AwardShare > ZERO
                       ADD AwardShare TO AwardTotal
                       ADD 1 TO AppliedCount
                       MOVE BurSeqNo TO AppliedSeqNo(AppliedCount)
                       MOVE BurFundingSource
                           TO AppliedSource(AppliedCount)
                       MOVE AwardShare TO AppliedAmount(AppliedCount)
                   END-IF
               END-IF
               READ BursaryFile NEXT RECORD
                   AT END SET EndOfBursaryFile TO TRUE
               END-READ
           END-PERFORM.

      *>   one ledger line per award taken, only once the invoice
      *>   it went against is on file - a duplicate invoice charges
      *>   no sponsor twice
       LOG-SPONSOR-CHARGES.
           PERFORM VARYING AppliedIndex FROM 1 BY 1
                   UNTIL AppliedIndex > AppliedCount
               MOVE AppliedSource(AppliedIndex) TO SplFundingSource
               MOVE TuitStudentId TO SplStudentId
               MOVE TuitCourseCode TO SplCourseCode
               MOVE TuitTerm TO SplTerm
               MOVE AppliedSeqNo(AppliedIndex) TO SplBurSeqNo
               MOVE TuitInvoiceDate TO SplInvoiceDate
               MOVE AppliedAmount(AppliedIndex) TO SplAmount
               WRITE SponsorLedgerFlatLine FROM SponsorLedgerLine
               ADD 1 TO AwardedCount
               ADD AppliedAmount(AppliedIndex) TO AwardedRunTotal
           END-PERFORM.

       POST-TUITION-PAYMENT.
           DISPLAY "ENTER STUDENT ID(7 CHARS) : " WITH NO ADVANCING
           ACCEPT TuitStudentId
               DISPLAY "..NO INVOICE ON FILE FOR THAT STUDENT/"
                   "COURSE/TERM.."
           ELSE
               MOVE TuitGrossAmount TO Prn-Amount
               DISPLAY "COURSE FEE    = ", Prn-Amount
               MOVE TuitAwardAmount TO Prn-Amount
               DISPLAY "BURSARY AWARD = ", Prn-Amount
               MOVE TuitAmount TO Prn-Amount
               DISPLAY "NET INVOICED  = ", Prn-Amount
               COMPUTE OpenBalance = TuitAmount - TuitPaidAmount
               MOVE OpenBalance TO Prn-Amount
               DISPLAY "BALANCE OWING = ", Prn-Amount
                           TuitionStatus
                   END-REWRITE
                   DISPLAY "..PAYMENT POSTED.."
                   PERFORM CLEAR-PLAN-INSTALMENTS
               END-IF
           END-IF.

           WRITE ReportLine
           MOVE ArrearsTotal TO TtlAmount
           WRITE ReportLine FROM ArrearsTotalLine
           PERFORM PRINT-VIDEO-CHARGES
           CLOSE ReportFile
           MOVE ArrearsTotal TO TtlAmount
           DISPLAY "TOTAL IN ARREARS = ", TtlAmount.
           MOVE VideoChargeTotal TO VctAmount
           DISPLAY "UNPAID VIDEO CHARGES = ", VctAmount.

      *>   what a linked student owes the video library is owed to
      *>   the college as surely as the fees are - listed under the
      *>   tuition arrears, a leaver's blocked account marked so.
      *>   No link file or no postings file means nothing to list
       PRINT-VIDEO-CHARGES.
           MOVE ZERO TO VideoChargeCount VideoChargeTotal
           OPEN INPUT StudentBorrowerFile
           IF NOT StudentBorrowerFileOK
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-BORROWER-BALANCES
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM VideoChargeHeading
           MOVE LOW-VALUES TO SbrStudentId
           START StudentBorrowerFile
               KEY IS NOT LESS THAN SbrStudentId
               INVALID KEY SET EndOfStudentBorrowerFile TO TRUE
           END-START
           IF NOT EndOfStudentBorrowerFile
               READ StudentBorrowerFile NEXT RECORD
                   AT END SET EndOfStudentBorrowerFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfStudentBorrowerFile
               IF BorrowerBalance(SbrBorrowerNumber) > ZERO
                   PERFORM PRINT-ONE-VIDEO-CHARGE
               END-IF
               READ StudentBorrowerFile NEXT RECORD
                   AT END SET EndOfStudentBorrowerFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE StudentBorrowerFile
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE VideoChargeTotal TO VctAmount
           WRITE ReportLine FROM VideoChargeTotalLine.

       SCAN-BORROWER-BALANCES.
           PERFORM VARYING BorrowerIndex FROM 1 BY 1
                   UNTIL BorrowerIndex > 9999
               MOVE ZERO TO BorrowerBalance(BorrowerIndex)
           END-PERFORM
           OPEN INPUT BorrowerAccountFile
           IF NOT AccountFileFound
               EXIT PARAGRAPH
           END-IF
           READ BorrowerAccountFile
               AT END MOVE HIGH-VALUES TO BorrowerAccountFlatLine
           END-READ
           PERFORM UNTIL BorrowerAccountFlatLine = HIGH-VALUES
               MOVE BorrowerAccountFlatLine TO BorrowerAccountRecord
               MOVE AcctAmount TO AccountEntryAmount
               IF AcctBorrowerNumber > ZERO
                   IF AcctIsDebit
                       ADD AccountEntryAmount
                           TO BorrowerBalance(AcctBorrowerNumber)
                   ELSE
                       SUBTRACT AccountEntryAmount
                           FROM BorrowerBalance(AcctBorrowerNumber)
                   END-IF
               END-IF
               READ BorrowerAccountFile
                   AT END MOVE HIGH-VALUES TO BorrowerAccountFlatLine
               END-READ
           END-PERFORM
           CLOSE BorrowerAccountFile.

       PRINT-ONE-VIDEO-CHARGE.
           ADD 1 TO VideoChargeCount
           ADD BorrowerBalance(SbrBorrowerNumber) TO VideoChargeTotal
           MOVE SbrStudentId TO VcdStudentId
           MOVE SbrStudentId TO IdxStudentId
           READ StudentFile
               INVALID KEY
                   MOVE "**STUDENT PURGED**" TO VcdStudentName
               NOT INVALID KEY
                   MOVE IdxStudentName TO VcdStudentName
           END-READ
           MOVE SbrBorrowerNumber TO VcdBorrowerNumber
           MOVE BorrowerBalance(SbrBorrowerNumber) TO VcdBalance
           IF SbrIsBlocked
               MOVE "LEAVER - BLOCKED" TO VcdLinkStatus
           ELSE
               MOVE SPACES TO VcdLinkStatus
           END-IF
           WRITE ReportLine FROM VideoChargeDetailLine.

       PRINT-ONE-ARREARS-LINE.
           COMPUTE OpenBalance = TuitAmount - TuitPaidAmount
               END-REWRITE
               DISPLAY "..FEE SET.."
           END-IF.

      *>   the balance still owed is what is planned - a payment
      *>   already made stays off the plan. The share is cut to the
      *>   cent and the last instalment takes the odd cents, so the
      *>   plan always adds back to the balance.
       PLAN-INVOICE-INSTALMENTS.
           DISPLAY "ENTER STUDENT ID(7 CHARS) : " WITH NO ADVANCING
           ACCEPT TuitStudentId
           DISPLAY "ENTER COURSE CODE(4 CHARS) : " WITH NO ADVANCING
           ACCEPT TuitCourseCode
           DISPLAY "ENTER TERM(6 CHARS) : " WITH NO ADVANCING
           ACCEPT TuitTerm
           READ TuitionFile
               KEY IS TuitKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT TuitionFound
               DISPLAY "..NO INVOICE ON FILE FOR THAT STUDENT/"
                   "COURSE/TERM.."
               EXIT PARAGRAPH
           END-IF
           IF TuitIsPaid OR TuitPaidAmount >= TuitAmount
               DISPLAY "..INVOICE ALREADY PAID - NOTHING TO PLAN.."
               EXIT PARAGRAPH
           END-IF
           MOVE TuitStudentId TO InstStudentId
           MOVE TuitCourseCode TO InstCourseCode
           MOVE TuitTerm TO InstTerm
           MOVE 1 TO InstNumber
           READ InstalmentFile
               KEY IS InstKey
               INVALID KEY CONTINUE
           END-READ
           IF InstalmentFound
               DISPLAY "..INVOICE IS ALREADY ON A PLAN.."
               EXIT PARAGRAPH
           END-IF
           COMPUTE OpenBalance = TuitAmount - TuitPaidAmount
           MOVE OpenBalance TO Prn-Amount
           DISPLAY "BALANCE TO PLAN = ", Prn-Amount

           DISPLAY "ENTER NUMBER OF INSTALMENTS(2 TO 12) : "
             WITH NO ADVANCING
           ACCEPT PlanCount
           IF NOT ValidPlanCount
               DISPLAY "..A PLAN IS 2 TO 12 INSTALMENTS - NOT "
                   "PLANNED.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER FIRST DUE DATE(YYYYMMDD) : "
             WITH NO ADVANCING
           ACCEPT KeyedDate
           CALL "Sub-DateValidate-V2" USING KeyedDate,
               DateCheckResult
           IF NOT DateIsValid AND NOT DateIsFuture
               DISPLAY "..NOT A VALID DATE, REASON CODE ",
                   DateCheckResult, ".."
               EXIT PARAGRAPH
           END-IF
           IF KeyedDate < BusinessDate
               DISPLAY "..FIRST DUE DATE IS ALREADY PAST - NOT "
                   "PLANNED.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER DAYS BETWEEN INSTALMENTS(7 TO 92) : "
             WITH NO ADVANCING
           ACCEPT PlanIntervalDays
           IF NOT ValidPlanInterval
               DISPLAY "..INTERVAL MUST BE 7 TO 92 DAYS - NOT "
                   "PLANNED.."
               EXIT PARAGRAPH
           END-IF

           COMPUTE InstalmentShare = OpenBalance / PlanCount
           MOVE KeyedDate TO PlanDueDate
           PERFORM VARYING PlanIndex FROM 1 BY 1
                   UNTIL PlanIndex > PlanCount
               MOVE TuitStudentId TO InstStudentId
               MOVE TuitCourseCode TO InstCourseCode
               MOVE TuitTerm TO InstTerm
               MOVE PlanIndex TO InstNumber
               MOVE PlanDueDate TO InstDueDate
               IF PlanIndex = PlanCount
                   COMPUTE InstAmount = OpenBalance
                       - (InstalmentShare * (PlanCount - 1))
               ELSE
                   MOVE InstalmentShare TO InstAmount
               END-IF
               MOVE ZERO TO InstPenaltyAmount InstPaidAmount
               SET InstIsDue TO TRUE
               MOVE "N" TO InstPenaltySw
               WRITE InstalmentRecord
                   INVALID KEY
                   DISPLAY "(WRITE) INSTALMENT STATUS = ",
                       InstalmentStatus
               END-WRITE
               MOVE InstAmount TO Prn-Amount
               DISPLAY "  INSTALMENT ", InstNumber, " DUE ",
                   InstDueDate, " ", Prn-Amount
               CALL "Sub-DateAdd" USING PlanDueDate,
                   PlanIntervalDays, PlanDueDate
           END-PERFORM
           DISPLAY "..PLAN SET UP..".

      *>   a payment posted on a planned invoice clears its
      *>   instalments in number order - the oldest due first -
      *>   penalty included, until the payment is used up. An
      *>   invoice with no plan has no instalments to clear.
       CLEAR-PLAN-INSTALMENTS.
           MOVE PaymentAmount TO PaymentLeft
           MOVE ZERO TO ClearedCount
           MOVE TuitStudentId TO InstStudentId
           MOVE TuitCourseCode TO InstCourseCode
           MOVE TuitTerm TO InstTerm
           MOVE ZERO TO InstNumber
           START InstalmentFile KEY IS GREATER THAN InstKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ InstalmentFile NEXT RECORD
               AT END SET EndOfInstalmentFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfInstalmentFile
                   OR PaymentLeft = ZERO
                   OR InstStudentId NOT = TuitStudentId
                   OR InstCourseCode NOT = TuitCourseCode
                   OR InstTerm NOT = TuitTerm
               IF InstIsUnpaid
                   COMPUTE InstalmentOwing = InstAmount
                       + InstPenaltyAmount - InstPaidAmount
                   IF PaymentLeft >= InstalmentOwing
                       ADD InstalmentOwing TO InstPaidAmount
                       SUBTRACT InstalmentOwing FROM PaymentLeft
                       SET InstIsPaid TO TRUE
                       ADD 1 TO ClearedCount
                   ELSE
                       ADD PaymentLeft TO InstPaidAmount
                       MOVE ZERO TO PaymentLeft
                   END-IF
                   REWRITE InstalmentRecord
                       INVALID KEY
                       DISPLAY "(REWRITE) INSTALMENT STATUS = ",
                           InstalmentStatus
                   END-REWRITE
               END-IF
               READ InstalmentFile NEXT RECORD
                   AT END SET EndOfInstalmentFile TO TRUE
               END-READ
           END-PERFORM
           IF ClearedCount > ZERO
               DISPLAY "..INSTALMENTS CLEARED = ", ClearedCount, ".."
           END-IF.

      *>   only what falls due from today to a fortnight out -
      *>   instalments already past due are the penalty run's
      *>   business and show on the arrears list
       PRINT-INSTALMENTS-DUE.
           MOVE ZERO TO DueListCount DueListTotal
           OPEN OUTPUT DueReportFile
           IF NOT DueReportOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   DueReportStatus
               EXIT PARAGRAPH
           END-IF
           CALL "Sub-DateAdd" USING BusinessDate, DueWindowDays,
               DueWindowEnd
           MOVE BusinessDate TO DhdFromDate
           MOVE DueWindowEnd TO DhdToDate
           WRITE DueReportLine FROM DueHeading
           MOVE SPACES TO DueReportLine
           WRITE DueReportLine

           MOVE LOW-VALUES TO InstKey
           START InstalmentFile KEY IS NOT LESS THAN InstKey
               INVALID KEY CONTINUE
           END-START
           IF InstalmentFileOK
               READ InstalmentFile NEXT RECORD
                   AT END SET EndOfInstalmentFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfInstalmentFile
                   IF InstIsUnpaid
                       AND InstDueDate NOT < BusinessDate
                       AND InstDueDate NOT > DueWindowEnd
                       PERFORM PRINT-ONE-DUE-LINE
                   END-IF
                   READ InstalmentFile NEXT RECORD
                       AT END SET EndOfInstalmentFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF

           MOVE SPACES TO DueReportLine
           WRITE DueReportLine
           MOVE DueListCount TO DttCount
           MOVE DueListTotal TO DttAmount
           WRITE DueReportLine FROM DueTotalLine
           CLOSE DueReportFile
           DISPLAY "INSTALMENTS DUE IN THE NEXT ", DueWindowDays,
               " DAYS = ", DueListCount.

       PRINT-ONE-DUE-LINE.
           COMPUTE InstalmentOwing = InstAmount + InstPenaltyAmount
               - InstPaidAmount
           ADD 1 TO DueListCount
           ADD InstalmentOwing TO DueListTotal
           MOVE InstStudentId TO DueStudentId
           MOVE InstStudentId TO IdxStudentId
           READ StudentFile
               INVALID KEY
                   MOVE "**UNKNOWN STUDENT*" TO DueStudentName
                   MOVE SPACES TO DueStreet DueTown DuePostCode
               NOT INVALID KEY
                   MOVE IdxStudentName TO DueStudentName
                   MOVE IdxStudentStreet TO DueStreet
                   MOVE IdxStudentTown TO DueTown
                   MOVE IdxStudentPostCode TO DuePostCode
           END-READ
           MOVE InstCourseCode TO DueCourseCode
           MOVE InstTerm TO DueTerm
           MOVE InstNumber TO DueNumber
           MOVE InstDueDate TO DueDate
           MOVE InstalmentOwing TO DueAmount
           WRITE DueReportLine FROM DueDetailLine
           WRITE DueReportLine FROM DueAddressLine.

       PRINT-REFUNDS-TO-PAY.
           MOVE ZERO TO RefundListCount RefundListTotal
           OPEN OUTPUT RefundReportFile
           IF NOT RefundReportOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   RefundReportStatus
               EXIT PARAGRAPH
           END-IF
           MOVE BusinessDate TO RhdDate
           WRITE RefundReportLine FROM RefundHeading
           MOVE SPACES TO RefundReportLine
           WRITE RefundReportLine

           MOVE LOW-VALUES TO RefundKey
           START RefundFile KEY IS NOT LESS THAN RefundKey
               INVALID KEY CONTINUE
           END-START
           IF RefundFileOK
               READ RefundFile NEXT RECORD
                   AT END SET EndOfRefundFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfRefundFile
                   IF RefundIsDue
                       PERFORM PRINT-ONE-REFUND-LINE
                   END-IF
                   READ RefundFile NEXT RECORD
                       AT END SET EndOfRefundFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF

           MOVE SPACES TO RefundReportLine
           WRITE RefundReportLine
           MOVE RefundListCount TO RttCount
           MOVE RefundListTotal TO RttAmount
           WRITE RefundReportLine FROM RefundTotalLine
           CLOSE RefundReportFile
           MOVE RefundListTotal TO TtlAmount
           DISPLAY "REFUNDS TO PAY = ", RefundListCount,
               "  AMOUNT = ", TtlAmount.

       PRINT-ONE-REFUND-LINE.
           ADD 1 TO RefundListCount
           ADD RefundAmount TO RefundListTotal
           MOVE RefundStudentId TO RfdStudentId
           MOVE RefundStudentId TO IdxStudentId
           READ StudentFile
               INVALID KEY
                   MOVE "**UNKNOWN STUDENT*" TO RfdStudentName
                   MOVE SPACES TO RfaStreet RfaTown RfaPostCode
               NOT INVALID KEY
                   MOVE IdxStudentName TO RfdStudentName
                   MOVE IdxStudentStreet TO RfaStreet
                   MOVE IdxStudentTown TO RfaTown
                   MOVE IdxStudentPostCode TO RfaPostCode
           END-READ
           MOVE RefundCourseCode TO RfdCourseCode
           MOVE RefundTerm TO RfdTerm
           MOVE RefundDueDate TO RfdDueDate
           MOVE RefundOperatorId TO RfdOperatorId
           MOVE RefundAmount TO RfdAmount
           WRITE RefundReportLine FROM RefundDetailLine
           WRITE RefundReportLine FROM RefundAddressLine.

      *>   the bookkeeper pays the refund outside the system - this
      *>   only takes it off the list, stamped with who said so
       MARK-REFUND-PAID.
           DISPLAY "ENTER STUDENT ID(7 CHARS) : " WITH NO ADVANCING
           ACCEPT RefundStudentId
           DISPLAY "ENTER COURSE CODE(4 CHARS) : " WITH NO ADVANCING
           ACCEPT RefundCourseCode
           DISPLAY "ENTER TERM(6 CHARS) : " WITH NO ADVANCING
           ACCEPT RefundTerm
           READ RefundFile
               KEY IS RefundKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT RefundFound
               DISPLAY "..NO REFUND ON FILE FOR THAT STUDENT/"
                   "COURSE/TERM.."
               EXIT PARAGRAPH
           END-IF
           IF RefundIsPaid
               DISPLAY "..REFUND WAS ALREADY PAID ON ",
                   RefundPaidDate, " (", RefundPaidBy, ").."
               EXIT PARAGRAPH
           END-IF
           MOVE RefundAmount TO Prn-Amount
           DISPLAY "REFUND DUE = ", Prn-Amount
           SET RefundIsPaid TO TRUE
           MOVE BusinessDate TO RefundPaidDate
           MOVE SignedOnOperator TO RefundPaidBy
           REWRITE RefundRecord
               INVALID KEY
               DISPLAY "(REWRITE) REFUND STATUS = ", RefundStatus
           END-REWRITE
           DISPLAY "..REFUND MARKED PAID..".
