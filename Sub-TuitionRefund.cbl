       IDENTIFICATION DIVISION.
       PROGRAM-ID. Sub-TuitionRefund IS INITIAL.
      *>   This sub-program is CALLed from a Cobol program.
      *>   it requires 1 parameter.
      *>       1 the refund request block (REFUNDREQ.cpy), the
      *>         withdrawn enrollment, withdrawal date and operator
      *>         in place; the rest comes back filled
      *>   The pro-rata refund on a withdrawn enrollment's tuition.
      *>   The withdrawal date is placed in a week of the term off
      *>   TERM-CALENDAR.DAT (TERMCAL.cpy) and the week in a band of
      *>   the refund scale (REFUND-SCALE.DAT, REFSCALE.cpy - the
      *>   standing scale if no line is on file); the band's
      *>   percentage of the course fee billed - the gross on the
      *>   invoice, before any bursary awards and without the
      *>   late-payment penalties, which are never refunded - is
      *>   credited. The credit is split the way the fee was paid:
      *>   each award the invoice run logged against the invoice on
      *>   SPONSOR-LEDGER.DAT (SPONSLEDG.cpy) gets the band's
      *>   percentage of it back, as a negative ledger line for its
      *>   funding source, and comes off the invoice's award; the
      *>   rest is the student's. The student's credit first
      *>   comes off what the invoice on TUITION.DAT still owes, and
      *>   off its unpaid instalments latest first; whatever is left
      *>   over was paid and is now due back, written to REFUND.DAT
      *>   (REFUNDREC.cpy) for the bookkeeper. Every refund worked
      *>   out - a nil one included - is journalled to
      *>   TUITION-REFUND-JRN.DAT with the operator and the band that
      *>   applied. No invoice, or no dates for the term, and
      *>   nothing is touched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TuitionFile ASSIGN TO "TUITION.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TuitKey
             FILE STATUS IS TuitionStatus.

           SELECT InstalmentFile ASSIGN TO "INSTALMENT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS InstKey
             FILE STATUS IS InstalmentStatus.

           SELECT RefundFile ASSIGN TO "REFUND.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS RefundKey
             FILE STATUS IS RefundStatus.

           SELECT TermCalendarFile ASSIGN TO "TERM-CALENDAR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TermCalendarStatus.

           SELECT RefundScaleFile ASSIGN TO "REFUND-SCALE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RefundScaleStatus.

           SELECT RefundJournalFile
             ASSIGN TO "TUITION-REFUND-JRN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RefundJournalStatus.

           SELECT SponsorLedgerFile ASSIGN TO "SPONSOR-LEDGER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SponsorLedgerStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  TuitionFile.
           COPY TUITINVREC.

       FD  InstalmentFile.
           COPY INSTALREC.

       FD  RefundFile.
           COPY REFUNDREC.

       FD  TermCalendarFile.
       01  TermCalendarFlatLine    PIC X(44).

       FD  RefundScaleFile.
       01  RefundScaleFlatLine     PIC X(6).

       FD  RefundJournalFile.
       01  RefundJournalFlatLine   PIC X(107).

       FD  SponsorLedgerFile.
       01  SponsorLedgerFlatLine   PIC X(52).

       WORKING-STORAGE SECTION.
           COPY TERMCAL.
           COPY REFSCALE.
           COPY SPONSLEDG.

       01  TuitionStatus       PIC X(2).
           88  TuitionFound    VALUE "00".
       01  InstalmentStatus    PIC X(2).
           88  InstalmentFileOK    VALUE "00".
       01  InstalmentOpenSw    PIC X VALUE "N".
           88  InstalmentFileOpen  VALUE "Y".
       01  RefundStatus        PIC X(2).
           88  RefundFileOK    VALUE "00".
           88  RefundMissing   VALUE "35".
       01  TermCalendarStatus  PIC X(2).
           88  TermCalendarFound   VALUE "00".
       01  RefundScaleStatus   PIC X(2).
           88  RefundScaleFound    VALUE "00".
       01  RefundJournalStatus PIC X(2).
           88  RefundJournalMissing    VALUE "35".
       01  SponsorLedgerStatus PIC X(2).
           88  SponsorLedgerOK         VALUE "00".
           88  SponsorLedgerMissing    VALUE "35".

       01  TermDatesFoundSw    PIC X VALUE "N".
           88  TermDatesFound  VALUE "Y".
       01  TermStartDate       PIC 9(8).
       01  TermEndDate         PIC 9(8).
       01  StartDayNumber      PIC 9(7).
       01  WithdrawDayNumber   PIC 9(7).
       01  DaysIntoTerm        PIC 9(7).
       01  WeeksIntoTerm       PIC 9(7).

      *> the scale in force - the lines on file, or the standing
      *> scale when none parse
       01  BandTable.
           03  BandEntry           OCCURS 40 TIMES.
               05  BndThroughWeek  PIC 99.
               05  BndPercent      PIC 9(3).
       01  BandCount           PIC 99 VALUE ZERO.
       01  BandIndex           PIC 99.

      *> the invoice's instalments, gathered so the write-down can
      *> come off the latest first
       01  PlanTable.
           03  PlanEntry           OCCURS 20 TIMES.
               05  PlnNumber       PIC 99.
       01  PlanCount           PIC 99 VALUE ZERO.
       01  PlanIndex           PIC 99.
       01  OpenBalance         PIC 9(5)V99.
       01  WriteDownLeft       PIC 9(5)V99.
       01  InstalmentOwing     PIC 9(5)V99.
       01  InstalmentCut       PIC 9(5)V99.

      *> the awards logged against the invoice, each with the
      *> share of the credit that goes back to its funding source
       01  AwardTable.
           03  AwardEntry          OCCURS 20 TIMES.
               05  AwdFundingSource    PIC X(10).
               05  AwdBurSeqNo         PIC 99.
               05  AwdInvoiceDate      PIC 9(8).
               05  AwdCharged          PIC 9(5)V99.
               05  AwdCredit           PIC 9(5)V99.
       01  AwardCount          PIC 99 VALUE ZERO.
       01  AwardIndex          PIC 99.
       01  GrossCredit         PIC 9(5)V99.
       01  LedgerAmount        PIC S9(5)V99.

       01  RefundJournalLine.
           03  RjlDate         PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  RjlOperatorId   PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  RjlStudentId    PIC X(7).
           03  FILLER          PIC X VALUE SPACE.
           03  RjlCourseCode   PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  RjlTerm         PIC X(6).
           03  FILLER          PIC X(4) VALUE " WK ".
           03  RjlWeekOfTerm   PIC 99.
           03  FILLER          PIC X(6) VALUE " BAND ".
           03  RjlBandThrough  PIC 99.
           03  FILLER          PIC X VALUE SPACE.
           03  RjlPercent      PIC 9(3).
           03  FILLER          PIC X(5) VALUE "% FEE".
           03  RjlFeeBilled    PIC 9(5)V99.
           03  FILLER          PIC X(4) VALUE " CR ".
           03  RjlCredit       PIC 9(5)V99.
           03  FILLER          PIC X(4) VALUE " WD ".
           03  RjlWriteDown    PIC 9(5)V99.
           03  FILLER          PIC X(4) VALUE " RF ".
           03  RjlRefundDue    PIC 9(5)V99.
           03  FILLER          PIC X(4) VALUE " SP ".
           03  RjlSponsorShare PIC 9(5)V99.

       LINKAGE SECTION.
           COPY REFUNDREQ.

       PROCEDURE DIVISION USING RefundRequest.
       BEGIN.
           SET RfqNoInvoice TO TRUE
           MOVE ZERO TO RfqWeekOfTerm RfqBandThroughWeek RfqPercent
               RfqFeeBilled RfqCreditAmount RfqWriteDownAmount
               RfqRefundDueAmount RfqSponsorShareAmount

           OPEN I-O TuitionFile
           MOVE RfqStudentId TO TuitStudentId
           MOVE RfqCourseCode TO TuitCourseCode
           MOVE RfqTerm TO TuitTerm
           READ TuitionFile
               KEY IS TuitKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT TuitionFound
               CLOSE TuitionFile
               EXIT PROGRAM
           END-IF

           PERFORM FIND-TERM-DATES
           IF NOT TermDatesFound
               SET RfqNoTermDates TO TRUE
               CLOSE TuitionFile
               EXIT PROGRAM
           END-IF
           PERFORM LOAD-REFUND-SCALE
           PERFORM PLACE-IN-BAND

      *>   no instalment file means no invoice was ever planned
           OPEN I-O InstalmentFile
           IF InstalmentFileOK
               SET InstalmentFileOpen TO TRUE
               PERFORM GATHER-PLAN-INSTALMENTS
           END-IF
           MOVE TuitGrossAmount TO RfqFeeBilled
           COMPUTE GrossCredit ROUNDED =
               RfqFeeBilled * RfqPercent / 100
           IF TuitAwardAmount > ZERO AND GrossCredit > ZERO
               PERFORM GATHER-SPONSOR-AWARDS
           END-IF
           COMPUTE RfqCreditAmount =
               GrossCredit - RfqSponsorShareAmount
           COMPUTE OpenBalance = TuitAmount - TuitPaidAmount
           IF RfqCreditAmount > OpenBalance
               MOVE OpenBalance TO RfqWriteDownAmount
           ELSE
               MOVE RfqCreditAmount TO RfqWriteDownAmount
           END-IF
           COMPUTE RfqRefundDueAmount =
               RfqCreditAmount - RfqWriteDownAmount

           IF RfqCreditAmount > ZERO OR RfqSponsorShareAmount > ZERO
               SUBTRACT RfqCreditAmount FROM TuitAmount
               SUBTRACT RfqRefundDueAmount FROM TuitPaidAmount
               SUBTRACT RfqSponsorShareAmount FROM TuitAwardAmount
               IF TuitPaidAmount >= TuitAmount
                   SET TuitIsPaid TO TRUE
               END-IF
               REWRITE TuitionRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) TUITION STATUS = ",
                       TuitionStatus
               END-REWRITE
               IF RfqWriteDownAmount > ZERO AND InstalmentFileOpen
                   PERFORM WRITE-DOWN-INSTALMENTS
               END-IF
           END-IF
           IF InstalmentFileOpen
               CLOSE InstalmentFile
           END-IF
           CLOSE TuitionFile

           IF RfqRefundDueAmount > ZERO
               PERFORM WRITE-REFUND-DUE
           END-IF
           IF RfqSponsorShareAmount > ZERO
               PERFORM CREDIT-SPONSORS
           END-IF
           SET RfqWorkedOut TO TRUE
           PERFORM WRITE-REFUND-JOURNAL
           EXIT PROGRAM.

      *>   the last line on file for the term wins, so a date keyed
      *>   again is simply added below the old one
       FIND-TERM-DATES.
           OPEN INPUT TermCalendarFile
           IF NOT TermCalendarFound
               EXIT PARAGRAPH
           END-IF
           READ TermCalendarFile INTO TermCalendarLine
               AT END SET EndOfTermCalendar TO TRUE
           END-READ
           PERFORM UNTIL EndOfTermCalendar
               IF TclTerm = RfqTerm
                   AND TclStartDate IS NUMERIC
                   AND TclEndDate IS NUMERIC
                   AND TclEndDate > TclStartDate
                   MOVE TclStartDate TO TermStartDate
                   MOVE TclEndDate TO TermEndDate
                   SET TermDatesFound TO TRUE
               END-IF
               READ TermCalendarFile INTO TermCalendarLine
                   AT END SET EndOfTermCalendar TO TRUE
               END-READ
           END-PERFORM
           CLOSE TermCalendarFile.

       LOAD-REFUND-SCALE.
           OPEN INPUT RefundScaleFile
           IF RefundScaleFound
               READ RefundScaleFile INTO RefundScaleLine
                   AT END SET EndOfRefundScale TO TRUE
               END-READ
               PERFORM UNTIL EndOfRefundScale OR BandCount >= 40
                   IF RfsThroughWeek IS NUMERIC
                       AND RfsPercent IS NUMERIC
                       AND ValidRfsThroughWeek
                       AND ValidRfsPercent
                       ADD 1 TO BandCount
                       MOVE RfsThroughWeek
                           TO BndThroughWeek(BandCount)
                       MOVE RfsPercent TO BndPercent(BandCount)
                   END-IF
                   READ RefundScaleFile INTO RefundScaleLine
                       AT END SET EndOfRefundScale TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RefundScaleFile
           END-IF
           IF BandCount = ZERO
               PERFORM VARYING BandIndex FROM 1 BY 1
                       UNTIL BandIndex > StandingRefundScaleCount
                   ADD 1 TO BandCount
                   MOVE SrsThroughWeek(BandIndex)
                       TO BndThroughWeek(BandCount)
                   MOVE SrsPercent(BandIndex) TO BndPercent(BandCount)
               END-PERFORM
           END-IF.

      *>   a withdrawal after the term has ended, or past the last
      *>   band, falls in no band and refunds nothing
       PLACE-IN-BAND.
           IF RfqWithdrawDate < TermStartDate
               MOVE 1 TO RfqWeekOfTerm
           ELSE
               CALL "Sub-DateDayNumber" USING TermStartDate,
                   StartDayNumber
               CALL "Sub-DateDayNumber" USING RfqWithdrawDate,
                   WithdrawDayNumber
               COMPUTE DaysIntoTerm =
                   WithdrawDayNumber - StartDayNumber
               DIVIDE DaysIntoTerm BY 7 GIVING WeeksIntoTerm
               IF WeeksIntoTerm > 98
                   MOVE 99 TO RfqWeekOfTerm
               ELSE
                   COMPUTE RfqWeekOfTerm = WeeksIntoTerm + 1
               END-IF
           END-IF
           IF RfqWithdrawDate > TermEndDate
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BandIndex FROM 1 BY 1
                   UNTIL BandIndex > BandCount
               IF BndThroughWeek(BandIndex) NOT < RfqWeekOfTerm
                   AND (RfqBandThroughWeek = ZERO
                   OR BndThroughWeek(BandIndex) < RfqBandThroughWeek)
                   MOVE BndThroughWeek(BandIndex)
                       TO RfqBandThroughWeek
                   MOVE BndPercent(BandIndex) TO RfqPercent
               END-IF
           END-PERFORM.

       GATHER-PLAN-INSTALMENTS.
           MOVE RfqStudentId TO InstStudentId
           MOVE RfqCourseCode TO InstCourseCode
           MOVE RfqTerm TO InstTerm
           MOVE ZERO TO InstNumber
           START InstalmentFile KEY IS GREATER THAN InstKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ InstalmentFile NEXT RECORD
               AT END SET EndOfInstalmentFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfInstalmentFile
                   OR PlanCount >= 20
                   OR InstStudentId NOT = RfqStudentId
                   OR InstCourseCode NOT = RfqCourseCode
                   OR InstTerm NOT = RfqTerm
               ADD 1 TO PlanCount
               MOVE InstNumber TO PlnNumber(PlanCount)
               READ InstalmentFile NEXT RECORD
                   AT END SET EndOfInstalmentFile TO TRUE
               END-READ
           END-PERFORM.

      *>   what the invoice no longer owes comes off the plan from
      *>   the far end, so the instalments nearest due still stand
       WRITE-DOWN-INSTALMENTS.
           MOVE RfqWriteDownAmount TO WriteDownLeft
           PERFORM VARYING PlanIndex FROM PlanCount BY -1
                   UNTIL PlanIndex < 1 OR WriteDownLeft = ZERO
               MOVE RfqStudentId TO InstStudentId
               MOVE RfqCourseCode TO InstCourseCode
               MOVE RfqTerm TO InstTerm
               MOVE PlnNumber(PlanIndex) TO InstNumber
               READ InstalmentFile
                   KEY IS InstKey
                   INVALID KEY CONTINUE
               END-READ
               IF InstalmentFileOK AND InstIsUnpaid
                   COMPUTE InstalmentOwing = InstAmount
                       + InstPenaltyAmount - InstPaidAmount
                   MOVE WriteDownLeft TO InstalmentCut
                   IF InstalmentCut > InstalmentOwing
                       MOVE InstalmentOwing TO InstalmentCut
                   END-IF
                   IF InstalmentCut > InstAmount
                       MOVE InstAmount TO InstalmentCut
                   END-IF
                   SUBTRACT InstalmentCut FROM InstAmount
                   SUBTRACT InstalmentCut FROM WriteDownLeft
                   IF InstPaidAmount NOT <
                       InstAmount + InstPenaltyAmount
                       SET InstIsPaid TO TRUE
                   END-IF
                   REWRITE InstalmentRecord
                       INVALID KEY
                       DISPLAY "(REWRITE) INSTALMENT STATUS = ",
                           InstalmentStatus
                   END-REWRITE
               END-IF
           END-PERFORM.

       WRITE-REFUND-DUE.
           OPEN I-O RefundFile
           IF RefundMissing
               CLOSE RefundFile
               OPEN OUTPUT RefundFile
               CLOSE RefundFile
               OPEN I-O RefundFile
           END-IF
           MOVE RfqStudentId TO RefundStudentId
           MOVE RfqCourseCode TO RefundCourseCode
           MOVE RfqTerm TO RefundTerm
           MOVE RfqWithdrawDate TO RefundDueDate
           MOVE RfqRefundDueAmount TO RefundAmount
           MOVE RfqOperatorId TO RefundOperatorId
           SET RefundIsDue TO TRUE
           MOVE ZERO TO RefundPaidDate
           MOVE SPACES TO RefundPaidBy
           WRITE RefundRecord
               INVALID KEY
               DISPLAY "(WRITE) REFUND STATUS = ", RefundStatus
           END-WRITE
           CLOSE RefundFile.

       WRITE-REFUND-JOURNAL.
           MOVE RfqWithdrawDate TO RjlDate
           MOVE RfqOperatorId TO RjlOperatorId
           MOVE RfqStudentId TO RjlStudentId
           MOVE RfqCourseCode TO RjlCourseCode
           MOVE RfqTerm TO RjlTerm
           MOVE RfqWeekOfTerm TO RjlWeekOfTerm
           MOVE RfqBandThroughWeek TO RjlBandThrough
           MOVE RfqPercent TO RjlPercent
           MOVE RfqFeeBilled TO RjlFeeBilled
           MOVE RfqCreditAmount TO RjlCredit
           MOVE RfqWriteDownAmount TO RjlWriteDown
           MOVE RfqRefundDueAmount TO RjlRefundDue
           MOVE RfqSponsorShareAmount TO RjlSponsorShare
           OPEN EXTEND RefundJournalFile
           IF RefundJournalMissing
               OPEN OUTPUT RefundJournalFile
           END-IF
           WRITE RefundJournalFlatLine FROM RefundJournalLine
           CLOSE RefundJournalFile.

      *>   the charges the invoice run logged against this invoice -
      *>   a credit line from an earlier refund is not a charge -
      *>   each given the band's percentage of it back, and never
      *>   more between them than the award still on the invoice
      *>   or the credit itself
       GATHER-SPONSOR-AWARDS.
           OPEN INPUT SponsorLedgerFile
           IF NOT SponsorLedgerOK
               EXIT PARAGRAPH
           END-IF
           READ SponsorLedgerFile INTO SponsorLedgerLine
               AT END SET EndOfSponsorLedger TO TRUE
           END-READ
           PERFORM UNTIL EndOfSponsorLedger OR AwardCount >= 20
               MOVE SplAmount TO LedgerAmount
               IF SplStudentId = RfqStudentId
                   AND SplCourseCode = RfqCourseCode
                   AND SplTerm = RfqTerm
                   AND LedgerAmount > ZERO
                   ADD 1 TO AwardCount
                   MOVE SplFundingSource
                       TO AwdFundingSource(AwardCount)
                   MOVE SplBurSeqNo TO AwdBurSeqNo(AwardCount)
                   MOVE SplInvoiceDate TO AwdInvoiceDate(AwardCount)
                   MOVE LedgerAmount TO AwdCharged(AwardCount)
               END-IF
               READ SponsorLedgerFile INTO SponsorLedgerLine
                   AT END SET EndOfSponsorLedger TO TRUE
               END-READ
           END-PERFORM
           CLOSE SponsorLedgerFile
           PERFORM VARYING AwardIndex FROM 1 BY 1
                   UNTIL AwardIndex > AwardCount
               COMPUTE AwdCredit(AwardIndex) ROUNDED =
                   AwdCharged(AwardIndex) * RfqPercent / 100
               IF AwdCredit(AwardIndex) >
                   TuitAwardAmount - RfqSponsorShareAmount
                   COMPUTE AwdCredit(AwardIndex) =
                       TuitAwardAmount - RfqSponsorShareAmount
               END-IF
               IF AwdCredit(AwardIndex) >
                   GrossCredit - RfqSponsorShareAmount
                   COMPUTE AwdCredit(AwardIndex) =
                       GrossCredit - RfqSponsorShareAmount
               END-IF
               ADD AwdCredit(AwardIndex) TO RfqSponsorShareAmount
           END-PERFORM.

      *>   one negative line per award credited, in the invoice
      *>   run's layout, so the sponsor report nets it off what the
      *>   funding source owes
       CREDIT-SPONSORS.
           OPEN EXTEND SponsorLedgerFile
           IF SponsorLedgerMissing
               OPEN OUTPUT SponsorLedgerFile
           END-IF
           PERFORM VARYING AwardIndex FROM 1 BY 1
                   UNTIL AwardIndex > AwardCount
               IF AwdCredit(AwardIndex) > ZERO
                   MOVE AwdFundingSource(AwardIndex)
                       TO SplFundingSource
                   MOVE RfqStudentId TO SplStudentId
                   MOVE RfqCourseCode TO SplCourseCode
                   MOVE RfqTerm TO SplTerm
                   MOVE AwdBurSeqNo(AwardIndex) TO SplBurSeqNo
                   MOVE AwdInvoiceDate(AwardIndex) TO SplInvoiceDate
                   COMPUTE LedgerAmount = ZERO - AwdCredit(AwardIndex)
                   MOVE LedgerAmount TO SplAmount
                   WRITE SponsorLedgerFlatLine FROM SponsorLedgerLine
               END-IF
           END-PERFORM
           CLOSE SponsorLedgerFile.

           END PROGRAM Sub-TuitionRefund.
