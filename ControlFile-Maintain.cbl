      *> Maintenance workbench for the control files that were
      *> "maintained by the shop" - meaning a text editor, and a
      *> fat-fingered rate silently changing what every check-in
      *> charges. Thirteen files under one menu, every change
      *> field-validated before it lands and audited after:
      *>   FEE-SCHEDULE.DAT - per-category effective-dated rate
      *>     lines (FEESCHED.cpy): category must be N/S/C, the
      *>     ahead of the day it applies), rates range-checked
      *>   CLOSED-DAYS.DAT - one YYYYMMDD per line, added or
      *>     removed, each through the validator
      *>   TOLERANCES.DAT - the chain's four limits and its free
      *>     space floor, numeric and range-checked, rewritten whole
      *>   TAX-TABLE.DAT - per-journal-type effective-dated sales
      *>     tax lines (TAXTABLE.cpy) read by Sub-JournalTax: the
      *>     type must be one the journal carries, the code ST, ZR,
      *>     EX or OS, the date validated as above, the rate
      *>     range-checked and nil unless the code is ST
      *>   LOYALTY-RULES.DAT - the points scheme's earn rates per
      *>     category, point value, minimum redemption and expiry
      *>     days (LOYRULES.cpy), range-checked, rewritten whole
      *>   VOUCHER-RULES.DAT - how many days a gift voucher stays
      *>     spendable from its sale (VOUCHRULES.cpy), range-checked,
      *>     rewritten whole
      *>   STEP-SCHEDULE.DAT - when each nightly chain step runs
      *>     (STEPSCHED.cpy): every night, a weekday, month-end or
      *>     year-end; one line per program, replaced in place, the
      *>     file rewritten whole
      *>   VAULT-RETENTION.DAT - how many days the report vault
      *>     keeps each report's dated copies (VAULTKEEP.cpy),
      *>     1 to 9999; one line per report, replaced in place, the
      *>     file rewritten whole
      *>   GRADE-SCALE.DAT - the points a credit at each grade value
      *>     is worth toward the grade point average (GRADESCALE.cpy),
      *>     0.00 to 5.00; one line per grade, replaced in place, the
      *>     file rewritten whole
      *>   TUITION-RULES.DAT - the grace days an unpaid tuition
      *>     instalment is allowed and the late-payment penalty then
      *>     charged on it (TUITRULES.cpy), range-checked, rewritten
      *>     whole
      *>   TERM-CALENDAR.DAT - the master of term codes: each
      *>     term's start and end dates, the dates its enrollment
      *>     opens and closes, and its status - planned, open or
      *>     closed (TERMCAL.cpy); every date through the
      *>     validator, the end after the start and enrollment
      *>     closing before the term ends; one line per term,
      *>     replaced in place, the file rewritten whole
      *>   REFUND-SCALE.DAT - the tuition refund bands, up to which
      *>     week of term and what percentage of the fee comes back
      *>     (REFSCALE.cpy), range-checked; one line per band,
      *>     replaced in place or removed, the file rewritten whole
      *>   OTB-BUDGET.DAT - the open-to-buy purchasing budget, what
      *>     may be committed to new stock of each genre on orders
      *>     raised in each month (OTBBUDGET.cpy); the genre must be
      *>     on IDXGENRE.DAT and the month a real one, the allowance
      *>     keyed ahead of the month being the point; one line per
      *>     genre and month, replaced in place or removed, the file
      *>     rewritten whole
      *> Every applied change appends one line to
      *> CONTROL-AUDIT.DAT with the operator - the same standing
      *> trail SUPPLIER-AUDIT.DAT keeps for suppliers.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ControlAuditStatus.

           SELECT TaxTableFile ASSIGN TO "TAX-TABLE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TaxTableStatus.

           SELECT LoyaltyRulesFile ASSIGN TO "LOYALTY-RULES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LoyaltyRulesStatus.

           SELECT VoucherRulesFile ASSIGN TO "VOUCHER-RULES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VoucherRulesStatus.

           SELECT StepScheduleFile ASSIGN TO "STEP-SCHEDULE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StepScheduleStatus.

           SELECT VaultRetentionFile ASSIGN TO "VAULT-RETENTION.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VaultRetentionStatus.

           SELECT GradeScaleFile ASSIGN TO "GRADE-SCALE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GradeScaleStatus.

           SELECT TuitionRulesFile ASSIGN TO "TUITION-RULES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TuitionRulesStatus.

           SELECT TermCalendarFile ASSIGN TO "TERM-CALENDAR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TermCalendarStatus.

           SELECT RefundScaleFile ASSIGN TO "REFUND-SCALE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RefundScaleStatus.

           SELECT OtbBudgetFile ASSIGN TO "OTB-BUDGET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OtbBudgetStatus.

           SELECT GenreFile ASSIGN TO "IDXGENRE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS GenreCode
             FILE STATUS IS GenreFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  FeeScheduleFile.
       01  FeeScheduleFlatLine     PIC X(36).
           88  EndOfFeeScheduleFlat    VALUE HIGH-VALUES.

       FD  ClosedDaysFile.
           03  TolMaxVideoSwing        PIC 9(5).
           03  FILLER                  PIC X.
           03  TolMaxStudentSwing      PIC 9(5).
           03  FILLER                  PIC X.
           03  TolMinFreeMegabytes     PIC 9(6).

       FD  ControlAuditFile.
       01  ControlAuditFlatLine    PIC X(72).

       FD  TaxTableFile.
       01  TaxTableFlatLine        PIC X(20).
           88  EndOfTaxTableFlat   VALUE HIGH-VALUES.

       FD  LoyaltyRulesFile.
       01  LoyaltyRulesFlatLine    PIC X(23).

       FD  VoucherRulesFile.
       01  VoucherRulesFlatLine    PIC X(3).

       FD  StepScheduleFile.
       01  StepScheduleFlatLine    PIC X(33).

       FD  VaultRetentionFile.
       01  VaultRetentionFlatLine  PIC X(35).

       FD  GradeScaleFile.
       01  GradeScaleFlatLine      PIC X(6).

       FD  TuitionRulesFile.
       01  TuitionRulesFlatLine    PIC X(10).

       FD  TermCalendarFile.
       01  TermCalendarFlatLine    PIC X(44).
           88  EndOfTermCalendarFlat   VALUE HIGH-VALUES.

       FD  RefundScaleFile.
       01  RefundScaleFlatLine     PIC X(6).
           88  EndOfRefundScaleFlat    VALUE HIGH-VALUES.

       FD  OtbBudgetFile.
       01  OtbBudgetFlatLine       PIC X(20).
           88  EndOfOtbBudgetFlat      VALUE HIGH-VALUES.

       FD  GenreFile.
           COPY GENREREC.

       WORKING-STORAGE SECTION.
           COPY FEESCHED.
           COPY TAXTABLE.
           COPY LOYRULES.
           COPY VOUCHRULES.
           COPY STEPSCHED.
           COPY VAULTKEEP.
           COPY GRADESCALE.
           COPY TUITRULES.
           COPY TERMCAL.
           COPY REFSCALE.
           COPY OTBBUDGET.

       01  FeeScheduleStatus   PIC X(2).
           88  FeeScheduleFound    VALUE "00".
           88  ToleranceFound  VALUE "00".
       01  ControlAuditStatus  PIC X(2).
           88  ControlAuditMissing VALUE "35".
       01  TaxTableStatus      PIC X(2).
           88  TaxTableFound   VALUE "00".
           88  TaxTableMissing VALUE "35".
       01  LoyaltyRulesStatus  PIC X(2).
           88  LoyaltyRulesFound   VALUE "00".
       01  VoucherRulesStatus  PIC X(2).
           88  VoucherRulesFound   VALUE "00".
       01  StepScheduleStatus  PIC X(2).
           88  StepScheduleFound   VALUE "00".
       01  VaultRetentionStatus    PIC X(2).
           88  VaultRetentionFound VALUE "00".
       01  GradeScaleStatus    PIC X(2).
           88  GradeScaleFound VALUE "00".
       01  TuitionRulesStatus  PIC X(2).
           88  TuitionRulesFound   VALUE "00".
       01  TermCalendarStatus  PIC X(2).
           88  TermCalendarFound   VALUE "00".
       01  RefundScaleStatus   PIC X(2).
           88  RefundScaleFound    VALUE "00".
       01  OtbBudgetStatus     PIC X(2).
           88  OtbBudgetFound  VALUE "00".
       01  GenreFileStatus     PIC X(2).
           88  GenreFound      VALUE "00".

       01  MaintAction         PIC 99.
           88  FeeLineAction   VALUE 1.
           88  FeeListAction   VALUE 2.
           88  DayAddAction    VALUE 3.
           88  DayDeleteAction VALUE 4.
           88  DayListAction   VALUE 5.
           88  ToleranceAction VALUE 6.
           88  TaxLineAction   VALUE 7.
           88  TaxListAction   VALUE 8.
           88  QuitWorkbench   VALUE 9.
           88  LoyaltyAction   VALUE 10.
           88  VoucherRulesAction  VALUE 11.
           88  StepScheduleAction  VALUE 12.
           88  VaultRetentionAction    VALUE 13.
           88  GradeScaleAction        VALUE 14.
           88  TuitionRulesAction      VALUE 15.
           88  TermCalendarAction      VALUE 16.
           88  RefundScaleAction       VALUE 17.
           88  OtbBudgetAction         VALUE 18.

       01  KeyedDate           PIC 9(8).
       01  DateCheckResult     PIC 9.
           88  DateIsFuture    VALUE 8.
       01  KeyedRate           PIC 9(5)V99.
       01  KeyedLimit          PIC 9(5).
       01  KeyedFloor          PIC 9(6).
       01  KeyedTaxRate        PIC 99V99.
      *> the entry types the fees journal carries - a tax line for
      *> any other type would never be read
       01  KeyedJournalType    PIC X(3).
           88  ValidJournalType    VALUE "PAY" "VSL" "SEL" "DEP"
                                   "DRF" "DFF" "CHG" "RPL" "ADC"
                                   "MEM" "REV" "ADJ" "VCH" "BDW"
                                   "COL" "CCM" "DSC" "LPR" "VBK".
       01  KeyedTaxCode        PIC X(2).
           88  ValidTaxCode    VALUE "ST" "ZR" "EX" "OS".
           88  RatedTaxCode    VALUE "ST".
       01  KeyedPoints         PIC 9(5).
       01  KeyedDays           PIC 9(4).
       01  KeyedPointValue     PIC 9V99.
       01  KeyedEarnRates.
           03  KeyedEarnRate   PIC 99 OCCURS 3 TIMES.
       01  CategoryIndex       PIC 9.
       01  CategoryLetters     PIC X(3) VALUE "NSC".
       01  Prn-PointValue      PIC 9.99.
       01  ListedCount         PIC 9(3).
       01  DayFoundSw          PIC X.
           88  DayFound        VALUE "Y".

      *> the schedule lines on file, held while one is replaced or
      *> added and the file rewritten
       01  ScheduleLineTable.
           03  ScheduleFileLine    PIC X(33) OCCURS 40 TIMES.
       01  ScheduleLineCount   PIC 99 VALUE ZERO.
       01  ScheduleLineIndex   PIC 99.
       01  KeyedProgramName    PIC X(30).
       01  KeyedFrequency      PIC X.
       01  KeyedWeekday        PIC 9.
       01  ScheduleFoundSw     PIC X.
           88  ScheduleFound   VALUE "Y".

      *> the vault retention lines on file, held the same way
       01  RetentionLineTable.
           03  RetentionFileLine   PIC X(35) OCCURS 60 TIMES.
       01  RetentionLineCount  PIC 99 VALUE ZERO.
       01  RetentionLineIndex  PIC 99.
       01  KeyedReportName     PIC X(30).
       01  RetentionFoundSw    PIC X.
           88  RetentionFound  VALUE "Y".

      *> the grade scale lines on file, held the same way
       01  ScaleLineTable.
           03  ScaleFileLine       PIC X(6) OCCURS 40 TIMES.
       01  ScaleLineCount      PIC 99 VALUE ZERO.
       01  ScaleLineIndex      PIC 99.
       01  KeyedGradeValue     PIC XX.
       01  KeyedGradePoints    PIC 9V99.
       01  Prn-GradePoints     PIC 9.99.
       01  Prn-TuitionPenalty  PIC ZZ,ZZ9.99.
       01  ScaleFoundSw        PIC X.
           88  ScaleFound      VALUE "Y".

      *> the term calendar lines on file, held the same way; the
      *> refund scale's lines go through the grade scale's table
       01  TermLineTable.
           03  TermFileLine        PIC X(44) OCCURS 60 TIMES.
       01  TermLineCount       PIC 99 VALUE ZERO.
       01  TermLineIndex       PIC 99.
       01  KeyedTerm           PIC X(6).
       01  KeyedEndDate        PIC 9(8).
       01  KeyedEnrollOpen     PIC 9(8).
       01  KeyedEnrollClose    PIC 9(8).
       01  KeyedTermStatus     PIC X.
           88  ValidKeyedTermStatus    VALUE "P" "O" "C".
       01  KeyedWeek           PIC 99.
       01  KeyedPercent        PIC 9(3).
           88  RemoveBandPercent   VALUE 999.
       01  BandShiftIndex      PIC 99.

      *> the open-to-buy budget lines on file, held the same way -
      *> a year ahead for a few dozen genres
       01  BudgetLineTable.
           03  BudgetFileLine      PIC X(20) OCCURS 400 TIMES.
       01  BudgetLineCount     PIC 9(3) VALUE ZERO.
       01  BudgetLineIndex     PIC 9(3).
       01  BudgetShiftIndex    PIC 9(3).
       01  KeyedGenre          PIC X(3).
       01  KeyedMonth          PIC 9(6).
       01  KeyedAllowance      PIC 9(7)V99.
       01  Prn-Allowance       PIC Z,ZZZ,ZZ9.99.

       01  BusinessDate        PIC 9(8).

      *> one line per applied change - the same standing trail the

       DO-WORKBENCH-MENU.
           DISPLAY "CHOOSE: FEE LINE=1, FEE LIST=2, CLOSED DAY "
             "ADD=3, DEL=4, LIST=5, TOLERANCES=6, TAX LINE=7, "
             "TAX LIST=8, LOYALTY RULES=10, VOUCHER RULES=11, "
             "STEP SCHEDULE=12, VAULT RETENTION=13, "
             "GRADE SCALE=14, TUITION RULES=15, TERM CALENDAR=16, "
             "REFUND SCALE=17, OPEN-TO-BUY BUDGET=18, QUIT=9 : "
             WITH NO ADVANCING.
           ACCEPT MaintAction.

           END-IF
           IF ToleranceAction
               PERFORM KEY-TOLERANCES
           END-IF
           IF TaxLineAction
               PERFORM ADD-TAX-LINE
           END-IF
           IF TaxListAction
               PERFORM LIST-TAX-LINES
           END-IF
           IF LoyaltyAction
               PERFORM KEY-LOYALTY-RULES
           END-IF
           IF VoucherRulesAction
               PERFORM KEY-VOUCHER-RULES
           END-IF
           IF StepScheduleAction
               PERFORM KEY-STEP-SCHEDULE
           END-IF
           IF VaultRetentionAction
               PERFORM KEY-VAULT-RETENTION
           END-IF
           IF GradeScaleAction
               PERFORM KEY-GRADE-SCALE
           END-IF
           IF TuitionRulesAction
               PERFORM KEY-TUITION-RULES
           END-IF
           IF TermCalendarAction
               PERFORM KEY-TERM-DATES
           END-IF
           IF RefundScaleAction
               PERFORM KEY-REFUND-SCALE
           END-IF
           IF OtbBudgetAction
               PERFORM KEY-OTB-BUDGET
           END-IF.

      *>   the schedule is append-only: a new line under a later
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedRate TO SchedReplaceAmount
           DISPLAY "ENTER FORMAT (T=TAPE, D=DISC, SPACE=BOTH) : "
             WITH NO ADVANCING
           ACCEPT SchedFormat
           IF NOT ValidSchedFormat
               DISPLAY "..FORMAT MUST BE T, D, OR SPACE.."
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND FeeScheduleFile
           IF FeeScheduleMissing
           CLOSE FeeScheduleFile
           MOVE "FEE-SCHED" TO CalFileTag
           MOVE "ADD" TO CalAction
      *>   category, date and the two daily rates, then the format
           MOVE SPACES TO CalDetail
           MOVE FeeScheduleLine(1:26) TO CalDetail
           MOVE SchedFormat TO CalDetail(28:1)
           PERFORM WRITE-CONTROL-AUDIT
           DISPLAY "..FEE LINE ADDED..".

           CLOSE ClosedDaysFile
           DISPLAY "CLOSED DAYS ON FILE = ", ListedCount.

      *>   four limits and the free space floor (zero for no
      *>   floor), each range-checked, the one-record file
      *>   rewritten whole - LINE SEQUENTIAL has no dependable
      *>   REWRITE
       KEY-TOLERANCES.
             WITH NO ADVANCING
           ACCEPT KeyedLimit
           MOVE KeyedLimit TO TolMaxStudentSwing
           DISPLAY "ENTER FREE SPACE FLOOR MB(6 DIGITS, 0 = NONE) : "
             WITH NO ADVANCING
           ACCEPT KeyedFloor
           MOVE KeyedFloor TO TolMinFreeMegabytes
           IF TolMaxVideoRejects = ZERO
               AND TolMaxStudentRejects = ZERO
               AND TolMaxVideoSwing = ZERO
           CLOSE ToleranceFile
           MOVE "TOLERANCES" TO CalFileTag
           MOVE "REKEY" TO CalAction
           MOVE ToleranceRecord TO CalDetail
           PERFORM WRITE-CONTROL-AUDIT
           DISPLAY "..TOLERANCES REWRITTEN..".

      *>   append-only like the fee schedule: a rate change is a
      *>   new line under a later effective date, and the lines
      *>   before it still price the journal lines of their time
       ADD-TAX-LINE.
           DISPLAY "ENTER JOURNAL TYPE(CHG/RPL/...) : "
             WITH NO ADVANCING
           ACCEPT KeyedJournalType
           IF NOT ValidJournalType
               DISPLAY "..NOT A FEES JOURNAL ENTRY TYPE.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER EFFECTIVE-FROM(YYYYMMDD) : "
             WITH NO ADVANCING
           ACCEPT KeyedDate
           CALL "Sub-DateValidate-V2" USING KeyedDate,
               DateCheckResult
           IF NOT DateIsValid AND NOT DateIsFuture
               DISPLAY "..NOT A VALID DATE, REASON CODE ",
                   DateCheckResult, ".."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER TAX CODE(ST/ZR/EX/OS) : "
             WITH NO ADVANCING
           ACCEPT KeyedTaxCode
           IF NOT ValidTaxCode
               DISPLAY "..TAX CODE MUST BE ST, ZR, EX OR OS.."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO KeyedTaxRate
           IF RatedTaxCode
               DISPLAY "ENTER TAX RATE PER CENT(NN.NN) : "
                 WITH NO ADVANCING
               ACCEPT KeyedTaxRate
               IF KeyedTaxRate = ZERO OR KeyedTaxRate > 50
                   DISPLAY "..TAX RATE MUST BE 0.01 TO 50.00.."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO TaxTableLine
           MOVE KeyedJournalType TO TaxJournalType
           MOVE KeyedDate TO TaxEffectiveFrom
           MOVE KeyedTaxCode TO TaxTableCode
           MOVE KeyedTaxRate TO TaxTableRate

           OPEN EXTEND TaxTableFile
           IF TaxTableMissing
               OPEN OUTPUT TaxTableFile
           END-IF
           WRITE TaxTableFlatLine FROM TaxTableLine
           CLOSE TaxTableFile
           MOVE "TAX-TABLE" TO CalFileTag
           MOVE "ADD" TO CalAction
           MOVE SPACES TO CalDetail
           MOVE TaxTableLine TO CalDetail(1:20)
           PERFORM WRITE-CONTROL-AUDIT
           DISPLAY "..TAX LINE ADDED..".

       LIST-TAX-LINES.
           MOVE ZERO TO ListedCount
           OPEN INPUT TaxTableFile
           IF NOT TaxTableFound
               DISPLAY "..NO TAX TABLE ON FILE - THE STANDING CODES "
                   "APPLY.."
               EXIT PARAGRAPH
           END-IF
           READ TaxTableFile
               AT END SET EndOfTaxTableFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfTaxTableFlat
               ADD 1 TO ListedCount
               DISPLAY "  ", TaxTableFlatLine
               READ TaxTableFile
                   AT END SET EndOfTaxTableFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE TaxTableFile
           DISPLAY "LINES ON FILE = ", ListedCount.

      *>   the rules in force are shown first, so a senior changing
      *>   one figure can see what the others stand at; every figure
      *>   is keyed again and the line rewritten whole, as the
      *>   tolerances are
       KEY-LOYALTY-RULES.
           OPEN INPUT LoyaltyRulesFile
           IF LoyaltyRulesFound
               READ LoyaltyRulesFile INTO LoyaltyRules
                   AT END CONTINUE
               END-READ
               CLOSE LoyaltyRulesFile
           ELSE
               DISPLAY "..NO RULES ON FILE - THE STANDING RULES "
                   "APPLY.."
           END-IF
           MOVE LyrPointValue TO Prn-PointValue
           DISPLAY "NOW: POINTS PER 1.00 N/S/C = ", LyrEarnRate(1),
               "/", LyrEarnRate(2), "/", LyrEarnRate(3),
               "  POINT VALUE = ", Prn-PointValue
           DISPLAY "     MINIMUM REDEEM = ", LyrMinRedeem,
               "  EXPIRY DAYS = ", LyrExpiryDays

           PERFORM VARYING CategoryIndex FROM 1 BY 1
                   UNTIL CategoryIndex > 3
               DISPLAY "ENTER POINTS PER 1.00 PAID, CATEGORY ",
                   CategoryLetters(CategoryIndex:1), "(2 DIGITS) : "
                 WITH NO ADVANCING
               ACCEPT KeyedLimit
               IF KeyedLimit > 99
                   DISPLAY "..EARN RATE MUST BE 0 TO 99.."
                   EXIT PARAGRAPH
               END-IF
               MOVE KeyedLimit TO KeyedEarnRate(CategoryIndex)
           END-PERFORM
           DISPLAY "ENTER VALUE OF ONE POINT(N.NN) : "
             WITH NO ADVANCING
           ACCEPT KeyedPointValue
           IF KeyedPointValue = ZERO
               DISPLAY "..A POINT MUST BE WORTH SOMETHING - NOT "
                   "WRITTEN.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER MINIMUM POINTS TO REDEEM(5 DIGITS) : "
             WITH NO ADVANCING
           ACCEPT KeyedPoints
           IF KeyedPoints = ZERO
               DISPLAY "..MINIMUM MUST BE AT LEAST 1 POINT - NOT "
                   "WRITTEN.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER DAYS INACTIVE BEFORE EXPIRY(4 DIGITS) : "
             WITH NO ADVANCING
           ACCEPT KeyedDays
           IF KeyedDays < 30
               DISPLAY "..EXPIRY UNDER 30 DAYS WOULD EMPTY EVERY "
                   "OCCASIONAL MEMBER - NOT WRITTEN.."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CategoryIndex FROM 1 BY 1
                   UNTIL CategoryIndex > 3
               MOVE KeyedEarnRate(CategoryIndex)
                   TO LyrEarnRate(CategoryIndex)
           END-PERFORM
           MOVE KeyedPointValue TO LyrPointValue
           MOVE KeyedPoints TO LyrMinRedeem
           MOVE KeyedDays TO LyrExpiryDays
           OPEN OUTPUT LoyaltyRulesFile
           WRITE LoyaltyRulesFlatLine FROM LoyaltyRules
           CLOSE LoyaltyRulesFile
           MOVE "LOYALTY" TO CalFileTag
           MOVE "REKEY" TO CalAction
           MOVE SPACES TO CalDetail
           MOVE LoyaltyRules TO CalDetail(1:23)
           PERFORM WRITE-CONTROL-AUDIT
           DISPLAY "..LOYALTY RULES REWRITTEN..".

      *>   a new validity only reaches vouchers sold after it is
      *>   keyed - each voucher carries the expiry it was sold with
       KEY-VOUCHER-RULES.
           OPEN INPUT VoucherRulesFile
           IF VoucherRulesFound
               READ VoucherRulesFile INTO VoucherRules
                   AT END CONTINUE
               END-READ
               CLOSE VoucherRulesFile
           ELSE
               DISPLAY "..NO RULES ON FILE - THE STANDING RULES "
                   "APPLY.."
           END-IF
           DISPLAY "NOW: VOUCHER VALID FOR DAYS = ", VcrValidityDays

           DISPLAY "ENTER DAYS A VOUCHER STAYS VALID(3 DIGITS) : "
             WITH NO ADVANCING
           ACCEPT KeyedDays
           IF KeyedDays < 30 OR KeyedDays > 999
               DISPLAY "..VALIDITY MUST BE 30 TO 999 DAYS - NOT "
                   "WRITTEN.."
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedDays TO VcrValidityDays
           OPEN OUTPUT VoucherRulesFile
           WRITE VoucherRulesFlatLine FROM VoucherRules
           CLOSE VoucherRulesFile
           MOVE "VOUCHER" TO CalFileTag
           MOVE "REKEY" TO CalAction
           MOVE SPACES TO CalDetail
           MOVE VoucherRules TO CalDetail(1:3)
           PERFORM WRITE-CONTROL-AUDIT
           DISPLAY "..VOUCHER RULES REWRITTEN..".

      *>   the standing schedule and the lines on file are shown
      *>   first; a keyed line replaces the one on file for the same
      *>   program, or is added. A name the chain doesn't run is
      *>   simply never consulted.
       KEY-STEP-SCHEDULE.
           DISPLAY "STANDING SCHEDULE (D=NIGHTLY, W=WEEKDAY 0=SUN, "
               "M=MONTH-END, Y=YEAR-END):"
           PERFORM VARYING ScheduleLineIndex FROM 1 BY 1
                   UNTIL ScheduleLineIndex > StandingScheduleCount
               DISPLAY "  ", StdProgramName(ScheduleLineIndex), " ",
                   StdFrequency(ScheduleLineIndex),
                   StdWeekday(ScheduleLineIndex)
           END-PERFORM
           MOVE ZERO TO ScheduleLineCount
           MOVE SPACES TO StepScheduleLine
           OPEN INPUT StepScheduleFile
           IF StepScheduleFound
               READ StepScheduleFile
                   AT END SET EndOfStepSchedule TO TRUE
               END-READ
               PERFORM UNTIL EndOfStepSchedule
                       OR ScheduleLineCount >= 40
                   ADD 1 TO ScheduleLineCount
                   MOVE StepScheduleFlatLine
                       TO ScheduleFileLine(ScheduleLineCount)
                   READ StepScheduleFile
                       AT END SET EndOfStepSchedule TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StepScheduleFile
           END-IF
           DISPLAY "LINES ON FILE, OVERRIDING THE ABOVE = ",
               ScheduleLineCount
           PERFORM VARYING ScheduleLineIndex FROM 1 BY 1
                   UNTIL ScheduleLineIndex > ScheduleLineCount
               DISPLAY "  ", ScheduleFileLine(ScheduleLineIndex)
           END-PERFORM

           DISPLAY "ENTER CHAIN STEP PROGRAM NAME : "
             WITH NO ADVANCING
           ACCEPT KeyedProgramName
           IF KeyedProgramName = SPACES
               DISPLAY "..NO PROGRAM NAMED - NOT WRITTEN.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER FREQUENCY (D/W/M/Y) : " WITH NO ADVANCING
           ACCEPT KeyedFrequency
           MOVE KeyedFrequency TO SchFrequency
           IF NOT ValidSchFrequency
               DISPLAY "..FREQUENCY MUST BE D, W, M OR Y.."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO KeyedWeekday
           IF SchWeekly
               DISPLAY "ENTER WEEKDAY (0=SUN ... 6=SAT) : "
                 WITH NO ADVANCING
               ACCEPT KeyedWeekday
               MOVE KeyedWeekday TO SchWeekday
               IF NOT ValidSchWeekday
                   DISPLAY "..WEEKDAY MUST BE 0 TO 6.."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO StepScheduleLine
           MOVE KeyedProgramName TO SchProgramName
           MOVE KeyedFrequency TO SchFrequency
           MOVE KeyedWeekday TO SchWeekday

           MOVE "N" TO ScheduleFoundSw
           PERFORM VARYING ScheduleLineIndex FROM 1 BY 1
                   UNTIL ScheduleFound
                   OR ScheduleLineIndex > ScheduleLineCount
               IF ScheduleFileLine(ScheduleLineIndex)(1:30)
                   = KeyedProgramName
                   MOVE StepScheduleLine
                       TO ScheduleFileLine(ScheduleLineIndex)
                   SET ScheduleFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT ScheduleFound
               IF ScheduleLineCount >= 40
                   DISPLAY "..SCHEDULE FILE FULL - NOT WRITTEN.."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ScheduleLineCount
               MOVE StepScheduleLine
                   TO ScheduleFileLine(ScheduleLineCount)
           END-IF
           OPEN OUTPUT StepScheduleFile
           PERFORM VARYING ScheduleLineIndex FROM 1 BY 1
                   UNTIL ScheduleLineIndex > ScheduleLineCount
               WRITE StepScheduleFlatLine
                   FROM ScheduleFileLine(ScheduleLineIndex)
           END-PERFORM
           CLOSE StepScheduleFile
           MOVE "STEPSCHED" TO CalFileTag
           MOVE "REKEY" TO CalAction
           MOVE SPACES TO CalDetail
           MOVE KeyedProgramName TO CalDetail(1:27)
           MOVE KeyedFrequency TO CalDetail(29:1)
           MOVE KeyedWeekday TO CalDetail(30:1)
           PERFORM WRITE-CONTROL-AUDIT
           DISPLAY "..STEP SCHEDULE REWRITTEN..".

      *>   laid out as the step schedule is: the standing retention
      *>   and the lines on file shown first, a keyed line replacing
      *>   the one on file for the same report or added
       KEY-VAULT-RETENTION.
           DISPLAY "STANDING RETENTION (DAYS KEPT), OTHERWISE ",
               StandingDefaultKeepDays, ":"
           PERFORM VARYING RetentionLineIndex FROM 1 BY 1
                   UNTIL RetentionLineIndex > StandingRetentionCount
               DISPLAY "  ", SrtReportName(RetentionLineIndex), " ",
                   SrtKeepDays(RetentionLineIndex)
           END-PERFORM
           MOVE ZERO TO RetentionLineCount
           MOVE SPACES TO VaultRetentionLine
           OPEN INPUT VaultRetentionFile
           IF VaultRetentionFound
               READ VaultRetentionFile
                   AT END SET EndOfVaultRetention TO TRUE
               END-READ
               PERFORM UNTIL EndOfVaultRetention
                       OR RetentionLineCount >= 60
                   ADD 1 TO RetentionLineCount
                   MOVE VaultRetentionFlatLine
                       TO RetentionFileLine(RetentionLineCount)
                   READ VaultRetentionFile
                       AT END SET EndOfVaultRetention TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VaultRetentionFile
           END-IF
           DISPLAY "LINES ON FILE, OVERRIDING THE ABOVE = ",
               RetentionLineCount
           PERFORM VARYING RetentionLineIndex FROM 1 BY 1
                   UNTIL RetentionLineIndex > RetentionLineCount
               DISPLAY "  ", RetentionFileLine(RetentionLineIndex)
           END-PERFORM

           DISPLAY "ENTER REPORT NAME (AS VAULTED) : "
             WITH NO ADVANCING
           MOVE SPACES TO KeyedReportName
           ACCEPT KeyedReportName
           IF KeyedReportName = SPACES
               DISPLAY "..NO REPORT NAMED - NOT WRITTEN.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER DAYS KEPT (1-9999) : " WITH NO ADVANCING
           MOVE ZERO TO KeyedDays
           ACCEPT KeyedDays
           MOVE KeyedDays TO VrlKeepDays
           IF NOT ValidVrlKeepDays
               DISPLAY "..DAYS KEPT MUST BE 1 TO 9999.."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VaultRetentionLine
           MOVE KeyedReportName TO VrlReportName
           MOVE KeyedDays TO VrlKeepDays

           MOVE "N" TO RetentionFoundSw
           PERFORM VARYING RetentionLineIndex FROM 1 BY 1
                   UNTIL RetentionFound
                   OR RetentionLineIndex > RetentionLineCount
               IF RetentionFileLine(RetentionLineIndex)(1:30)
                   = KeyedReportName
                   MOVE VaultRetentionLine
                       TO RetentionFileLine(RetentionLineIndex)
                   SET RetentionFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT RetentionFound
               IF RetentionLineCount >= 60
                   DISPLAY "..RETENTION FILE FULL - NOT WRITTEN.."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RetentionLineCount
               MOVE VaultRetentionLine
                   TO RetentionFileLine(RetentionLineCount)
           END-IF
           OPEN OUTPUT VaultRetentionFile
           PERFORM VARYING RetentionLineIndex FROM 1 BY 1
                   UNTIL RetentionLineIndex > RetentionLineCount
               WRITE VaultRetentionFlatLine
                   FROM RetentionFileLine(RetentionLineIndex)
           END-PERFORM
           CLOSE VaultRetentionFile
           MOVE "VAULTKEEP" TO CalFileTag
           MOVE "REKEY" TO CalAction
           MOVE SPACES TO CalDetail
           MOVE KeyedReportName TO CalDetail(1:25)
           MOVE KeyedDays TO CalDetail(27:4)
           PERFORM WRITE-CONTROL-AUDIT
           DISPLAY "..VAULT RETENTION REWRITTEN..".

      *>   laid out as the vault retention is: the standing scale
      *>   and the lines on file shown first, a keyed line replacing
      *>   the one on file for the same grade or added
       KEY-GRADE-SCALE.
           DISPLAY "STANDING SCALE (POINTS PER CREDIT):"
           PERFORM VARYING ScaleLineIndex FROM 1 BY 1
                   UNTIL ScaleLineIndex > StandingGradeScaleCount
               MOVE SgsPoints(ScaleLineIndex) TO Prn-GradePoints
               DISPLAY "  ", SgsGradeValue(ScaleLineIndex), " ",
                   Prn-GradePoints
           END-PERFORM
           MOVE ZERO TO ScaleLineCount
           MOVE SPACES TO GradeScaleLine
           OPEN INPUT GradeScaleFile
           IF GradeScaleFound
               READ GradeScaleFile
                   AT END SET EndOfGradeScale TO TRUE
               END-READ
               PERFORM UNTIL EndOfGradeScale
                       OR ScaleLineCount >= 40
                   ADD 1 TO ScaleLineCount
                   MOVE GradeScaleFlatLine
                       TO ScaleFileLine(ScaleLineCount)
                   READ GradeScaleFile
                       AT END SET EndOfGradeScale TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GradeScaleFile
           END-IF
           DISPLAY "LINES ON FILE, OVERRIDING THE ABOVE = ",
               ScaleLineCount
           PERFORM VARYING ScaleLineIndex FROM 1 BY 1
                   UNTIL ScaleLineIndex > ScaleLineCount
               DISPLAY "  ", ScaleFileLine(ScaleLineIndex)
           END-PERFORM

           DISPLAY "ENTER GRADE VALUE (2 CHARS) : " WITH NO ADVANCING
           MOVE SPACES TO KeyedGradeValue
           ACCEPT KeyedGradeValue
           IF KeyedGradeValue = SPACES
               DISPLAY "..NO GRADE NAMED - NOT WRITTEN.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER POINTS PER CREDIT(N.NN) : "
             WITH NO ADVANCING
           MOVE ZERO TO KeyedGradePoints
           ACCEPT KeyedGradePoints
           MOVE KeyedGradePoints TO GslPoints
           IF NOT ValidGslPoints
               DISPLAY "..POINTS MUST BE 0.00 TO 5.00.."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GradeScaleLine
           MOVE KeyedGradeValue TO GslGradeValue
           MOVE KeyedGradePoints TO GslPoints

           MOVE "N" TO ScaleFoundSw
           PERFORM VARYING ScaleLineIndex FROM 1 BY 1
                   UNTIL ScaleFound
                   OR ScaleLineIndex > ScaleLineCount
               IF ScaleFileLine(ScaleLineIndex)(1:2)
                   = KeyedGradeValue
                   MOVE GradeScaleLine
                       TO ScaleFileLine(ScaleLineIndex)
                   SET ScaleFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT ScaleFound
               IF ScaleLineCount >= 40
                   DISPLAY "..GRADE SCALE FILE FULL - NOT WRITTEN.."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ScaleLineCount
               MOVE GradeScaleLine
                   TO ScaleFileLine(ScaleLineCount)
           END-IF
           OPEN OUTPUT GradeScaleFile
           PERFORM VARYING ScaleLineIndex FROM 1 BY 1
                   UNTIL ScaleLineIndex > ScaleLineCount
               WRITE GradeScaleFlatLine
                   FROM ScaleFileLine(ScaleLineIndex)
           END-PERFORM
           CLOSE GradeScaleFile
           MOVE KeyedGradePoints TO Prn-GradePoints
           MOVE "GRADESCALE" TO CalFileTag
           MOVE "REKEY" TO CalAction
           MOVE SPACES TO CalDetail
           MOVE KeyedGradeValue TO CalDetail(1:2)
           MOVE Prn-GradePoints TO CalDetail(4:4)
           PERFORM WRITE-CONTROL-AUDIT
           DISPLAY "..GRADE SCALE REWRITTEN..".

       WRITE-CONTROL-AUDIT.
           MOVE BusinessDate TO CalDate
           ACCEPT AuditTime FROM TIME
           END-IF
           WRITE ControlAuditFlatLine FROM ControlAuditLine
           CLOSE ControlAuditFile.

      *>   a new penalty is charged only on instalments that run
      *>   past their grace period after it is keyed - one already
      *>   charged keeps the penalty it was given
       KEY-TUITION-RULES.
           OPEN INPUT TuitionRulesFile
           IF TuitionRulesFound
               READ TuitionRulesFile INTO TuitionRules
                   AT END CONTINUE
               END-READ
               CLOSE TuitionRulesFile
           ELSE
               DISPLAY "..NO RULES ON FILE - THE STANDING RULES "
                   "APPLY.."
           END-IF
           MOVE TtrPenaltyAmount TO Prn-TuitionPenalty
           DISPLAY "NOW: GRACE DAYS = ", TtrGraceDays,
               "  PENALTY = ", Prn-TuitionPenalty

           DISPLAY "ENTER GRACE DAYS PAST DUE(3 DIGITS) : "
             WITH NO ADVANCING
           ACCEPT KeyedDays
           IF KeyedDays > 90
               DISPLAY "..GRACE MUST BE 0 TO 90 DAYS - NOT "
                   "WRITTEN.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER LATE-PAYMENT PENALTY(NNNNN.NN) : "
             WITH NO ADVANCING
           ACCEPT KeyedRate
           IF KeyedRate > 500
               DISPLAY "..PENALTY MUST BE 0.00 TO 500.00 - NOT "
                   "WRITTEN.."
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedDays TO TtrGraceDays
           MOVE KeyedRate TO TtrPenaltyAmount
           OPEN OUTPUT TuitionRulesFile
           WRITE TuitionRulesFlatLine FROM TuitionRules
           CLOSE TuitionRulesFile
           MOVE "TUITION" TO CalFileTag
           MOVE "REKEY" TO CalAction
           MOVE SPACES TO CalDetail
           MOVE TuitionRules TO CalDetail(1:10)
           PERFORM WRITE-CONTROL-AUDIT
           DISPLAY "..TUITION RULES REWRITTEN..".

      *>   a term keyed again replaces its line - refunds already
      *>   worked out keep the week they were given, and a term is
      *>   opened or closed by keying it again with its new status
       KEY-TERM-DATES.
           MOVE ZERO TO TermLineCount
           OPEN INPUT TermCalendarFile
           IF TermCalendarFound
               READ TermCalendarFile
                   AT END SET EndOfTermCalendarFlat TO TRUE
               END-READ
               PERFORM UNTIL EndOfTermCalendarFlat
                       OR TermLineCount >= 60
                   ADD 1 TO TermLineCount
                   MOVE TermCalendarFlatLine
                       TO TermFileLine(TermLineCount)
                   READ TermCalendarFile
                       AT END SET EndOfTermCalendarFlat TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TermCalendarFile
           END-IF
           DISPLAY "TERMS ON FILE (TERM, START, END, ENROLLMENT "
               "OPENS, CLOSES, STATUS) = ", TermLineCount
           PERFORM VARYING TermLineIndex FROM 1 BY 1
                   UNTIL TermLineIndex > TermLineCount
               DISPLAY "  ", TermFileLine(TermLineIndex)
           END-PERFORM

           DISPLAY "ENTER TERM(6 CHARS, E.G. 2026-1) : "
             WITH NO ADVANCING
           MOVE SPACES TO KeyedTerm
           ACCEPT KeyedTerm
           IF KeyedTerm = SPACES
               DISPLAY "..NO TERM NAMED - NOT WRITTEN.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER TERM START(YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT KeyedDate
           CALL "Sub-DateValidate-V2" USING KeyedDate,
               DateCheckResult
           IF NOT DateIsValid AND NOT DateIsFuture
               DISPLAY "..NOT A VALID DATE, REASON CODE ",
                   DateCheckResult, ".."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER TERM END(YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT KeyedEndDate
           CALL "Sub-DateValidate-V2" USING KeyedEndDate,
               DateCheckResult
           IF NOT DateIsValid AND NOT DateIsFuture
               DISPLAY "..NOT A VALID DATE, REASON CODE ",
                   DateCheckResult, ".."
               EXIT PARAGRAPH
           END-IF
           IF KeyedEndDate NOT > KeyedDate
               DISPLAY "..TERM MUST END AFTER IT STARTS - NOT "
                   "WRITTEN.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER ENROLLMENT OPENS(YYYYMMDD) : "
             WITH NO ADVANCING
           ACCEPT KeyedEnrollOpen
           CALL "Sub-DateValidate-V2" USING KeyedEnrollOpen,
               DateCheckResult
           IF NOT DateIsValid AND NOT DateIsFuture
               DISPLAY "..NOT A VALID DATE, REASON CODE ",
                   DateCheckResult, ".."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER ENROLLMENT CLOSES(YYYYMMDD) : "
             WITH NO ADVANCING
           ACCEPT KeyedEnrollClose
           CALL "Sub-DateValidate-V2" USING KeyedEnrollClose,
               DateCheckResult
           IF NOT DateIsValid AND NOT DateIsFuture
               DISPLAY "..NOT A VALID DATE, REASON CODE ",
                   DateCheckResult, ".."
               EXIT PARAGRAPH
           END-IF
           IF KeyedEnrollClose < KeyedEnrollOpen
               DISPLAY "..ENROLLMENT MUST CLOSE AFTER IT OPENS - "
                   "NOT WRITTEN.."
               EXIT PARAGRAPH
           END-IF
           IF KeyedEnrollClose > KeyedEndDate
               DISPLAY "..ENROLLMENT MUST CLOSE BEFORE THE TERM ENDS "
                   "- NOT WRITTEN.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER STATUS (P=PLANNED, O=OPEN, C=CLOSED) : "
             WITH NO ADVANCING
           ACCEPT KeyedTermStatus
           IF NOT ValidKeyedTermStatus
               DISPLAY "..STATUS MUST BE P, O OR C - NOT WRITTEN.."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TermCalendarLine
           MOVE KeyedTerm TO TclTerm
           MOVE KeyedDate TO TclStartDate
           MOVE KeyedEndDate TO TclEndDate
           MOVE KeyedEnrollOpen TO TclEnrollOpenDate
           MOVE KeyedEnrollClose TO TclEnrollCloseDate
           MOVE KeyedTermStatus TO TclStatus

           MOVE "N" TO ScaleFoundSw
           PERFORM VARYING TermLineIndex FROM 1 BY 1
                   UNTIL ScaleFound
                   OR TermLineIndex > TermLineCount
               IF TermFileLine(TermLineIndex)(1:6) = KeyedTerm
                   MOVE TermCalendarLine
                       TO TermFileLine(TermLineIndex)
                   SET ScaleFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT ScaleFound
               IF TermLineCount >= 60
                   DISPLAY "..TERM CALENDAR FULL - NOT WRITTEN.."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TermLineCount
               MOVE TermCalendarLine
                   TO TermFileLine(TermLineCount)
           END-IF
           OPEN OUTPUT TermCalendarFile
           PERFORM VARYING TermLineIndex FROM 1 BY 1
                   UNTIL TermLineIndex > TermLineCount
               WRITE TermCalendarFlatLine
                   FROM TermFileLine(TermLineIndex)
           END-PERFORM
           CLOSE TermCalendarFile
           MOVE "TERMCAL" TO CalFileTag
           MOVE "REKEY" TO CalAction
           MOVE SPACES TO CalDetail
           MOVE TermCalendarLine TO CalDetail(1:24)
           MOVE TclStatus TO CalDetail(26:1)
           PERFORM WRITE-CONTROL-AUDIT
           DISPLAY "..TERM CALENDAR REWRITTEN..".

      *>   once any band is on file the standing scale no longer
      *>   applies at all, so the whole scale wanted is keyed;
      *>   removing the last band brings the standing scale back
       KEY-REFUND-SCALE.
           DISPLAY "STANDING SCALE (UP TO WEEK, PERCENT REFUNDED):"
           PERFORM VARYING ScaleLineIndex FROM 1 BY 1
                   UNTIL ScaleLineIndex > StandingRefundScaleCount
               DISPLAY "  ", SrsThroughWeek(ScaleLineIndex), " ",
                   SrsPercent(ScaleLineIndex)
           END-PERFORM
           MOVE ZERO TO ScaleLineCount
           OPEN INPUT RefundScaleFile
           IF RefundScaleFound
               READ RefundScaleFile
                   AT END SET EndOfRefundScaleFlat TO TRUE
               END-READ
               PERFORM UNTIL EndOfRefundScaleFlat
                       OR ScaleLineCount >= 40
                   ADD 1 TO ScaleLineCount
                   MOVE RefundScaleFlatLine
                       TO ScaleFileLine(ScaleLineCount)
                   READ RefundScaleFile
                       AT END SET EndOfRefundScaleFlat TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RefundScaleFile
           END-IF
           DISPLAY "BANDS ON FILE, REPLACING THE ABOVE = ",
               ScaleLineCount
           PERFORM VARYING ScaleLineIndex FROM 1 BY 1
                   UNTIL ScaleLineIndex > ScaleLineCount
               DISPLAY "  ", ScaleFileLine(ScaleLineIndex)
           END-PERFORM

           DISPLAY "ENTER BAND UP TO WEEK(1 TO 52) : "
             WITH NO ADVANCING
           MOVE ZERO TO KeyedWeek
           ACCEPT KeyedWeek
           MOVE KeyedWeek TO RfsThroughWeek
           IF NOT ValidRfsThroughWeek
               DISPLAY "..WEEK MUST BE 1 TO 52.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER PERCENT REFUNDED(0 TO 100, 999 REMOVES "
               "THE BAND) : " WITH NO ADVANCING
           MOVE ZERO TO KeyedPercent
           ACCEPT KeyedPercent
           MOVE KeyedPercent TO RfsPercent
           IF NOT ValidRfsPercent AND NOT RemoveBandPercent
               DISPLAY "..PERCENT MUST BE 0 TO 100.."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RefundScaleLine
           MOVE KeyedWeek TO RfsThroughWeek
           MOVE KeyedPercent TO RfsPercent

           MOVE "N" TO ScaleFoundSw
           PERFORM VARYING ScaleLineIndex FROM 1 BY 1
                   UNTIL ScaleFound
                   OR ScaleLineIndex > ScaleLineCount
               IF ScaleFileLine(ScaleLineIndex)(1:2)
                   = RefundScaleLine(1:2)
                   SET ScaleFound TO TRUE
                   IF RemoveBandPercent
                       PERFORM DROP-REFUND-BAND
                   ELSE
                       MOVE RefundScaleLine
                           TO ScaleFileLine(ScaleLineIndex)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT ScaleFound
               IF RemoveBandPercent
                   DISPLAY "..NO SUCH BAND ON FILE.."
                   EXIT PARAGRAPH
               END-IF
               IF ScaleLineCount >= 40
                   DISPLAY "..REFUND SCALE FILE FULL - NOT WRITTEN.."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ScaleLineCount
               MOVE RefundScaleLine
                   TO ScaleFileLine(ScaleLineCount)
           END-IF
           OPEN OUTPUT RefundScaleFile
           PERFORM VARYING ScaleLineIndex FROM 1 BY 1
                   UNTIL ScaleLineIndex > ScaleLineCount
               WRITE RefundScaleFlatLine
                   FROM ScaleFileLine(ScaleLineIndex)
           END-PERFORM
           CLOSE RefundScaleFile
           MOVE "REFUNDSCAL" TO CalFileTag
           IF RemoveBandPercent
               MOVE "REMOVE" TO CalAction
           ELSE
               MOVE "REKEY" TO CalAction
           END-IF
           MOVE SPACES TO CalDetail
           MOVE RefundScaleLine TO CalDetail(1:6)
           PERFORM WRITE-CONTROL-AUDIT
           DISPLAY "..REFUND SCALE REWRITTEN..".

      *>   the lines behind the removed band close up over it
       DROP-REFUND-BAND.
           PERFORM VARYING BandShiftIndex FROM ScaleLineIndex BY 1
                   UNTIL BandShiftIndex >= ScaleLineCount
               MOVE ScaleFileLine(BandShiftIndex + 1)
                   TO ScaleFileLine(BandShiftIndex)
           END-PERFORM
           SUBTRACT 1 FROM ScaleLineCount.

      *>   one allowance per genre per month; a nil allowance takes
      *>   the line off, which leaves the genre nothing to spend
      *>   that month rather than an unlimited amount
       KEY-OTB-BUDGET.
           DISPLAY "ENTER GENRE CODE : " WITH NO ADVANCING
           MOVE SPACES TO KeyedGenre
           ACCEPT KeyedGenre
           OPEN INPUT GenreFile
           IF NOT GenreFound
               DISPLAY "..GENRE FILE WILL NOT OPEN, STATUS = ",
                   GenreFileStatus, ".."
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedGenre TO GenreCode
           READ GenreFile
               INVALID KEY CONTINUE
           END-READ
           IF NOT GenreFound
               DISPLAY "..NO SUCH GENRE ON FILE.."
               CLOSE GenreFile
               EXIT PARAGRAPH
           END-IF
           CLOSE GenreFile
           DISPLAY "GENRE : ", GenreName
           DISPLAY "ENTER BUDGET MONTH(YYYYMM) : " WITH NO ADVANCING
           MOVE ZERO TO KeyedMonth
           ACCEPT KeyedMonth
           COMPUTE KeyedDate = KeyedMonth * 100 + 1
           CALL "Sub-DateValidate-V2" USING KeyedDate,
               DateCheckResult
           IF NOT DateIsValid AND NOT DateIsFuture
               DISPLAY "..INVALID MONTH, VALIDATOR CODE ",
                   DateCheckResult, ".."
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO BudgetLineCount
           OPEN INPUT OtbBudgetFile
           IF OtbBudgetFound
               READ OtbBudgetFile
                   AT END SET EndOfOtbBudgetFlat TO TRUE
               END-READ
               PERFORM UNTIL EndOfOtbBudgetFlat
                       OR BudgetLineCount >= 400
                   ADD 1 TO BudgetLineCount
                   MOVE OtbBudgetFlatLine
                       TO BudgetFileLine(BudgetLineCount)
                   READ OtbBudgetFile
                       AT END SET EndOfOtbBudgetFlat TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OtbBudgetFile
           END-IF
           MOVE "N" TO ScaleFoundSw
           PERFORM VARYING BudgetLineIndex FROM 1 BY 1
                   UNTIL ScaleFound
                   OR BudgetLineIndex > BudgetLineCount
               MOVE BudgetFileLine(BudgetLineIndex) TO OtbBudgetLine
               IF ObgGenreCode = KeyedGenre
                   AND ObgMonth = KeyedMonth
                   SET ScaleFound TO TRUE
                   IF ObgAllowance IS NUMERIC
                       MOVE ObgAllowance TO Prn-Allowance
                       DISPLAY "ALLOWANCE ON FILE = ", Prn-Allowance
                   END-IF
               END-IF
           END-PERFORM
           IF NOT ScaleFound
               DISPLAY "..NO ALLOWANCE ON FILE FOR THAT MONTH.."
           END-IF

           DISPLAY "ENTER ALLOWANCE(0 REMOVES THE LINE) : "
             WITH NO ADVANCING
           MOVE ZERO TO KeyedAllowance
           ACCEPT KeyedAllowance
           MOVE SPACES TO OtbBudgetLine
           MOVE KeyedGenre TO ObgGenreCode
           MOVE KeyedMonth TO ObgMonth
           MOVE KeyedAllowance TO ObgAllowance

           MOVE "N" TO ScaleFoundSw
           PERFORM VARYING BudgetLineIndex FROM 1 BY 1
                   UNTIL ScaleFound
                   OR BudgetLineIndex > BudgetLineCount
               IF BudgetFileLine(BudgetLineIndex)(1:10)
                   = OtbBudgetLine(1:10)
                   SET ScaleFound TO TRUE
                   IF KeyedAllowance = ZERO
                       PERFORM DROP-BUDGET-LINE
                   ELSE
                       MOVE OtbBudgetLine
                           TO BudgetFileLine(BudgetLineIndex)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT ScaleFound
               IF KeyedAllowance = ZERO
                   DISPLAY "..NO SUCH BUDGET LINE ON FILE.."
                   EXIT PARAGRAPH
               END-IF
               IF BudgetLineCount >= 400
                   DISPLAY "..BUDGET FILE FULL - NOT WRITTEN.."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BudgetLineCount
               MOVE OtbBudgetLine
                   TO BudgetFileLine(BudgetLineCount)
           END-IF
           OPEN OUTPUT OtbBudgetFile
           PERFORM VARYING BudgetLineIndex FROM 1 BY 1
                   UNTIL BudgetLineIndex > BudgetLineCount
               WRITE OtbBudgetFlatLine
                   FROM BudgetFileLine(BudgetLineIndex)
           END-PERFORM
           CLOSE OtbBudgetFile
           MOVE "OTBBUDGET" TO CalFileTag
           IF KeyedAllowance = ZERO
               MOVE "REMOVE" TO CalAction
           ELSE
               MOVE "REKEY" TO CalAction
           END-IF
           MOVE SPACES TO CalDetail
           MOVE OtbBudgetLine TO CalDetail(1:20)
           PERFORM WRITE-CONTROL-AUDIT
           DISPLAY "..OPEN-TO-BUY BUDGET REWRITTEN..".

      *>   the lines behind the removed one close up over it
       DROP-BUDGET-LINE.
           PERFORM VARYING BudgetShiftIndex FROM BudgetLineIndex BY 1
                   UNTIL BudgetShiftIndex >= BudgetLineCount
               MOVE BudgetFileLine(BudgetShiftIndex + 1)
                   TO BudgetFileLine(BudgetShiftIndex)
           END-PERFORM
           SUBTRACT 1 FROM BudgetLineCount.
