       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMO-CAMPAIGNREPORT.
      *> Campaign report - what each discount campaign on PROMO.DAT
      *> cost and what it brought in. For every campaign started by
      *> the business date (or only the one REPORT-PARAMS.DAT names
      *> as PROMO-CODE=xxxxxx) the print (PROMO-CAMPAIGN-RPT.DAT)
      *> shows:
      *>   the loans the campaign covered - loans taken out inside
      *>     its dates on its weekdays, of titles in its category
      *>     and genre - off LOAN-HISTORY.DAT and the loans still
      *>     out on VIDEOLOAN.DAT
      *>   the loans the same rules pick out over the same number of
      *>     days immediately before the campaign started, and the
      *>     uplift between the two
      *>   the check-ins it discounted and the discount it gave, off
      *>     PROMO-USAGE.DAT
      *> A campaign still running is measured up to the business
      *> date. Category and genre are taken from the catalog as it
      *> stands today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PromoFile ASSIGN TO "PROMO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PromoCode
             FILE STATUS IS PromoStatus.

           SELECT LoanHistoryFile ASSIGN TO "LOAN-HISTORY.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HistoryStatus.

           SELECT VideoLoanFile ASSIGN TO "VIDEOLOAN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LoanKey
             FILE STATUS IS LoanStatus.

           SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VideoCode
             ALTERNATE RECORD KEY IS VideoTitle
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS VideoSupplierCode
               WITH DUPLICATES
             FILE STATUS IS VideoStatus.

           SELECT PromoUsageFile ASSIGN TO "PROMO-USAGE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PromoUsageStatus.

           SELECT ReportParamsFile ASSIGN TO "REPORT-PARAMS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportParamsStatus.

           SELECT ReportFile ASSIGN TO "PROMO-CAMPAIGN-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PromoFile.
           COPY PROMOREC.

       FD  LoanHistoryFile.
       01  HistoryFlatLine     PIC X(63).
           88  EndOfHistoryFlat    VALUE HIGH-VALUES.

       FD  VideoLoanFile.
           COPY LOANREC.

       FD  VideoFile.
           COPY VIDEOREC.

       FD  PromoUsageFile.
       01  PromoUsageFlatLine  PIC X(58).
           88  EndOfUsageFlat  VALUE HIGH-VALUES.

       FD  ReportParamsFile.
       01  ReportParamLine.
           88  EndOfParamsFile VALUE HIGH-VALUES.
           03  FILLER          PIC X(33).

       FD  ReportFile.
       01  ReportLine  PIC X(90).

       WORKING-STORAGE SECTION.
           COPY LOANHIST.
           COPY PROMOUSE.

       01  PromoStatus         PIC X(2).
           88  PromoFileOK     VALUE "00".
       01  HistoryStatus       PIC X(2).
           88  HistoryFileOK   VALUE "00".
       01  LoanStatus          PIC X(2).
           88  LoanFileOK      VALUE "00".
       01  VideoStatus         PIC X(2).
           88  VideoFound      VALUE "00".
       01  PromoUsageStatus    PIC X(2).
           88  PromoUsageOK    VALUE "00".
       01  ReportParamsStatus  PIC X(2).
           88  ParamsFileOK    VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

       01  ParamKeyword        PIC X(12).
       01  ParamValue          PIC X(20).
      *> one campaign only, when the parameter file names it
       01  WantedPromoCode     PIC X(6) VALUE SPACES.

       01  BusinessDate        PIC 9(8).
       01  TodayDayNumber      PIC 9(7).

      *> the campaigns reported, each with its measuring windows as
      *> day numbers and what was counted against it
       01  CampaignTable.
           03  CampaignEntry       OCCURS 100 TIMES.
               05  CmpCode         PIC X(6).
               05  CmpName         PIC X(20).
               05  CmpStartDate    PIC 9(8).
               05  CmpEndDate      PIC 9(8).
               05  CmpWeekdays.
                   07  CmpDayFlag  PIC X OCCURS 7 TIMES.
               05  CmpCategory     PIC X.
               05  CmpGenreCode    PIC X(3).
               05  CmpRuleType     PIC X.
               05  CmpRuleValue    PIC 9(3)V99.
               05  CmpEveryNth     PIC 9.
               05  CmpFromDay      PIC 9(7).
               05  CmpToDay        PIC 9(7).
               05  CmpPriorFromDay PIC 9(7).
               05  CmpDayCount     PIC 9(5).
               05  CmpLoans        PIC 9(6).
               05  CmpPriorLoans   PIC 9(6).
               05  CmpDiscounted   PIC 9(6).
               05  CmpDiscount     PIC 9(7)V99.
       01  CampaignCount       PIC 9(3) VALUE ZERO.
       01  CampaignIndex       PIC 9(3).
       01  CampaignMax         PIC 9(3) VALUE 100.

      *> the loan being weighed - its day number, its weekday
      *> (Monday = 1, Sunday day number MOD 7 = 0 per
      *> Sub-DateDayNumber) and its title's category and genre
       01  WeighLoanDate       PIC 9(8).
       01  WeighVideoCode      PIC 9(5).
       01  WeighDayNumber      PIC 9(7).
       01  WeighWeekQuot       PIC 9(7).
       01  WeighDayIndex       PIC 9.
       01  TitleMatchSw        PIC X.
           88  TitleMatches    VALUE "Y".
       01  LineAmount          PIC 9(5)V99.
       01  CampaignEndWork     PIC 9(8).
       01  LoansUplift         PIC S9(6).
       01  UpliftPercent       PIC S9(5)V9.
       01  TotalDiscount       PIC 9(7)V99 VALUE ZERO.

       01  ReportHeading.
           03  FILLER          PIC X(27)
                 VALUE "=PROMOTION CAMPAIGN REPORT=".
           03  FILLER          PIC X VALUE SPACE.
           03  HdgDate         PIC 9(8).

       01  CampaignNameLine.
           03  FILLER          PIC X(11) VALUE "CAMPAIGN : ".
           03  CnlCode         PIC X(6).
           03  FILLER          PIC X VALUE SPACE.
           03  CnlName         PIC X(20).
           03  FILLER          PIC X(8) VALUE "  RULE: ".
           03  CnlRule         PIC X(24).

       01  CampaignRulesLine.
           03  FILLER          PIC X(11) VALUE "  RUNS    :".
           03  CrlStartDate    PIC 9(8).
           03  FILLER          PIC X(4) VALUE " TO ".
           03  CrlEndDate      PIC 9(8).
           03  FILLER          PIC X(2) VALUE " (".
           03  CrlDayCount     PIC ZZZZ9.
           03  FILLER          PIC X(7) VALUE " DAYS) ".
           03  CrlWeekdays     PIC X(7).
           03  FILLER          PIC X(5) VALUE " CAT=".
           03  CrlCategory     PIC X.
           03  FILLER          PIC X(7) VALUE " GENRE=".
           03  CrlGenre        PIC X(3).

       01  CampaignCountLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  CclLabel        PIC X(30).
           03  CclCount        PIC ZZZ,ZZ9.

       01  CampaignUpliftLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  FILLER          PIC X(30)
                 VALUE "UPLIFT IN LOANS             =".
           03  CulLoans        PIC +ZZZ,ZZ9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  CulPercent      PIC X(10).
       01  UpliftPercentEdit   PIC +ZZZZ9.9.

       01  CampaignMoneyLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  FILLER          PIC X(30)
                 VALUE "DISCOUNT GIVEN              =".
           03  CmlAmount       PIC Z,ZZZ,ZZ9.99.

       01  RuleValueEdit       PIC ZZ9.99.

       01  ReportTotalLine.
           03  FILLER          PIC X(32)
                 VALUE "ALL CAMPAIGNS - DISCOUNT GIVEN =".
           03  RtlAmount       PIC Z,ZZZ,ZZ9.99.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-BusinessDate" USING BusinessDate.
           CALL "Sub-DateDayNumber" USING BusinessDate,
               TodayDayNumber.
           PERFORM LOAD-REPORT-PARAMS.
           PERFORM LOAD-CAMPAIGNS.
           IF NOT RunFailed
               OPEN INPUT VideoFile
               PERFORM GATHER-HISTORY-LOANS
               PERFORM GATHER-OPEN-LOANS
               CLOSE VideoFile
               PERFORM GATHER-DISCOUNTS
               PERFORM PRINT-CAMPAIGN-REPORT
           END-IF.

           DISPLAY "CAMPAIGNS REPORTED = ", CampaignCount.
           IF RunFailed
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *>   same keyword=value parameter file the period reports
      *>   read; unknown keywords are simply ignored
       LOAD-REPORT-PARAMS.
           OPEN INPUT ReportParamsFile
           IF ParamsFileOK
               READ ReportParamsFile
                   AT END SET EndOfParamsFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfParamsFile
                   UNSTRING ReportParamLine DELIMITED BY "="
                       INTO ParamKeyword, ParamValue
                   END-UNSTRING
                   IF ParamKeyword = "PROMO-CODE"
                       MOVE ParamValue TO WantedPromoCode
                   END-IF
                   READ ReportParamsFile
                       AT END SET EndOfParamsFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReportParamsFile
           END-IF.

      *>   every campaign that has started, measured to its end or
      *>   to the business date if it is still running; the window
      *>   before it is the same number of days, ending the day
      *>   before it began
       LOAD-CAMPAIGNS.
           OPEN INPUT PromoFile
           IF NOT PromoFileOK
               DISPLAY "..NO CAMPAIGNS ON FILE - NOTHING TO REPORT.."
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ PromoFile NEXT RECORD
               AT END SET EndOfPromoFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfPromoFile
               IF PromoStartDate NOT > BusinessDate
                   AND (WantedPromoCode = SPACES
                        OR WantedPromoCode = PromoCode)
                   PERFORM TAKE-ONE-CAMPAIGN
               END-IF
               READ PromoFile NEXT RECORD
                   AT END SET EndOfPromoFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE PromoFile
           IF CampaignCount = ZERO
               DISPLAY "..NO CAMPAIGN HAS STARTED YET - NOTHING TO "
                   "REPORT.."
               SET RunFailed TO TRUE
           END-IF.

       TAKE-ONE-CAMPAIGN.
           IF CampaignCount >= CampaignMax
               DISPLAY "..MORE THAN 100 CAMPAIGNS - ", PromoCode,
                   " LEFT OFF THE REPORT.."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CampaignCount
           MOVE CampaignCount TO CampaignIndex
           MOVE PromoCode TO CmpCode(CampaignIndex)
           MOVE PromoName TO CmpName(CampaignIndex)
           MOVE PromoStartDate TO CmpStartDate(CampaignIndex)
           IF PromoOpenEnded OR PromoEndDate > BusinessDate
               MOVE BusinessDate TO CampaignEndWork
           ELSE
               MOVE PromoEndDate TO CampaignEndWork
           END-IF
           MOVE CampaignEndWork TO CmpEndDate(CampaignIndex)
           MOVE PromoWeekdays TO CmpWeekdays(CampaignIndex)
           MOVE PromoCategory TO CmpCategory(CampaignIndex)
           MOVE PromoGenreCode TO CmpGenreCode(CampaignIndex)
           MOVE PromoRuleType TO CmpRuleType(CampaignIndex)
           MOVE PromoRuleValue TO CmpRuleValue(CampaignIndex)
           MOVE PromoEveryNth TO CmpEveryNth(CampaignIndex)
           CALL "Sub-DateDayNumber" USING PromoStartDate,
               CmpFromDay(CampaignIndex)
           CALL "Sub-DateDayNumber" USING CampaignEndWork,
               CmpToDay(CampaignIndex)
           COMPUTE CmpDayCount(CampaignIndex) =
               CmpToDay(CampaignIndex) - CmpFromDay(CampaignIndex) + 1
           COMPUTE CmpPriorFromDay(CampaignIndex) =
               CmpFromDay(CampaignIndex) - CmpDayCount(CampaignIndex)
           MOVE ZERO TO CmpLoans(CampaignIndex)
               CmpPriorLoans(CampaignIndex)
               CmpDiscounted(CampaignIndex) CmpDiscount(CampaignIndex).

       GATHER-HISTORY-LOANS.
           OPEN INPUT LoanHistoryFile
           IF NOT HistoryFileOK
               EXIT PARAGRAPH
           END-IF
           READ LoanHistoryFile
               AT END SET EndOfHistoryFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfHistoryFlat
               MOVE HistoryFlatLine TO LoanHistoryRecord
               MOVE HistLoanDate TO WeighLoanDate
               MOVE HistVideoCode TO WeighVideoCode
               PERFORM WEIGH-ONE-LOAN
               READ LoanHistoryFile
                   AT END SET EndOfHistoryFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE LoanHistoryFile.

      *>   a loan still out was taken out all the same
       GATHER-OPEN-LOANS.
           OPEN INPUT VideoLoanFile
           IF NOT LoanFileOK
               EXIT PARAGRAPH
           END-IF
           READ VideoLoanFile NEXT RECORD
               AT END SET EndOfLoanFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLoanFile
               MOVE LoanDate TO WeighLoanDate
               MOVE LoanVideoCode TO WeighVideoCode
               PERFORM WEIGH-ONE-LOAN
               READ VideoLoanFile NEXT RECORD
                   AT END SET EndOfLoanFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE VideoLoanFile.

      *>   the title is looked up once and the loan counted in every
      *>   campaign's window, or the window before it, that its
      *>   date and title fit
       WEIGH-ONE-LOAN.
           MOVE WeighVideoCode TO VideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY CONTINUE
           END-READ
           IF NOT VideoFound
               EXIT PARAGRAPH
           END-IF
           CALL "Sub-DateDayNumber" USING WeighLoanDate,
               WeighDayNumber
           DIVIDE WeighDayNumber BY 7 GIVING WeighWeekQuot
               REMAINDER WeighDayIndex
           IF WeighDayIndex = ZERO
               MOVE 7 TO WeighDayIndex
           END-IF
           PERFORM WEIGH-AGAINST-CAMPAIGN
               VARYING CampaignIndex FROM 1 BY 1
               UNTIL CampaignIndex > CampaignCount.

       WEIGH-AGAINST-CAMPAIGN.
           MOVE "Y" TO TitleMatchSw
           IF CmpDayFlag(CampaignIndex, WeighDayIndex) NOT = "Y"
               MOVE "N" TO TitleMatchSw
           END-IF
           IF CmpCategory(CampaignIndex) NOT = SPACE
               AND CmpCategory(CampaignIndex) NOT = VideoPriceCategory
               MOVE "N" TO TitleMatchSw
           END-IF
           IF CmpGenreCode(CampaignIndex) NOT = SPACES
               AND CmpGenreCode(CampaignIndex) NOT = VideoGenreCode
               MOVE "N" TO TitleMatchSw
           END-IF
           IF NOT TitleMatches
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WeighDayNumber >= CmpFromDay(CampaignIndex)
                   AND WeighDayNumber <= CmpToDay(CampaignIndex)
                   ADD 1 TO CmpLoans(CampaignIndex)
               WHEN WeighDayNumber >= CmpPriorFromDay(CampaignIndex)
                   AND WeighDayNumber < CmpFromDay(CampaignIndex)
                   ADD 1 TO CmpPriorLoans(CampaignIndex)
           END-EVALUATE.

       GATHER-DISCOUNTS.
           OPEN INPUT PromoUsageFile
           IF NOT PromoUsageOK
               EXIT PARAGRAPH
           END-IF
           READ PromoUsageFile
               AT END SET EndOfUsageFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfUsageFlat
               MOVE PromoUsageFlatLine TO PromoUsageLine
               PERFORM VARYING CampaignIndex FROM 1 BY 1
                       UNTIL CampaignIndex > CampaignCount
                   IF CmpCode(CampaignIndex) = PusPromoCode
                       ADD 1 TO CmpDiscounted(CampaignIndex)
                       MOVE PusDiscount TO LineAmount
                       ADD LineAmount TO CmpDiscount(CampaignIndex)
                       ADD LineAmount TO TotalDiscount
                   END-IF
               END-PERFORM
               READ PromoUsageFile
                   AT END SET EndOfUsageFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE PromoUsageFile.

       PRINT-CAMPAIGN-REPORT.
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE BusinessDate TO HdgDate
           WRITE ReportLine FROM ReportHeading
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           PERFORM PRINT-ONE-CAMPAIGN
               VARYING CampaignIndex FROM 1 BY 1
               UNTIL CampaignIndex > CampaignCount
           MOVE TotalDiscount TO RtlAmount
           WRITE ReportLine FROM ReportTotalLine
           CLOSE ReportFile.

       PRINT-ONE-CAMPAIGN.
           MOVE CmpCode(CampaignIndex) TO CnlCode
           MOVE CmpName(CampaignIndex) TO CnlName
           MOVE SPACES TO CnlRule
           MOVE CmpRuleValue(CampaignIndex) TO RuleValueEdit
           EVALUATE CmpRuleType(CampaignIndex)
               WHEN "P"
                   STRING RuleValueEdit DELIMITED BY SIZE
                       "% OFF THE RENTAL" DELIMITED BY SIZE
                       INTO CnlRule
                   END-STRING
               WHEN "A"
                   STRING RuleValueEdit DELIMITED BY SIZE
                       " OFF THE RENTAL" DELIMITED BY SIZE
                       INTO CnlRule
                   END-STRING
               WHEN "F"
                   STRING "BASKET, EVERY NTH FREE N=" DELIMITED BY SIZE
                       CmpEveryNth(CampaignIndex) DELIMITED BY SIZE
                       INTO CnlRule
                   END-STRING
           END-EVALUATE
           WRITE ReportLine FROM CampaignNameLine
           MOVE CmpStartDate(CampaignIndex) TO CrlStartDate
           MOVE CmpEndDate(CampaignIndex) TO CrlEndDate
           MOVE CmpDayCount(CampaignIndex) TO CrlDayCount
           MOVE CmpWeekdays(CampaignIndex) TO CrlWeekdays
           MOVE CmpCategory(CampaignIndex) TO CrlCategory
           MOVE CmpGenreCode(CampaignIndex) TO CrlGenre
           WRITE ReportLine FROM CampaignRulesLine

           MOVE "LOANS IN CAMPAIGN           =" TO CclLabel
           MOVE CmpLoans(CampaignIndex) TO CclCount
           WRITE ReportLine FROM CampaignCountLine
           MOVE "LOANS SAME DAYS BEFORE      =" TO CclLabel
           MOVE CmpPriorLoans(CampaignIndex) TO CclCount
           WRITE ReportLine FROM CampaignCountLine
           COMPUTE LoansUplift =
               CmpLoans(CampaignIndex) - CmpPriorLoans(CampaignIndex)
           MOVE LoansUplift TO CulLoans
           IF CmpPriorLoans(CampaignIndex) = ZERO
               MOVE "(NO BASE)" TO CulPercent
           ELSE
               COMPUTE UpliftPercent ROUNDED =
                   LoansUplift * 100 / CmpPriorLoans(CampaignIndex)
                   ON SIZE ERROR MOVE 99999.9 TO UpliftPercent
               END-COMPUTE
               MOVE UpliftPercent TO UpliftPercentEdit
               MOVE SPACES TO CulPercent
               STRING UpliftPercentEdit DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO CulPercent
               END-STRING
           END-IF
           WRITE ReportLine FROM CampaignUpliftLine
           MOVE "CHECK-INS DISCOUNTED        =" TO CclLabel
           MOVE CmpDiscounted(CampaignIndex) TO CclCount
           WRITE ReportLine FROM CampaignCountLine
           MOVE CmpDiscount(CampaignIndex) TO CmlAmount
           WRITE ReportLine FROM CampaignMoneyLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine.
