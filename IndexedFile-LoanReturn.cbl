      *> in a clerk's memory; a record on VideoLoanFile means the
      *> copy is currently out, and checking it back in removes
      *> the record.
      *> More than one counter terminal works these files at once,
      *> so the copy, loan and reservation records a desk function
      *> is changing are locked while it works on them: the copy
      *> record first, as the token for everything done to that
      *> copy, then the loan and any reservation it fills. A record
      *> another terminal holds is refused with an "in use at
      *> another terminal" message, never overwritten. Every lock
      *> is let go as each menu function ends, so a terminal idle
      *> at the menu holds nothing; a terminal that drops
      *> mid-function loses its locks with its session, and the
      *> half-done function simply never happened at the other
      *> desks.
      *> Every change made to those three files, and every account
      *> posting, is also appended record image and all to the
      *> after-image journal (DESK-AFTERIMAGE.DAT, DESKAIMG.cpy), so
      *> after a master restore DESK-FORWARDRECOVER can replay the
      *> desk work since the snapshot instead of the clerks
      *> re-keying it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LoanKey
             LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
             FILE STATUS IS LoanStatus.

      *> the copy inventory maintained by VIDEO-COPYMAINTAIN - a
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CopyKey
             LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
             FILE STATUS IS CopyStatus.

           SELECT LoanHistoryFile ASSIGN TO "LOAN-HISTORY.DAT"
             RECORD KEY IS VoucherNumber
             FILE STATUS IS VoucherStatus.

      *> one line per desk change, for forward recovery
           SELECT AfterImageFile ASSIGN TO "DESK-AFTERIMAGE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AfterImageStatus.

      *> borrowers queued against titles that were out when they
      *> asked; check-in warns when a reserved copy comes back
           SELECT ReserveFile ASSIGN TO "RESERVE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ReserveKey
             LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
             FILE STATUS IS ReserveStatus.

      *> security deposits DEPOSIT-DESK holds - a borrower flagged
      *> as requiring one takes no loan until it is lodged
           SELECT DepositFile ASSIGN TO "DEPOSIT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DepBorrowerNumber
             FILE STATUS IS DepositStatus.

      *> borrowers COLLECTIONS-HANDOFF has referred to the agency -
      *> the desk is told before anything goes out to them
           SELECT CollectFile ASSIGN TO "COLLECT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CollBorrowerNumber
             FILE STATUS IS CollectStatus.

      *> the student links STUDENT-BORROWERLINK keeps - a leaver's
      *> blocked account takes returns and payments, never a loan
           SELECT StudentBorrowerFile ASSIGN TO "STUDENT-BORROWER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SbrStudentId
             ALTERNATE RECORD KEY IS SbrBorrowerNumber
             FILE STATUS IS StudentBorrowerStatus.

      *> households HOUSEHOLD-MAINTAIN groups under one payer - the
      *> standing check weighs the whole family, not just the member
      *> at the desk
           SELECT HouseholdFile ASSIGN TO "HOUSEHOLD.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HhdNumber
             FILE STATUS IS HouseholdStatus.

           SELECT HouseMemberFile ASSIGN TO "HOUSEMEMB.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HmbBorrowerNumber
             ALTERNATE RECORD KEY IS HmbHouseholdNumber
               WITH DUPLICATES
             FILE STATUS IS HouseMemberStatus.

      *> the discount campaigns PROMO-MAINTAIN keeps - loaded once
      *> at start-up and weighed at every check-in
           SELECT PromoFile ASSIGN TO "PROMO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PromoCode
             FILE STATUS IS PromoStatus.

      *> free rentals a basket earned under an every-Nth-free
      *> campaign, waiting for the copy to come back
           SELECT PromoAwardFile ASSIGN TO "PROMO-AWARD.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PawLoanKey
             FILE STATUS IS PromoAwardStatus.

      *> one line per discounted check-in, naming the campaign -
      *> what PROMO-CAMPAIGNREPORT counts the cost of a campaign by
           SELECT PromoUsageFile ASSIGN TO "PROMO-USAGE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PromoUsageStatus.

      *> each member's loyalty points - earned on a paid rental at
      *> check-in, redeemable against the next one - the movements
      *> on the points ledger beside it, and the scheme's rules
           SELECT LoyaltyFile ASSIGN TO "LOYALTY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LoyBorrowerNumber
             FILE STATUS IS LoyaltyStatus.

           SELECT LoyaltyLedgerFile ASSIGN TO "LOYALTY-LEDGER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LoyaltyLedgerStatus.

           SELECT LoyaltyRulesFile ASSIGN TO "LOYALTY-RULES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LoyaltyRulesStatus.

      *> the series running order SERIES-MAINTAIN keeps - a volume
      *> coming back is followed by the offer of the next one, and
      *> a box set is priced at the set's own daily rate
           SELECT SeriesVolFile ASSIGN TO "SERIESVOL.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SvlKey
             ALTERNATE RECORD KEY IS SvlVideoCode
             FILE STATUS IS SeriesVolStatus.

      *> the weekly "also rented" suggestions TITLE-SUGGESTBUILD
      *> keeps - shown at check-in, less what the borrower has had
           SELECT SuggestFile ASSIGN TO "SUGGEST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SugVideoCode
             FILE STATUS IS SuggestStatus.

      *> the studios' street dates STREETDATE-MAINTAIN keeps - no
      *> copy of a title is issued before its date
           SELECT StreetDateFile ASSIGN TO "STREETDATE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS StrVideoCode
             FILE STATUS IS StreetDateStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  VideoFile.

       FD  LoanHistoryFile.
       01  HistoryFlatLine         PIC X(63).
           88  EndOfHistoryFlat    VALUE HIGH-VALUES.

       FD  BorrowerFile.
           COPY BORROWREC.
           03  ClosedDayDate       PIC 9(8).

       FD  FeeScheduleFile.
       01  FeeScheduleFlatLine     PIC X(36).

       FD  FeesJournalFile.
       01  FeesJournalFlatLine     PIC X(85).

       FD  BorrowerAccountFile.
       01  BorrowerAccountFlatLine PIC X(39).

       FD  AfterImageFile.
       01  AfterImageFlatLine      PIC X(86).

       FD  DefectHistoryFile.
       01  DefectFlatLine          PIC X(32).

       FD  ReceiptFile.
       01  ReceiptLine             PIC X(60).
       FD  ReserveFile.
           COPY RESERVREC.

       FD  DepositFile.
           COPY DEPOSITREC.

       FD  CollectFile.
           COPY COLLECTREC.

       FD  StudentBorrowerFile.
           COPY STUBORREC.

       FD  HouseholdFile.
           COPY HOUSEREC.

       FD  HouseMemberFile.
           COPY HHMEMBREC.

       FD  PromoFile.
           COPY PROMOREC.

       FD  PromoAwardFile.
           COPY PROMOAWDREC.

       FD  PromoUsageFile.
       01  PromoUsageFlatLine      PIC X(58).

       FD  LoyaltyFile.
           COPY LOYALREC.

       FD  LoyaltyLedgerFile.
       01  LoyaltyLedgerFlatLine   PIC X(53).

       FD  LoyaltyRulesFile.
       01  LoyaltyRulesFlatLine    PIC X(23).

       FD  SeriesVolFile.
           COPY SERVOLREC.

       FD  SuggestFile.
           COPY SUGGESTREC.

       FD  StreetDateFile.
           COPY STREETREC.

       FD  LoanActivityFile.
       01  LoanActivityFlatLine    PIC X(45).

           COPY ACCTREC.
           COPY DEFECTREC.
           COPY FEESCHED.
           COPY PROMOUSE.
           COPY LOYLEDG.
           COPY LOYRULES.
           COPY DESKAIMG.

       01  AfterImageStatus        PIC X(2).
           88  AfterImageMissing   VALUE "35".

       01  VideoStatus             PIC X(2).
           88  VideoFound          VALUE "00".
           88  LoanFileOK          VALUE "00".
           88  LoanNotFound        VALUE "23".
           88  LoanAlreadyOnFile   VALUE "22".
           88  LoanRecordInUse     VALUE "51".

       01  RequiredAction          PIC 9.
           88  CheckOutAction      VALUE 1.
           88  BasketConfirmed     VALUE "Y" "y".
       01  BorrowerOpenLoanCount   PIC 99 VALUE ZERO.
       01  BorrowerOverdueCount    PIC 99 VALUE ZERO.

      *> the borrower's household, if any - every member's number
      *> (the borrower's own first; the borrower alone when not in
      *> one) so the standing check can count the family's loans
      *> and money together. The borrower master itself is never
      *> re-read for the others: the age check still wants the
      *> borrower at the desk's own date of birth.
       01  HouseholdMemberTable.
           03  HouseholdMember     PIC 9(4) OCCURS 12 TIMES.
       01  HouseholdMemberCount    PIC 99.
       01  HouseholdMemberMax      PIC 99 VALUE 12.
       01  HouseholdIndex          PIC 99.
       01  InHouseholdSw           PIC X VALUE "N".
           88  InHousehold         VALUE "Y".
       01  HouseholdHeld.
           03  HeldHouseholdNumber PIC 9(4).
           03  HeldHouseholdName   PIC X(20).
           03  HeldPayerNumber     PIC 9(4).
           03  HeldHouseholdLimit  PIC 99.
       01  MemberCheckNumber       PIC 9(4).
       01  MemberOfHouseholdSw     PIC X VALUE "N".
           88  MemberOfHousehold   VALUE "Y".
       01  HouseholdOpenLoanCount  PIC 99 VALUE ZERO.
       01  HouseholdOverdueCount   PIC 99 VALUE ZERO.
       01  HouseholdOverLimitSw    PIC X VALUE "N".
           88  HouseholdOverLimit  VALUE "Y".
       01  TodayDayNumber          PIC 9(7).
       01  DueDayNumber            PIC 9(7).
       01  OverrideReply           PIC X.

       01  CopyStatus              PIC X(2).
           88  CopyFound           VALUE "00".
           88  CopyRecordInUse     VALUE "51".

      *> set when a record this function needs is locked by another
      *> terminal - the function is abandoned, nothing written
       01  DeskRecordInUseSw       PIC X VALUE "N".
           88  DeskRecordInUse     VALUE "Y".

       01  LoanActivityStatus      PIC X(2).
           88  LoanActivityNotFound    VALUE "35".
       01  ReserveStatus           PIC X(2).
           88  ReserveFileOK       VALUE "00".
           88  ReserveNotFound     VALUE "35".
           88  ReserveRecordInUse  VALUE "51".
      *> where the hold scan stood when a reservation it tried to
      *> claim turned out taken - the scan restarts just past it
       01  ClaimReserveKey         PIC X(8).
       01  ReserveReply            PIC X.
           88  ReserveWanted       VALUE "Y" "y".
       01  NextReserveSeq          PIC 9(3) VALUE ZERO.
       01  HeldForBorrowerSw       PIC X VALUE "N".
           88  HeldForBorrower     VALUE "Y".

      *> copy number 00 at the desk picks the first free copy in the
      *> format the borrower wants
       01  PickFormat              PIC X.
           88  PickTape            VALUE "T".
           88  PickDisc            VALUE "D".
           88  ValidPickFormat     VALUE "T" "D".
       01  PickFoundSw             PIC X VALUE "N".
           88  PickFound           VALUE "Y".
       01  PickHeldSw              PIC X VALUE "N".
           88  PickHeld            VALUE "Y".
       01  PickedCopyNumber        PIC 99.

      *> scanned copy labels off COPY-LABELPRINT: the seven-digit
      *> copy key plus its Sub-CheckDigit digit. Anything keyed
      *> above 99999 at a code prompt is taken as a label and the
           88  DefectFileMissing   VALUE "35".
       01  ReceiptStatus           PIC X(2).
           88  ReceiptFileMissing  VALUE "35".
       01  DepositStatus           PIC X(2).
           88  DepositFound        VALUE "00".
       01  CollectStatus           PIC X(2).
           88  CollectFound        VALUE "00".
       01  StudentBorrowerStatus   PIC X(2).
           88  StudentBorrowerFound    VALUE "00".
       01  HouseholdStatus         PIC X(2).
           88  HouseholdFound      VALUE "00".
       01  HouseMemberStatus       PIC X(2).
           88  HouseMemberFound    VALUE "00".
       01  PromoStatus             PIC X(2).
           88  PromoFileFound      VALUE "00".
       01  PromoAwardStatus        PIC X(2).
           88  PromoAwardFound     VALUE "00".
           88  PromoAwardOnFile    VALUE "22".
           88  PromoAwardMissing   VALUE "35".
       01  PromoUsageStatus        PIC X(2).
           88  PromoUsageMissing   VALUE "35".
       01  LoyaltyStatus           PIC X(2).
           88  LoyaltyFound        VALUE "00".
           88  LoyaltyMissing      VALUE "35".
       01  LoyaltyLedgerStatus     PIC X(2).
           88  LoyaltyLedgerMissing    VALUE "35".
       01  LoyaltyRulesStatus      PIC X(2).
           88  LoyaltyRulesFound   VALUE "00".
       01  SeriesVolStatus         PIC X(2).
           88  SeriesVolFound      VALUE "00".
           88  SeriesVolFileOK     VALUE "00".

      *> the title that follows the one coming back in its series -
      *> the lowest volume after the last one the returned tape (or
      *> box set) covered, a single volume preferred over a box set
      *> starting at the same place - and how many copies of it are
      *> on this shop's shelf and not held for somebody else
       01  HeldSeriesCode          PIC X(6).
       01  ReturnedLastVol         PIC 99.
       01  InSeriesSw              PIC X VALUE "N".
           88  InSeries            VALUE "Y".
       01  NextVolumeFoundSw       PIC X VALUE "N".
           88  NextVolumeFound     VALUE "Y".
       01  NextVolumeNo            PIC 99.
       01  NextLastVol             PIC 99.
       01  NextVolumeCode          PIC 9(5).
       01  NextEntryType           PIC X.
           88  NextIsBoxSet        VALUE "B".
       01  ShelfCopyCount          PIC 99.
       01  AlreadyQueuedSw         PIC X VALUE "N".
           88  AlreadyQueued       VALUE "Y".

      *> the suggestions against the title coming back, taken off
      *> SUGGEST.DAT before the borrower's history is scanned, with
      *> each one marked once the borrower turns out to have had it
       01  SuggestStatus           PIC X(2).
           88  SuggestFound        VALUE "00".
           88  SuggestFileOK       VALUE "00".
       01  SuggestBorrower         PIC 9(4).
       01  SuggestTitleBorrowers   PIC 9(5).
       01  SuggestHeldCount        PIC 9.
       01  SuggestLeftCount        PIC 9.
       01  SuggestIndex            PIC 9.
       01  SuggestHeldTable.
           03  SuggestHeld         OCCURS 5 TIMES.
               05  SuggestHeldCode     PIC 9(5).
               05  SuggestHeldShared   PIC 9(5).
               05  SuggestHadSw        PIC X.
                   88  SuggestHad      VALUE "Y".
       01  SuggestCopiesIn         PIC 99.

      *> a title whose street date is still ahead of today, and the
      *> date it may first be issued
       01  StreetDateStatus        PIC X(2).
           88  StreetDateFound     VALUE "00".
           88  StreetDateFileOK    VALUE "00".
       01  EmbargoedSw             PIC X VALUE "N".
           88  Embargoed           VALUE "Y".
       01  EmbargoDate             PIC 9(8).

       01  VoucherStatus           PIC X(2).
           88  VoucherFound        VALUE "00".
           88  VoucherFileMissing  VALUE "35".
       01  ReceiptAmountLine.
           03  RcpAmountLabel      PIC X(16).
           03  RcpAmount           PIC ZZ,ZZ9.99.
      *> the campaign a discount on the receipt came from
       01  ReceiptPromoLine.
           03  FILLER              PIC X(8) VALUE "OFFER  :".
           03  FILLER              PIC X VALUE SPACE.
           03  RcpPromoName        PIC X(20).
      *> the tax the total due includes, as the journal line split it
       01  ReceiptTaxLine.
           03  FILLER              PIC X(16) VALUE "INCL. TAX     = ".
           03  RcpTaxAmount        PIC ZZ,ZZ9.99.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  RcpTaxCode          PIC X(2).
           03  FILLER              PIC X VALUE SPACE.
           03  RcpTaxRate          PIC X(5).
           03  FILLER              PIC X VALUE "%".
       01  ReceiptTaxWork          PIC 9(5)V99.
       01  DiscountTaxWork         PIC 9(5)V99.
       01  FaultyReply             PIC X.
           88  FaultyReturnWanted  VALUE "Y" "y".

       01  ReplacementAmount       PIC 9(5)V99 VALUE 25.00.

      *> the standing counter rates per pricing category (1 = new
      *> release, 2 = standard, 3 = classic) and copy format (1 =
      *> tape, 2 = disc), each overwritten from the newest effective
      *> fee-schedule line for its category and format - so a new
      *> release finally earns more than a ten-year-old tape, and a
      *> disc can rent at its own rate
       01  CategoryRateTable.
           03  CategoryRateEntry   OCCURS 3 TIMES.
               05  FormatRateEntry OCCURS 2 TIMES.
                   07  CatRentalRate   PIC 9(5)V99.
                   07  CatLateRate     PIC 9(5)V99.
                   07  CatReplace      PIC 9(5)V99.
                   07  CatBestEffDate  PIC 9(8).
      *>           the line in force names this format itself, so
      *>           a both-formats line of the same date leaves it be
                   07  CatBestExactSw  PIC X.
                       88  CatBestExact    VALUE "Y".
       01  CategoryIndex           PIC 9.
       01  FormatIndex             PIC 9.
       01  ScheduleLoadDate        PIC 9(8).

      *> the campaigns off PROMO.DAT, loaded once at start-up - a
      *> campaign that ended over a year ago can discount no loan
      *> still out, so it is left off the table
       01  PromoTable.
           03  PromoEntry          OCCURS 50 TIMES.
               05  PtbCode         PIC X(6).
               05  PtbName         PIC X(20).
               05  PtbStartDate    PIC 9(8).
               05  PtbEndDate      PIC 9(8).
               05  PtbWeekdays.
                   07  PtbDayFlag  PIC X OCCURS 7 TIMES.
               05  PtbCategory     PIC X.
               05  PtbGenreCode    PIC X(3).
               05  PtbRuleType     PIC X.
               05  PtbRuleValue    PIC 9(3)V99.
               05  PtbEveryNth     PIC 9.
      *> qualifying copies met so far in the basket being issued
               05  PtbBasketCount  PIC 99.
       01  PromoCount              PIC 99 VALUE ZERO.
       01  PromoIndex              PIC 99.
       01  PromoMax                PIC 99 VALUE 50.
       01  PromoCutoffDate         PIC 9(8).
      *> the day a campaign is judged on - the day the rental went
      *> out - and which weekday that was, Monday = 1
       01  QualifyDate             PIC 9(8).
       01  QualifyDayNumber        PIC 9(7).
       01  PromoWeekQuot           PIC 9(7).
       01  PromoDayIndex           PIC 9.
       01  PromoQualifiesSw        PIC X.
           88  PromoQualifies      VALUE "Y".
       01  PromoNthQuot            PIC 99.
       01  PromoNthRemain          PIC 9.
       01  AwardMadeSw             PIC X.
           88  AwardMade           VALUE "Y".
       01  AwardValidSw            PIC X.
           88  AwardValid          VALUE "Y".
      *> the best discount on offer for the check-in in hand, and
      *> the campaign giving it
       01  CandidateDiscount       PIC 9(7)V99.
       01  PromoDiscount           PIC 9(7)V99.
       01  BestPromoIndex          PIC 99.
       01  NetCharge               PIC 9(7)V99.
      *> the points the member spent on the check-in in hand and
      *> the money they paid off, then the points the paid rental
      *> earned - only the rental part earns, never the late fee,
      *> and not the part a discount or the points themselves paid
       01  PointsReply             PIC X.
           88  PointsWanted        VALUE "Y" "y".
       01  PointsRedeemed          PIC 9(7).
       01  PointsRedeemValue       PIC 9(7)V99.
       01  PointsWorth             PIC 9(9)V99.
       01  PointsRedeemCap         PIC S9(7)V99.
       01  PointsEarnBase          PIC S9(7)V99.
       01  PointsEarned            PIC 9(7).
       01  PointsTaxWork           PIC 9(5)V99.
       01  Prn-Points              PIC Z,ZZZ,ZZ9.
       01  CopyNewCondition        PIC X.
       01  LostDamagedReply        PIC X.
           88  MarkLost            VALUE "L" "l".
       01  DropBoxEntryDoneSw      PIC X VALUE "N".
           88  DropBoxEntryDone    VALUE "Y".
      *> the drop box has nobody standing at the counter - while
      *> this is up the points, voucher and cash offers stay
      *> quiet and every charge lands on the borrower account
       01  DropBoxModeSw           PIC X VALUE "N".
           88  DropBoxMode         VALUE "Y".
               OPEN OUTPUT LoanHistoryFile
           END-IF
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-PROMOTIONS
           PERFORM LOAD-CLOSED-DAYS
           PERFORM LOAD-BRANCH-CODE
           OPEN EXTEND FeesJournalFile.
           IF LoanActivityNotFound
               OPEN OUTPUT LoanActivityFile
           END-IF
           OPEN I-O PromoAwardFile.
           IF PromoAwardMissing
               CLOSE PromoAwardFile
               OPEN OUTPUT PromoAwardFile
               CLOSE PromoAwardFile
               OPEN I-O PromoAwardFile
           END-IF
           OPEN EXTEND PromoUsageFile.
           IF PromoUsageMissing
               OPEN OUTPUT PromoUsageFile
           END-IF
           PERFORM LOAD-LOYALTY-RULES
           OPEN I-O LoyaltyFile.
           IF LoyaltyMissing
               CLOSE LoyaltyFile
               OPEN OUTPUT LoyaltyFile
               CLOSE LoyaltyFile
               OPEN I-O LoyaltyFile
           END-IF
           OPEN EXTEND LoyaltyLedgerFile.
           IF LoyaltyLedgerMissing
               OPEN OUTPUT LoyaltyLedgerFile
           END-IF

           PERFORM DO-LOAN-MENU UNTIL QuitLoanMenu.

           CLOSE VideoFile, VideoLoanFile, LoanHistoryFile,
               BorrowerFile, FeesJournalFile, ReserveFile,
               VideoCopyFile, LoanActivityFile, DefectHistoryFile,
               ReceiptFile, VoucherFile, PurchOrderFile,
               PromoAwardFile, PromoUsageFile, LoyaltyFile,
               LoyaltyLedgerFile.
           GOBACK.

       DO-LOAN-MENU.

           IF LostDamagedAction
               PERFORM LOST-DAMAGED-COPY
           END-IF

           PERFORM RELEASE-DESK-LOCKS.

      *>   whatever the function locked - finished, refused or
      *>   abandoned part way - is let go before the menu comes back
       RELEASE-DESK-LOCKS.
           UNLOCK VideoCopyFile
           UNLOCK VideoLoanFile
           UNLOCK ReserveFile
           MOVE "N" TO DeskRecordInUseSw.

       SHOW-IN-USE-MESSAGE.
           DISPLAY "..IN USE AT ANOTHER TERMINAL - NOTHING DONE, "
               "TRY AGAIN IN A MOMENT..".

      *>   the copy record is the desk's token for the whole
      *>   function - whoever holds it owns that copy's loan and
      *>   hold too - and the loan itself is locked beneath it
       LOCK-LOAN-FOR-UPDATE.
           MOVE "N" TO DeskRecordInUseSw
           MOVE LoanVideoCode TO CopyVideoCode
           MOVE LoanCopyNumber TO CopyNumber
           READ VideoCopyFile WITH LOCK
               KEY IS CopyKey
               INVALID KEY CONTINUE
           END-READ
           IF CopyRecordInUse
               SET DeskRecordInUse TO TRUE
               PERFORM SHOW-IN-USE-MESSAGE
               EXIT PARAGRAPH
           END-IF
           READ VideoLoanFile WITH LOCK
               KEY IS LoanKey
               INVALID KEY CONTINUE
           END-READ
           IF LoanRecordInUse
               SET DeskRecordInUse TO TRUE
               PERFORM SHOW-IN-USE-MESSAGE
           END-IF.

       SHOW-COPY-NOT-AVAILABLE.
           IF CopyRecordInUse
               PERFORM SHOW-IN-USE-MESSAGE
           ELSE
               DISPLAY "..NO SUCH COPY OF THAT TITLE.."
           END-IF.

       CHECK-OUT-VIDEO.
           IF NOT VideoFound
               DISPLAY "..NO SUCH VIDEO ON FILE.."
               PERFORM OFFER-ONORDER-RESERVATION
           ELSE
           PERFORM CHECK-STREET-DATE
           IF Embargoed
               DISPLAY "..NOT FOR ISSUE BEFORE ITS STREET DATE ",
                   EmbargoDate, ".."
               PERFORM OFFER-RESERVATION
           ELSE
               PERFORM GET-COPY-NUMBER
               IF NOT CopyFound
                   PERFORM SHOW-COPY-NOT-AVAILABLE
               ELSE
               IF CopyOutOfService
                   DISPLAY "..COPY IS FLAGGED ", CopyConditionFlag,
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      *>   one borrower, several copies keyed in a row, the standing
               IF NOT VideoFound
                   DISPLAY "..NO SUCH VIDEO ON FILE.."
               ELSE
                   PERFORM CHECK-STREET-DATE
                   IF Embargoed
      *>               the basket's borrower is already validated, so
      *>               they can be queued for release day at once
                       DISPLAY "..NOT FOR ISSUE BEFORE ITS STREET "
                           "DATE ", EmbargoDate, ".."
                       DISPLAY "QUEUE A RESERVATION FOR RELEASE DAY "
                           "(Y/N) ? " WITH NO ADVANCING
                       ACCEPT ReserveReply
                       IF ReserveWanted
                           PERFORM QUEUE-RESERVATION
                       END-IF
                   ELSE
                       PERFORM ADD-COPY-TO-BASKET
                   END-IF
               END-IF
           END-IF
           END-IF
       ADD-COPY-TO-BASKET.
           PERFORM GET-COPY-NUMBER
           IF NOT CopyFound
               PERFORM SHOW-COPY-NOT-AVAILABLE
           ELSE
           IF CopyOutOfService
               DISPLAY "..COPY IS FLAGGED ", CopyConditionFlag,
           DISPLAY "CONFIRM BASKET (Y/N) ? " WITH NO ADVANCING
           ACCEPT ConfirmReply
           IF BasketConfirmed
               PERFORM VARYING PromoIndex FROM 1 BY 1
                       UNTIL PromoIndex > PromoCount
                   MOVE ZERO TO PtbBasketCount(PromoIndex)
               END-PERFORM
               PERFORM ISSUE-BASKET-ITEM
                   VARYING BasketIndex FROM 1 BY 1
                   UNTIL BasketIndex > BasketCount
       ISSUE-BASKET-ITEM.
           MOVE BasketVideoCode(BasketIndex) TO VideoCode
           MOVE BasketCopyNumber(BasketIndex) TO CopyNumber
           PERFORM WRITE-LOAN-RECORD
           IF LoanFileOK
               PERFORM AWARD-BASKET-PROMOTIONS
           END-IF.

      *>   each copy issued counts towards every every-Nth-free
      *>   campaign it qualifies for today; the copy that makes a
      *>   count up to the campaign's N earns a free rental, kept
      *>   against the copy until it comes back. One award is
      *>   enough for any copy - it can only rent free once.
       AWARD-BASKET-PROMOTIONS.
           MOVE BasketVideoCode(BasketIndex) TO VideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY CONTINUE
           END-READ
           IF NOT VideoFound
               EXIT PARAGRAPH
           END-IF
           MOVE LoanDate TO QualifyDate
           MOVE "N" TO AwardMadeSw
           PERFORM VARYING PromoIndex FROM 1 BY 1
                   UNTIL PromoIndex > PromoCount
               IF PtbRuleType(PromoIndex) = "F"
                   PERFORM CHECK-PROMO-QUALIFIES
                   IF PromoQualifies
                       ADD 1 TO PtbBasketCount(PromoIndex)
                       DIVIDE PtbBasketCount(PromoIndex)
                           BY PtbEveryNth(PromoIndex)
                           GIVING PromoNthQuot
                           REMAINDER PromoNthRemain
                       IF PromoNthRemain = ZERO AND NOT AwardMade
                           PERFORM WRITE-PROMO-AWARD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-PROMO-AWARD.
           MOVE LoanKey TO PawLoanKey
           MOVE LoanDate TO PawLoanDate
           MOVE LoanBorrowerNumber TO PawBorrowerNumber
           MOVE PtbCode(PromoIndex) TO PawPromoCode
           WRITE PromoAwardRecord
               INVALID KEY CONTINUE
           END-WRITE
           IF PromoAwardOnFile
               REWRITE PromoAwardRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) AWARD STATUS : ",
                       PromoAwardStatus
               END-REWRITE
           END-IF
           IF PromoAwardFound
               SET AwardMade TO TRUE
               DISPLAY "  FREE RENTAL : ", BasketTitle(BasketIndex),
                   " (", PtbName(PromoIndex), ")"
           END-IF.

      *>   which physical copy of the title is going over the counter
      *>   - keyed off its label, or picked here as the first free
      *>   copy in the format the borrower wants. The copy is locked
      *>   as it is read, so a second clerk keying it is turned away
      *>   until this function is done with it.
       GET-COPY-NUMBER.
           IF LabelUsed
               MOVE LabelCopy TO CopyNumber
           ELSE
               DISPLAY "ENTER COPY NUMBER(2 DIGITS, 00=FIRST FREE "
                 "COPY) : " WITH NO ADVANCING
               ACCEPT CopyNumber
               IF CopyNumber = ZERO
                   PERFORM PICK-FREE-COPY
               END-IF
           END-IF
           MOVE VideoCode TO CopyVideoCode
           READ VideoCopyFile WITH LOCK
               KEY IS CopyKey
               INVALID KEY CONTINUE
           END-READ
           IF CopyFound
               IF CopyOnDisc
                   DISPLAY "COPY ", CopyNumber, " IS ON DISC"
               ELSE
                   DISPLAY "COPY ", CopyNumber, " IS ON TAPE"
               END-IF
           END-IF.

      *>   the first copy of the title in the wanted format that is
      *>   on this shop's shelf, not out on loan and not sitting on
      *>   the hold shelf for anyone; none leaves the copy number at
      *>   zero, which no copy carries
       PICK-FREE-COPY.
           MOVE "?" TO PickFormat
           PERFORM ACCEPT-PICK-FORMAT UNTIL ValidPickFormat
           MOVE "N" TO PickFoundSw
           MOVE VideoCode TO CopyVideoCode
           MOVE ZERO TO CopyNumber
           START VideoCopyFile KEY IS NOT LESS THAN CopyKey
               INVALID KEY CONTINUE
           END-START
           IF CopyFound
               READ VideoCopyFile NEXT RECORD
                   AT END SET EndOfCopyFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCopyFile OR PickFound
                       OR CopyVideoCode NOT = VideoCode
                   IF CopyOnShelf
                       AND (CopyBranchCode = ZERO
                            OR CopyBranchCode = TerminalBranch)
                       AND ((PickTape AND CopyOnTape)
                            OR (PickDisc AND CopyOnDisc))
                       PERFORM CHECK-PICK-CANDIDATE
                   END-IF
                   IF NOT PickFound
                       READ VideoCopyFile NEXT RECORD
                           AT END SET EndOfCopyFile TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           IF PickFound
               MOVE PickedCopyNumber TO CopyNumber
           ELSE
               MOVE ZERO TO CopyNumber
               DISPLAY "..NO FREE COPY IN THAT FORMAT ON THE SHELF.."
           END-IF.

       ACCEPT-PICK-FORMAT.
           DISPLAY "FORMAT WANTED (T=TAPE, D=DISC) : "
             WITH NO ADVANCING
           ACCEPT PickFormat
           IF NOT ValidPickFormat
               DISPLAY "..T OR D ONLY.."
           END-IF.

       CHECK-PICK-CANDIDATE.
           MOVE CopyVideoCode TO LoanVideoCode
           MOVE CopyNumber TO LoanCopyNumber
           READ VideoLoanFile
               KEY IS LoanKey
               INVALID KEY CONTINUE
           END-READ
           IF LoanFound
               EXIT PARAGRAPH
           END-IF
           MOVE CopyNumber TO PickedCopyNumber
           MOVE "N" TO PickHeldSw
           MOVE VideoCode TO ReserveVideoCode
           MOVE ZERO TO ReserveSeqNo
           START ReserveFile KEY IS NOT LESS THAN ReserveKey
               INVALID KEY CONTINUE
           END-START
           IF ReserveFileOK
               READ ReserveFile NEXT RECORD
                   AT END SET EndOfReserveFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfReserveFile OR PickHeld
                       OR ReserveVideoCode NOT = VideoCode
                   IF ReserveIsHeld
                       AND ReserveHeldCopyNumber = PickedCopyNumber
                       SET PickHeld TO TRUE
                   END-IF
                   READ ReserveFile NEXT RECORD
                       AT END SET EndOfReserveFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF NOT PickHeld
               SET PickFound TO TRUE
           END-IF.

      *>   the borrower is identified by number and validated against
      *>   the borrower master, so the same person can't turn up as
      *>   checkout may proceed: an overdue copy still out, or being
      *>   at the shop's loan limit, takes a supervisor override. The
      *>   whole open-loan file is scanned - it only ever holds what
      *>   is out of the shop right now, so the walk is short. A
      *>   member of a household answers for the whole family: any
      *>   member's overdue copy or unpaid balance counts, and the
      *>   household's own limit applies on top of the personal one.
       CHECK-BORROWER-STANDING.
           MOVE "N" TO CheckoutBlockedSw
           PERFORM CHECK-DEPOSIT-LODGED
           IF CheckoutBlocked
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STUDENT-LEAVER
           IF CheckoutBlocked
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-WITH-COLLECTIONS
           MOVE ZERO TO BorrowerOpenLoanCount BorrowerOverdueCount
           MOVE ZERO TO HouseholdOpenLoanCount HouseholdOverdueCount
           PERFORM LOAD-HOUSEHOLD-MEMBERS
           PERFORM COMPUTE-ACCOUNT-BALANCE
           ACCEPT TodayDate FROM DATE YYYYMMDD
           CALL "Sub-DateDayNumber" USING TodayDate, TodayDayNumber
                   AT END SET EndOfLoanFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLoanFile
                   MOVE LoanBorrowerNumber TO MemberCheckNumber
                   PERFORM CHECK-HOUSEHOLD-MEMBER
                   IF MemberOfHousehold
                       ADD 1 TO HouseholdOpenLoanCount
                       CALL "Sub-DateDayNumber" USING LoanDueDate,
                           DueDayNumber
                       IF TodayDayNumber > DueDayNumber
                           ADD 1 TO HouseholdOverdueCount
                       END-IF
                       IF LoanBorrowerNumber = BorrowerNumber
                           ADD 1 TO BorrowerOpenLoanCount
                           IF TodayDayNumber > DueDayNumber
                               ADD 1 TO BorrowerOverdueCount
                           END-IF
                       END-IF
                   END-IF
                   READ VideoLoanFile NEXT RECORD
                   END-READ
               END-PERFORM
           END-IF
           MOVE "N" TO HouseholdOverLimitSw
           IF InHousehold AND HeldHouseholdLimit > ZERO
               AND HouseholdOpenLoanCount + BasketItemCount
                   > HeldHouseholdLimit
               SET HouseholdOverLimit TO TRUE
           END-IF
           IF HouseholdOverdueCount > ZERO
               OR BorrowerOpenLoanCount + BasketItemCount > LoanLimit
               OR HouseholdOverLimit
               OR BorrowerBalance > ZERO
               OR MembershipExpired
               DISPLAY "..BORROWER HAS ", BorrowerOverdueCount,
                   " OVERDUE AND ", BorrowerOpenLoanCount,
                   " OPEN LOAN(S).."
               IF InHousehold
                   DISPLAY "..HOUSEHOLD ", HeldHouseholdName,
                       " HAS ", HouseholdOverdueCount,
                       " OVERDUE AND ", HouseholdOpenLoanCount,
                       " OPEN LOAN(S), LIMIT ", HeldHouseholdLimit,
                       ".."
               END-IF
               IF MembershipExpired
                   DISPLAY "..MEMBERSHIP EXPIRED ",
                       BorrowerMembPaidTo, ".."
               END-IF
               IF BorrowerBalance > ZERO
                   MOVE BorrowerBalance TO Prn-BorrowerBalance
                   IF InHousehold
                       DISPLAY "..UNPAID HOUSEHOLD BALANCE = ",
                           Prn-BorrowerBalance
                   ELSE
                       DISPLAY "..UNPAID ACCOUNT BALANCE = ",
                           Prn-BorrowerBalance
                   END-IF
               END-IF
      *>       the override only counts from a supervisor session -
      *>       anyone else is refused and the attempt logged
               END-IF
           END-IF.

      *>   the borrower's household and every member of it; no
      *>   membership file yet, or no household, leaves the borrower
      *>   standing alone in the table
       LOAD-HOUSEHOLD-MEMBERS.
           MOVE "N" TO InHouseholdSw
           MOVE 1 TO HouseholdMemberCount
           MOVE BorrowerNumber TO HouseholdMember(1)
           OPEN INPUT HouseMemberFile
           MOVE BorrowerNumber TO HmbBorrowerNumber
           READ HouseMemberFile
               KEY IS HmbBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF HouseMemberFound
               OPEN INPUT HouseholdFile
               MOVE HmbHouseholdNumber TO HhdNumber
               READ HouseholdFile
                   KEY IS HhdNumber
                   INVALID KEY CONTINUE
               END-READ
               IF HouseholdFound
                   SET InHousehold TO TRUE
                   MOVE HhdNumber TO HeldHouseholdNumber
                   MOVE HhdName TO HeldHouseholdName
                   MOVE HhdPayerNumber TO HeldPayerNumber
                   MOVE HhdLoanLimit TO HeldHouseholdLimit
                   START HouseMemberFile
                       KEY IS EQUAL TO HmbHouseholdNumber
                       INVALID KEY CONTINUE
                   END-START
                   IF HouseMemberFound
                       READ HouseMemberFile NEXT RECORD
                           AT END SET EndOfHouseMemberFile TO TRUE
                       END-READ
                       PERFORM UNTIL EndOfHouseMemberFile
                           OR HmbHouseholdNumber
                               NOT = HeldHouseholdNumber
                           IF HmbBorrowerNumber NOT = BorrowerNumber
                               AND HouseholdMemberCount
                                   < HouseholdMemberMax
                               ADD 1 TO HouseholdMemberCount
                               MOVE HmbBorrowerNumber TO
                                   HouseholdMember(HouseholdMemberCount)
                           END-IF
                           READ HouseMemberFile NEXT RECORD
                               AT END SET EndOfHouseMemberFile TO TRUE
                           END-READ
                       END-PERFORM
                   END-IF
               END-IF
               CLOSE HouseholdFile
           END-IF
           CLOSE HouseMemberFile.

       CHECK-HOUSEHOLD-MEMBER.
           MOVE "N" TO MemberOfHouseholdSw
           PERFORM VARYING HouseholdIndex FROM 1 BY 1
               UNTIL HouseholdIndex > HouseholdMemberCount
                   OR MemberOfHousehold
               IF HouseholdMember(HouseholdIndex) = MemberCheckNumber
                   SET MemberOfHousehold TO TRUE
               END-IF
           END-PERFORM.

      *>   a flagged borrower with no deposit held is refused
      *>   outright - no override, the deposit IS the answer to this
      *>   member's record; no deposit file yet means nobody is
      *>   flagged
       CHECK-DEPOSIT-LODGED.
           OPEN INPUT DepositFile
           MOVE BorrowerNumber TO DepBorrowerNumber
           READ DepositFile
               KEY IS DepBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF DepositFound
               IF DepositRequired AND NOT DepositHeld
                   DISPLAY "..BORROWER MUST LODGE A SECURITY DEPOSIT "
                       "AT THE DEPOSIT DESK FIRST.."
                   SET CheckoutBlocked TO TRUE
               END-IF
           END-IF
           CLOSE DepositFile.

      *>   a leaver's account stays open only to bring the loans
      *>   back and pay what is owed - no supervisor override, the
      *>   block lifts when the account washes clear or the student
      *>   comes back onto the master
       CHECK-STUDENT-LEAVER.
           OPEN INPUT StudentBorrowerFile
           MOVE BorrowerNumber TO SbrBorrowerNumber
           READ StudentBorrowerFile
               KEY IS SbrBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF StudentBorrowerFound AND SbrIsBlocked
               DISPLAY "..STUDENT ", SbrStudentId, " HAS LEFT - "
                   "ACCOUNT BLOCKED ", SbrBlockedDate,
                   ", RETURNS AND PAYMENTS ONLY.."
               SET CheckoutBlocked TO TRUE
           END-IF
           CLOSE StudentBorrowerFile.

      *>   a referred account still owes, so the standing check below
      *>   already wants a supervisor - this makes sure the desk
      *>   knows why before anyone overrides it
       CHECK-WITH-COLLECTIONS.
           OPEN INPUT CollectFile
           MOVE BorrowerNumber TO CollBorrowerNumber
           READ CollectFile
               KEY IS CollBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF CollectFound AND WithCollections
               DISPLAY "** WITH COLLECTIONS ** - REFERRED TO THE "
                   "AGENCY ", CollReferredDate
           END-IF
           CLOSE CollectFile.

      *>   debits less credits off the account postings file is the
      *>   balance the borrower still owes - the whole household's,
      *>   for a member of one; no postings file yet simply means
      *>   nobody owes anything
       COMPUTE-ACCOUNT-BALANCE.
           MOVE ZERO TO BorrowerBalance
           OPEN INPUT BorrowerAccountFile
               PERFORM UNTIL BorrowerAccountFlatLine = HIGH-VALUES
                   MOVE BorrowerAccountFlatLine
                       TO BorrowerAccountRecord
                   MOVE AcctBorrowerNumber TO MemberCheckNumber
                   PERFORM CHECK-HOUSEHOLD-MEMBER
                   IF MemberOfHousehold
                       MOVE AcctAmount TO AccountEntryAmount
                       IF AcctIsDebit
                           ADD AccountEntryAmount TO BorrowerBalance
               INVALID KEY
               DISPLAY "(WRITE) LOAN STATUS : ", LoanStatus
               NOT INVALID KEY
               SET DaiAdded TO TRUE
               PERFORM WRITE-LOAN-AFTER-IMAGE
               MOVE "CHECKOUT" TO ActEvent
               PERFORM WRITE-LOAN-ACTIVITY
               PERFORM COLLECT-HELD-RESERVATION
       MARK-COPY-CONDITION.
           MOVE LoanVideoCode TO CopyVideoCode
           MOVE LoanCopyNumber TO CopyNumber
           READ VideoCopyFile WITH LOCK
               KEY IS CopyKey
               INVALID KEY CONTINUE
           END-READ
           IF CopyRecordInUse
               PERFORM SHOW-IN-USE-MESSAGE
           END-IF
           IF CopyFound
               MOVE CopyNewCondition TO CopyConditionFlag
               CALL "Sub-BusinessDate" USING BusinessDate
               MOVE BusinessDate TO CopyConditionDate
               REWRITE VideoCopyRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) COPY STATUS : ", CopyStatus
                   NOT INVALID KEY
                   SET DaiChanged TO TRUE
                   PERFORM WRITE-COPY-AFTER-IMAGE
               END-REWRITE
           END-IF.

           MOVE LoanCopyNumber TO CopyNumber
           PERFORM CHECK-HELD-COPY
           IF HeldForBorrower
               READ ReserveFile WITH LOCK
                   KEY IS ReserveKey
                   INVALID KEY CONTINUE
               END-READ
               IF ReserveRecordInUse
                   DISPLAY "..HOLD RECORD IN USE AT ANOTHER TERMINAL "
                       "- NOT MARKED COLLECTED.."
                   EXIT PARAGRAPH
               END-IF
               IF NOT ReserveIsHeld
                   EXIT PARAGRAPH
               END-IF
               SET ReserveIsFilled TO TRUE
               ACCEPT TodayDate FROM DATE YYYYMMDD
               MOVE TodayDate TO ReserveFilledDate
                   INVALID KEY
                   DISPLAY "(REWRITE) RESERVE STATUS : ",
                       ReserveStatus
                   NOT INVALID KEY
                   SET DaiChanged TO TRUE
                   PERFORM WRITE-RESERVE-AFTER-IMAGE
               END-REWRITE
               DISPLAY "..HOLD COLLECTED.."
           END-IF.
           ACCEPT LoanVideoCode
           DISPLAY "ENTER COPY NUMBER(2 DIGITS) : " WITH NO ADVANCING
           ACCEPT LoanCopyNumber
           PERFORM LOCK-LOAN-FOR-UPDATE
           IF DeskRecordInUse
               EXIT PARAGRAPH
           END-IF
           IF NOT LoanFound
               DISPLAY "..THAT VIDEO IS NOT CHECKED OUT.."
           ELSE
               INVALID KEY
               DISPLAY "(REWRITE) LOAN STATUS : ", LoanStatus
               NOT INVALID KEY
               SET DaiChanged TO TRUE
               PERFORM WRITE-LOAN-AFTER-IMAGE
               MOVE "RENEWAL" TO ActEvent
               PERFORM WRITE-LOAN-ACTIVITY
               DISPLAY "..RENEWED - NOW DUE ", LoanDueDate, ".."
           IF LabelEntryWork > 99999 AND NOT LabelOk
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOCK-LOAN-FOR-UPDATE.
           IF DeskRecordInUse
               EXIT PARAGRAPH
           END-IF.
           IF NOT LoanFound
               DISPLAY "..THAT VIDEO IS NOT CHECKED OUT.."
           ELSE
               DELETE VideoLoanFile RECORD
                   INVALID KEY
                   DISPLAY "(DELETE) LOAN STATUS : ", LoanStatus
                   NOT INVALID KEY
                   SET DaiDeleted TO TRUE
                   PERFORM WRITE-LOAN-AFTER-IMAGE
               END-DELETE
               MOVE "CHECKIN" TO ActEvent
               PERFORM WRITE-LOAN-ACTIVITY
               PERFORM MARK-COPY-CONDITION
               DISPLAY "..CHECKED IN.."
               PERFORM CHECK-RESERVATION-HOLD
               PERFORM OFFER-NEXT-VOLUME
               PERFORM SHOW-SUGGESTIONS
               END-IF
           END-IF.

           DELETE VideoLoanFile RECORD
               INVALID KEY
               DISPLAY "(DELETE) LOAN STATUS : ", LoanStatus
               NOT INVALID KEY
               SET DaiDeleted TO TRUE
               PERFORM WRITE-LOAN-AFTER-IMAGE
           END-DELETE
           MOVE "FAULTY" TO ActEvent
           PERFORM WRITE-LOAN-ACTIVITY
           MOVE RentalCharge TO FeeJrnTotal
           MOVE SignedOnOperator TO FeeJrnOperatorId
           MOVE SPACES TO FeeJrnApproverId
           MOVE TerminalBranch TO FeeJrnBranchCode
           CALL "Sub-JournalTax" USING FeesJournalLine
           WRITE FeesJournalFlatLine FROM FeesJournalLine.

       POST-REVERSAL-TO-ACCOUNT.
           END-READ
           MOVE VideoSupplierCode TO DefSupplierCode
           MOVE SignedOnOperator TO DefOperatorId
           MOVE ZEROS TO DefReturnAuthNo
           WRITE DefectFlatLine FROM DefectRecord.

      *>   a copy that comes back unrentable - or doesn't come back
           IF LabelEntryWork > 99999 AND NOT LabelOk
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCK-LOAN-FOR-UPDATE
           IF DeskRecordInUse
               EXIT PARAGRAPH
           END-IF
           IF NOT LoanFound
               DISPLAY "..THAT VIDEO IS NOT CHECKED OUT - FLAG "
                   "IT THROUGH VIDEO-COPYMAINTAIN'S FLAG "
           DELETE VideoLoanFile RECORD
               INVALID KEY
               DISPLAY "(DELETE) LOAN STATUS : ", LoanStatus
               NOT INVALID KEY
               SET DaiDeleted TO TRUE
               PERFORM WRITE-LOAN-AFTER-IMAGE
           END-DELETE
           MOVE "LOSTDMGD" TO ActEvent
           PERFORM WRITE-LOAN-ACTIVITY
           MOVE TotalCharge TO FeeJrnTotal
           MOVE SignedOnOperator TO FeeJrnOperatorId
           MOVE SPACES TO FeeJrnApproverId
           MOVE TerminalBranch TO FeeJrnBranchCode
           CALL "Sub-JournalTax" USING FeesJournalLine
           WRITE FeesJournalFlatLine FROM FeesJournalLine.

       POST-REPLACEMENT-TO-ACCOUNT.
                     WITH NO ADVANCING
                   ACCEPT LoanCopyNumber
               END-IF
               PERFORM LOCK-LOAN-FOR-UPDATE
               IF DeskRecordInUse
                   CONTINUE
               ELSE
               IF NOT LoanFound
                   DISPLAY "..THAT VIDEO IS NOT CHECKED OUT.."
               ELSE
                   DELETE VideoLoanFile RECORD
                       INVALID KEY
                       DISPLAY "(DELETE) LOAN STATUS : ", LoanStatus
                       NOT INVALID KEY
                       SET DaiDeleted TO TRUE
                       PERFORM WRITE-LOAN-AFTER-IMAGE
                   END-DELETE
                   MOVE "DROPBOX" TO ActEvent
                   PERFORM WRITE-LOAN-ACTIVITY
                   DISPLAY "..CHECKED IN.."
                   PERFORM CHECK-RESERVATION-HOLD
               END-IF
               END-IF
      *>       the drop box is keyed copy after copy without going
      *>       back to the menu, so each copy's locks go as it is done
               PERFORM RELEASE-DESK-LOCKS
           END-IF.

      *>   the demand peaks the week the poster goes up: a code on
               END-IF
           END-IF.

      *>   a copy received ahead of the studio's street date sits in
      *>   the back room; the desk will not issue it before the date
      *>   however it is keyed. No street-date file means no title
      *>   is under embargo.
       CHECK-STREET-DATE.
           MOVE "N" TO EmbargoedSw
           OPEN INPUT StreetDateFile
           IF NOT StreetDateFileOK
               EXIT PARAGRAPH
           END-IF
           MOVE VideoCode TO StrVideoCode
           READ StreetDateFile
               KEY IS StrVideoCode
               INVALID KEY CONTINUE
           END-READ
           IF StreetDateFound
               ACCEPT TodayDate FROM DATE YYYYMMDD
               MOVE TodayDate TO TodayDateNumeric
               IF TodayDateNumeric < StrStreetDate
                   SET Embargoed TO TRUE
                   MOVE StrStreetDate TO EmbargoDate
               END-IF
           END-IF
           CLOSE StreetDateFile.

      *>   the customer used to just go away when the copy was out -
      *>   now the clerk can queue them against the title instead
       OFFER-RESERVATION.
           MOVE ZERO TO ReserveFilledDate
           MOVE ZERO TO ReserveHeldCopyNumber
           MOVE ZERO TO ReserveHeldDate
           MOVE "?" TO ReserveFormatPref
           PERFORM ACCEPT-FORMAT-PREF UNTIL ValidReserveFormat
           MOVE TerminalBranch TO ReserveBranchCode
           WRITE ReserveRecord
               INVALID KEY
               DISPLAY "(WRITE) RESERVE STATUS : ", ReserveStatus
               NOT INVALID KEY
               SET DaiAdded TO TRUE
               PERFORM WRITE-RESERVE-AFTER-IMAGE
           END-WRITE
           DISPLAY "..RESERVATION QUEUED, POSITION ", NextReserveSeq.

      *>   the title may be stocked on tape, disc or both; the
      *>   borrower who doesn't mind takes whichever comes back first
       ACCEPT-FORMAT-PREF.
           DISPLAY "FORMAT WANTED (T=TAPE, D=DISC, SPACE=EITHER) : "
             WITH NO ADVANCING
           ACCEPT ReserveFormatPref
           IF NOT ValidReserveFormat
               DISPLAY "..T, D OR SPACE ONLY.."
           END-IF.

      *>   a volume of a series coming back over the counter is the
      *>   moment to put the next one in front of the borrower: the
      *>   desk is shown the next title in the running order and how
      *>   many copies of it are in, and when none is the returning
      *>   borrower can be queued for it on the spot. The drop box
      *>   has nobody standing there to ask, so it stays quiet.
       OFFER-NEXT-VOLUME.
           IF DropBoxMode
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO InSeriesSw
           MOVE "N" TO NextVolumeFoundSw
           MOVE ZERO TO NextVolumeCode
           OPEN INPUT SeriesVolFile
           IF NOT SeriesVolFileOK
               EXIT PARAGRAPH
           END-IF
           MOVE LoanVideoCode TO SvlVideoCode
           READ SeriesVolFile
               KEY IS SvlVideoCode
               INVALID KEY CONTINUE
           END-READ
           IF SeriesVolFound
               SET InSeries TO TRUE
               MOVE SvlSeriesCode TO HeldSeriesCode
               MOVE SvlBoxLastVol TO ReturnedLastVol
               MOVE HeldSeriesCode TO SvlSeriesCode
               MOVE ReturnedLastVol TO SvlVolumeNo
               MOVE HIGH-VALUE TO SvlEntryType
               START SeriesVolFile KEY IS GREATER THAN SvlKey
                   INVALID KEY CONTINUE
               END-START
               IF SeriesVolFound
                   READ SeriesVolFile NEXT RECORD
                       AT END SET EndOfSeriesVolFile TO TRUE
                   END-READ
                   PERFORM FIND-NEXT-VOLUME
                       UNTIL EndOfSeriesVolFile OR NextVolumeFound
                           OR SvlSeriesCode NOT = HeldSeriesCode
               END-IF
           END-IF
           CLOSE SeriesVolFile
           IF NextVolumeCode NOT = ZERO
               SET NextVolumeFound TO TRUE
           END-IF
           IF InSeries
               IF NextVolumeFound
                   PERFORM SHOW-NEXT-VOLUME
               ELSE
                   DISPLAY "..THAT WAS THE LAST VOLUME IN ITS "
                       "SERIES.."
               END-IF
           END-IF.

      *>   entries arrive in running order, a box set just ahead of
      *>   the single volume it starts at - the first volume number
      *>   met is the one offered, as a single tape if there is one
       FIND-NEXT-VOLUME.
           IF NextVolumeCode NOT = ZERO
               AND SvlVolumeNo NOT = NextVolumeNo
               SET NextVolumeFound TO TRUE
           ELSE
               MOVE SvlVolumeNo TO NextVolumeNo
               MOVE SvlBoxLastVol TO NextLastVol
               MOVE SvlVideoCode TO NextVolumeCode
               MOVE SvlEntryType TO NextEntryType
               IF SvlIsVolume
                   SET NextVolumeFound TO TRUE
               ELSE
                   READ SeriesVolFile NEXT RECORD
                       AT END SET EndOfSeriesVolFile TO TRUE
                   END-READ
               END-IF
           END-IF.

      *>   the returning borrower is read back first - the hold
      *>   shelf check above may have read the borrower it held the
      *>   copy for - so the held-copy test and any reservation
      *>   queued here are this borrower's
       SHOW-NEXT-VOLUME.
           MOVE NextVolumeCode TO VideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY CONTINUE
           END-READ
           IF NOT VideoFound
               EXIT PARAGRAPH
           END-IF
           MOVE LoanBorrowerNumber TO BorrowerKey
           READ BorrowerFile
               INVALID KEY CONTINUE
           END-READ
           IF NOT BorrowerFound
               EXIT PARAGRAPH
           END-IF
           IF NextIsBoxSet
               DISPLAY "NEXT IN SERIES : VOLUMES ", NextVolumeNo,
                   "-", NextLastVol, " BOX SET ", NextVolumeCode,
                   " ", VideoTitle
           ELSE
               DISPLAY "NEXT IN SERIES : VOLUME ", NextVolumeNo,
                   " ", NextVolumeCode, " ", VideoTitle
           END-IF
           PERFORM COUNT-NEXT-VOLUME-IN
           IF ShelfCopyCount > ZERO
               DISPLAY "..", ShelfCopyCount, " COPY(S) ON THE SHELF - "
                   "OFFER IT TO THE BORROWER.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "..NO COPY IN.."
           PERFORM CHECK-ALREADY-QUEUED
           IF AlreadyQueued
               DISPLAY "..BORROWER IS ALREADY QUEUED FOR IT.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "QUEUE A RESERVATION ON IT FOR THIS BORROWER "
             "(Y/N) ? " WITH NO ADVANCING
           ACCEPT ReserveReply
           IF ReserveWanted
               PERFORM QUEUE-RESERVATION
           END-IF.

      *>   copies of the next title on this shop's shelf, less any
      *>   sitting on the hold shelf for another borrower
       COUNT-NEXT-VOLUME-IN.
           MOVE ZERO TO ShelfCopyCount
           MOVE VideoCode TO CopyVideoCode
           MOVE ZERO TO CopyNumber
           START VideoCopyFile KEY IS NOT LESS THAN CopyKey
               INVALID KEY CONTINUE
           END-START
           IF CopyFound
               READ VideoCopyFile NEXT RECORD
                   AT END SET EndOfCopyFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCopyFile
                       OR CopyVideoCode NOT = VideoCode
                   IF CopyOnShelf
                       AND (CopyBranchCode = ZERO
                            OR CopyBranchCode = TerminalBranch)
                       PERFORM CHECK-HELD-COPY
                       IF NOT HeldForOther
                           ADD 1 TO ShelfCopyCount
                       END-IF
                   END-IF
                   READ VideoCopyFile NEXT RECORD
                       AT END SET EndOfCopyFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

      *>   "borrowers who rented this also rented": the titles the
      *>   weekly build ranked against the one coming back, less any
      *>   the borrower's own history shows they have had, each with
      *>   the copies on this shop's shelf now. Like the series offer
      *>   it is for a borrower standing at the desk, so the drop box
      *>   stays quiet. The loan record has gone by now; its borrower
      *>   is taken from the record area before anything else is read.
       SHOW-SUGGESTIONS.
           IF DropBoxMode
               EXIT PARAGRAPH
           END-IF
           MOVE LoanBorrowerNumber TO SuggestBorrower
           MOVE ZERO TO SuggestHeldCount
           OPEN INPUT SuggestFile
           IF NOT SuggestFileOK
               EXIT PARAGRAPH
           END-IF
           MOVE LoanVideoCode TO SugVideoCode
           READ SuggestFile
               KEY IS SugVideoCode
               INVALID KEY CONTINUE
           END-READ
           IF SuggestFound
               MOVE SugTitleBorrowers TO SuggestTitleBorrowers
               MOVE SugEntryCount TO SuggestHeldCount
               PERFORM VARYING SuggestIndex FROM 1 BY 1
                       UNTIL SuggestIndex > SuggestHeldCount
                   MOVE SugOtherCode(SuggestIndex)
                       TO SuggestHeldCode(SuggestIndex)
                   MOVE SugSharedBorrowers(SuggestIndex)
                       TO SuggestHeldShared(SuggestIndex)
                   MOVE "N" TO SuggestHadSw(SuggestIndex)
               END-PERFORM
           END-IF
           CLOSE SuggestFile
           IF SuggestHeldCount = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-SUGGESTIONS-HAD
           MOVE SuggestHeldCount TO SuggestLeftCount
           PERFORM VARYING SuggestIndex FROM 1 BY 1
                   UNTIL SuggestIndex > SuggestHeldCount
               IF SuggestHad(SuggestIndex)
                   SUBTRACT 1 FROM SuggestLeftCount
               END-IF
           END-PERFORM
           IF SuggestLeftCount = ZERO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BORROWERS WHO RENTED THIS ALSO RENTED :"
           PERFORM VARYING SuggestIndex FROM 1 BY 1
                   UNTIL SuggestIndex > SuggestHeldCount
               IF NOT SuggestHad(SuggestIndex)
                   PERFORM SHOW-ONE-SUGGESTION
               END-IF
           END-PERFORM.

      *>   the history file is held open for EXTEND all session, so it
      *>   is closed, read through for this borrower, and put back the
      *>   way it was before the next check-in appends to it
       MARK-SUGGESTIONS-HAD.
           CLOSE LoanHistoryFile
           OPEN INPUT LoanHistoryFile
           IF NOT HistoryNotFound
               READ LoanHistoryFile
                   AT END SET EndOfHistoryFlat TO TRUE
               END-READ
               PERFORM UNTIL EndOfHistoryFlat
                   MOVE HistoryFlatLine TO LoanHistoryRecord
                   IF HistBorrowerNumber = SuggestBorrower
                       PERFORM VARYING SuggestIndex FROM 1 BY 1
                               UNTIL SuggestIndex > SuggestHeldCount
                           IF HistVideoCode
                               = SuggestHeldCode(SuggestIndex)
                               MOVE "Y" TO SuggestHadSw(SuggestIndex)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ LoanHistoryFile
                       AT END SET EndOfHistoryFlat TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LoanHistoryFile
           END-IF
           OPEN EXTEND LoanHistoryFile
           IF HistoryNotFound
               OPEN OUTPUT LoanHistoryFile
           END-IF.

      *>   a copy counts as in when VIDEOCOPY.DAT has it on this
      *>   shop's shelf and VIDEOLOAN.DAT has no open loan against it
       SHOW-ONE-SUGGESTION.
           MOVE SuggestHeldCode(SuggestIndex) TO VideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY CONTINUE
           END-READ
           IF NOT VideoFound
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO SuggestCopiesIn
           MOVE VideoCode TO CopyVideoCode
           MOVE ZERO TO CopyNumber
           START VideoCopyFile KEY IS NOT LESS THAN CopyKey
               INVALID KEY CONTINUE
           END-START
           IF CopyFound
               READ VideoCopyFile NEXT RECORD
                   AT END SET EndOfCopyFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCopyFile
                       OR CopyVideoCode NOT = VideoCode
                   IF CopyOnShelf
                       AND (CopyBranchCode = ZERO
                            OR CopyBranchCode = TerminalBranch)
                       MOVE CopyVideoCode TO LoanVideoCode
                       MOVE CopyNumber TO LoanCopyNumber
                       READ VideoLoanFile
                           KEY IS LoanKey
                           INVALID KEY CONTINUE
                       END-READ
                       IF NOT LoanFound
                           ADD 1 TO SuggestCopiesIn
                       END-IF
                   END-IF
                   READ VideoCopyFile NEXT RECORD
                       AT END SET EndOfCopyFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           DISPLAY "  ", VideoCode, " ", VideoTitle, " ",
               SuggestHeldShared(SuggestIndex), " OF ",
               SuggestTitleBorrowers, " BORROWERS, ",
               SuggestCopiesIn, " ON SHELF".

      *>   an open, held or pending reservation of this borrower's on
      *>   the title already stands in the queue
       CHECK-ALREADY-QUEUED.
           MOVE "N" TO AlreadyQueuedSw
           MOVE VideoCode TO ReserveVideoCode
           MOVE ZERO TO ReserveSeqNo
           START ReserveFile KEY IS NOT LESS THAN ReserveKey
               INVALID KEY CONTINUE
           END-START
           IF ReserveFileOK
               READ ReserveFile NEXT RECORD
                   AT END SET EndOfReserveFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfReserveFile OR AlreadyQueued
                       OR ReserveVideoCode NOT = VideoCode
                   IF ReserveBorrowerNumber = BorrowerNumber
                       AND (ReserveIsOpen OR ReserveIsHeld
                            OR ReserveIsPending)
                       SET AlreadyQueued TO TRUE
                   ELSE
                       READ ReserveFile NEXT RECORD
                           AT END SET EndOfReserveFile TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

      *>   a reserved copy coming back goes on the hold shelf tied to
      *>   the first open reservation in queue order: the record
      *>   turns held with the copy and date, collection at checkout
      *>   marks it filled, and the hold-shelf release run times out
      *>   the ones nobody collects. A borrower who asked for tape
      *>   or disc is passed over for a copy of the other format.
       CHECK-RESERVATION-HOLD.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           MOVE "N" TO HoldFoundSw
           MOVE LoanVideoCode TO CopyVideoCode
           MOVE LoanCopyNumber TO CopyNumber
           READ VideoCopyFile
               KEY IS CopyKey
               INVALID KEY MOVE SPACE TO CopyFormat
           END-READ
           MOVE LoanVideoCode TO ReserveVideoCode
           MOVE ZERO TO ReserveSeqNo
           START ReserveFile KEY IS NOT LESS THAN ReserveKey
               PERFORM UNTIL EndOfReserveFile OR HoldFound
                       OR ReserveVideoCode NOT = LoanVideoCode
                   IF ReserveIsOpen
                       AND (ReserveAnyFormat
                            OR (ReserveWantsTape AND CopyOnTape)
                            OR (ReserveWantsDisc AND CopyOnDisc))
                       PERFORM CLAIM-OPEN-RESERVATION
                   END-IF
                   IF NOT HoldFound AND NOT EndOfReserveFile
                       READ ReserveFile NEXT RECORD
                           AT END SET EndOfReserveFile TO TRUE
                       END-READ
               REWRITE ReserveRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) RESERVE STATUS : ", ReserveStatus
                   NOT INVALID KEY
                   SET DaiChanged TO TRUE
                   PERFORM WRITE-RESERVE-AFTER-IMAGE
               END-REWRITE
           END-IF.

      *>   the open reservation is re-read under lock before it is
      *>   claimed - a clerk at another terminal may be filling the
      *>   same one with a copy of their own. One taken or in use is
      *>   passed over and the scan carries on from just past it.
       CLAIM-OPEN-RESERVATION.
           MOVE ReserveKey TO ClaimReserveKey
           READ ReserveFile WITH LOCK
               KEY IS ReserveKey
               INVALID KEY CONTINUE
           END-READ
           IF ReserveFileOK AND ReserveIsOpen
               SET HoldFound TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF ReserveRecordInUse
               DISPLAY "..NEXT RESERVATION IN USE AT ANOTHER "
                   "TERMINAL - PASSED OVER.."
           END-IF
           MOVE ClaimReserveKey TO ReserveKey
           START ReserveFile KEY IS GREATER THAN ReserveKey
               INVALID KEY SET EndOfReserveFile TO TRUE
           END-START.

      *>   first run of all has no schedule file yet - the standing
      *>   counter rates stay in force. Per category the newest line
      *>   whose effective date has arrived wins, so a rate change
      *>   can sit on the file days before it applies.
       LOAD-FEE-SCHEDULE.
           MOVE 2.50 TO CatRentalRate(1, 1)
           MOVE 1.50 TO CatLateRate(1, 1)
           MOVE 35.00 TO CatReplace(1, 1)
           MOVE 1.50 TO CatRentalRate(2, 1)
           MOVE 1.00 TO CatLateRate(2, 1)
           MOVE 25.00 TO CatReplace(2, 1)
           MOVE 1.00 TO CatRentalRate(3, 1)
           MOVE 0.50 TO CatLateRate(3, 1)
           MOVE 15.00 TO CatReplace(3, 1)
      *>   a disc starts at the tape's standing rates until the
      *>   schedule says otherwise
           PERFORM VARYING CategoryIndex FROM 1 BY 1
                   UNTIL CategoryIndex > 3
               MOVE ZERO TO CatBestEffDate(CategoryIndex, 1)
               MOVE "N" TO CatBestExactSw(CategoryIndex, 1)
               MOVE FormatRateEntry(CategoryIndex, 1)
                   TO FormatRateEntry(CategoryIndex, 2)
           END-PERFORM
           CALL "Sub-BusinessDate" USING ScheduleLoadDate
           OPEN INPUT FeeScheduleFile
           IF FeeScheduleFound
               CLOSE FeeScheduleFile
           END-IF.

      *>   a line that doesn't parse, names no real category or
      *>   format, or is dated in the future is simply left out of
      *>   the running; a both-formats line is tried against each
       APPLY-ONE-SCHEDULE-LINE.
           MOVE ZERO TO CategoryIndex
           EVALUATE SchedCategory
               AND SchedRentalRate NUMERIC
               AND SchedLateFeeRate NUMERIC
               AND SchedReplaceAmount NUMERIC
               AND ValidSchedFormat
               AND SchedEffectiveFrom <= ScheduleLoadDate
               PERFORM VARYING FormatIndex FROM 1 BY 1
                       UNTIL FormatIndex > 2
                   IF SchedBothFormats
                       OR (SchedTapeOnly AND FormatIndex = 1)
                       OR (SchedDiscOnly AND FormatIndex = 2)
                       PERFORM APPLY-SCHEDULE-TO-FORMAT
                   END-IF
               END-PERFORM
           END-IF.

       APPLY-SCHEDULE-TO-FORMAT.
           IF SchedEffectiveFrom
                   > CatBestEffDate(CategoryIndex, FormatIndex)
               OR (SchedEffectiveFrom
                   = CatBestEffDate(CategoryIndex, FormatIndex)
                   AND (NOT SchedBothFormats OR NOT
                        CatBestExact(CategoryIndex, FormatIndex)))
               MOVE SchedRentalRate
                   TO CatRentalRate(CategoryIndex, FormatIndex)
               MOVE SchedLateFeeRate
                   TO CatLateRate(CategoryIndex, FormatIndex)
               MOVE SchedReplaceAmount
                   TO CatReplace(CategoryIndex, FormatIndex)
               MOVE SchedEffectiveFrom
                   TO CatBestEffDate(CategoryIndex, FormatIndex)
               IF SchedBothFormats
                   MOVE "N"
                       TO CatBestExactSw(CategoryIndex, FormatIndex)
               ELSE
                   MOVE "Y"
                       TO CatBestExactSw(CategoryIndex, FormatIndex)
               END-IF
           END-IF.

      *>   no rules on file leaves the standing rules in force
       LOAD-LOYALTY-RULES.
           OPEN INPUT LoyaltyRulesFile
           IF LoyaltyRulesFound
               READ LoyaltyRulesFile INTO LoyaltyRules
                   AT END CONTINUE
               END-READ
               CLOSE LoyaltyRulesFile
           END-IF.

      *>   every campaign still able to discount a loan out now,
      *>   in code order; a table too small for them all says so
      *>   rather than dropping one silently
       LOAD-PROMOTIONS.
           MOVE ZERO TO PromoCount
           COMPUTE PromoCutoffDate = ScheduleLoadDate - 10000
           OPEN INPUT PromoFile
           IF NOT PromoFileFound
               EXIT PARAGRAPH
           END-IF
           READ PromoFile NEXT RECORD
               AT END SET EndOfPromoFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfPromoFile
               IF PromoOpenEnded OR PromoEndDate >= PromoCutoffDate
                   IF PromoCount < PromoMax
                       ADD 1 TO PromoCount
                       MOVE PromoCode TO PtbCode(PromoCount)
                       MOVE PromoName TO PtbName(PromoCount)
                       MOVE PromoStartDate TO PtbStartDate(PromoCount)
                       IF PromoOpenEnded
                           MOVE 99999999 TO PtbEndDate(PromoCount)
                       ELSE
                           MOVE PromoEndDate TO PtbEndDate(PromoCount)
                       END-IF
                       MOVE PromoWeekdays TO PtbWeekdays(PromoCount)
                       MOVE PromoCategory TO PtbCategory(PromoCount)
                       MOVE PromoGenreCode TO PtbGenreCode(PromoCount)
                       MOVE PromoRuleType TO PtbRuleType(PromoCount)
                       MOVE PromoRuleValue TO PtbRuleValue(PromoCount)
                       MOVE PromoEveryNth TO PtbEveryNth(PromoCount)
                   ELSE
                       DISPLAY "..MORE THAN 50 CAMPAIGNS ON FILE - ",
                           PromoCode, " NOT APPLIED.."
                   END-IF
               END-IF
               READ PromoFile NEXT RECORD
                   AT END SET EndOfPromoFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE PromoFile.

      *>   a campaign qualifies when QualifyDate falls inside its
      *>   dates on one of its weekdays, and the title in VideoRecord
      *>   is in its category and genre (blank = any). Sunday is day
      *>   number MOD 7 = 0, per Sub-DateDayNumber's week anchoring.
       CHECK-PROMO-QUALIFIES.
           MOVE "N" TO PromoQualifiesSw
           IF QualifyDate < PtbStartDate(PromoIndex)
               OR QualifyDate > PtbEndDate(PromoIndex)
               EXIT PARAGRAPH
           END-IF
           IF PtbCategory(PromoIndex) NOT = SPACE
               AND PtbCategory(PromoIndex) NOT = VideoPriceCategory
               EXIT PARAGRAPH
           END-IF
           IF PtbGenreCode(PromoIndex) NOT = SPACES
               AND PtbGenreCode(PromoIndex) NOT = VideoGenreCode
               EXIT PARAGRAPH
           END-IF
           CALL "Sub-DateDayNumber" USING QualifyDate,
               QualifyDayNumber
           DIVIDE QualifyDayNumber BY 7 GIVING PromoWeekQuot
               REMAINDER PromoDayIndex
           IF PromoDayIndex = ZERO
               MOVE 7 TO PromoDayIndex
           END-IF
           IF PtbDayFlag(PromoIndex, PromoDayIndex) = "Y"
               SET PromoQualifies TO TRUE
           END-IF.

      *>   the single best discount any campaign gives the rental
      *>   part of this check-in, judged on the day the copy went
      *>   out - a free-rental award only counts when it was made on
      *>   this very loan. Never more than the rental itself; the
      *>   late fee is never discounted.
       FIND-BEST-PROMOTION.
           MOVE ZERO TO PromoDiscount BestPromoIndex
           MOVE "N" TO AwardValidSw
           IF NOT VideoFound OR RentalCharge = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE LoanKey TO PawLoanKey
           READ PromoAwardFile
               KEY IS PawLoanKey
               INVALID KEY CONTINUE
           END-READ
           IF PromoAwardFound
               IF PawLoanDate = LoanDate
                   AND PawBorrowerNumber = LoanBorrowerNumber
                   SET AwardValid TO TRUE
               END-IF
               DELETE PromoAwardFile RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF
           MOVE LoanDate TO QualifyDate
           PERFORM VARYING PromoIndex FROM 1 BY 1
                   UNTIL PromoIndex > PromoCount
               PERFORM CHECK-PROMO-QUALIFIES
               IF PromoQualifies
                   MOVE ZERO TO CandidateDiscount
                   EVALUATE PtbRuleType(PromoIndex)
                       WHEN "P"
                           COMPUTE CandidateDiscount ROUNDED =
                               RentalCharge * PtbRuleValue(PromoIndex)
                               / 100
                       WHEN "A"
                           MOVE PtbRuleValue(PromoIndex)
                               TO CandidateDiscount
                       WHEN "F"
                           IF AwardValid
                               AND PawPromoCode = PtbCode(PromoIndex)
                               MOVE RentalCharge TO CandidateDiscount
                           END-IF
                   END-EVALUATE
                   IF CandidateDiscount > RentalCharge
                       MOVE RentalCharge TO CandidateDiscount
                   END-IF
                   IF CandidateDiscount > PromoDiscount
                       MOVE CandidateDiscount TO PromoDiscount
                       MOVE PromoIndex TO BestPromoIndex
                   END-IF
               END-IF
           END-PERFORM.

      *>   which category's rates this check-in prices at - off the
      *>   copy's title on the catalog, with a space or unstamped
      *>   category priced as standard - and which format's, off the
      *>   copy's own inventory record
       SET-RATES-FOR-TITLE.
           MOVE LoanVideoCode TO VideoCode
           READ VideoFile
               WHEN OTHER
                   MOVE 2 TO CategoryIndex
           END-EVALUATE
           MOVE LoanVideoCode TO CopyVideoCode
           MOVE LoanCopyNumber TO CopyNumber
           READ VideoCopyFile
               KEY IS CopyKey
               INVALID KEY MOVE SPACE TO CopyFormat
           END-READ
           IF CopyOnDisc
               MOVE 2 TO FormatIndex
           ELSE
               MOVE 1 TO FormatIndex
           END-IF
           MOVE CatRentalRate(CategoryIndex, FormatIndex)
               TO RentalRatePerDay
           MOVE CatLateRate(CategoryIndex, FormatIndex)
               TO LateFeePerDay
           MOVE CatReplace(CategoryIndex, FormatIndex)
               TO ReplacementAmount
      *>   a box set is one copy on one loan, so it comes back as one
      *>   charge - at the set's own daily rate when one is keyed;
      *>   late fee and replacement stay with its category
           OPEN INPUT SeriesVolFile
           IF SeriesVolFileOK
               MOVE LoanVideoCode TO SvlVideoCode
               READ SeriesVolFile
                   KEY IS SvlVideoCode
                   INVALID KEY CONTINUE
               END-READ
               IF SeriesVolFound AND SvlIsBoxSet
                   AND SvlBoxDailyRate > ZERO
                   MOVE SvlBoxDailyRate TO RentalRatePerDay
               END-IF
               CLOSE SeriesVolFile
           END-IF.

      *>   days out times the daily rate, plus late days times the
      *>   late rate, both extended through Sub-ExtendAmount - the
               MOVE ZERO TO LateFeeCharge
           END-IF
           COMPUTE TotalCharge = RentalCharge + LateFeeCharge
           PERFORM FIND-BEST-PROMOTION
           COMPUTE NetCharge = TotalCharge - PromoDiscount

           DISPLAY "---- RECEIPT ----"
           DISPLAY "DAYS OUT      = ", DaysOut
           DISPLAY "RENTAL CHARGE = ", Prn-ChargeAmount
           MOVE LateFeeCharge TO Prn-ChargeAmount
           DISPLAY "LATE FEE      = ", Prn-ChargeAmount
           IF PromoDiscount > ZERO
               MOVE PromoDiscount TO Prn-ChargeAmount
               DISPLAY "PROMOTION     = -", Prn-ChargeAmount, " ",
                   PtbName(BestPromoIndex)
           END-IF
           MOVE NetCharge TO Prn-ChargeAmount
           DISPLAY "TOTAL DUE     = ", Prn-ChargeAmount
           DISPLAY "-----------------"

      *>   the charge is billed at its full price and the discount
      *>   credited beside it under its own entry type, so what a
      *>   campaign costs shows on its own line at cash-up and in
      *>   the ledger instead of hiding in the waivers; from here on
      *>   the total due is what is left to pay
           PERFORM WRITE-FEES-JOURNAL
           PERFORM POST-CHARGE-TO-ACCOUNT
           MOVE FeeJrnTaxAmount TO ReceiptTaxWork
           MOVE FeeJrnTaxCode TO RcpTaxCode
           MOVE FeeJrnTaxRate TO RcpTaxRate
           IF PromoDiscount > ZERO
               PERFORM WRITE-DISCOUNT-JOURNAL
               PERFORM POST-DISCOUNT-TO-ACCOUNT
               PERFORM WRITE-PROMO-USAGE
               MOVE FeeJrnTaxAmount TO DiscountTaxWork
               SUBTRACT DiscountTaxWork FROM ReceiptTaxWork
               MOVE NetCharge TO TotalCharge
           END-IF
           PERFORM OFFER-POINTS-REDEMPTION
           PERFORM WRITE-CUSTOMER-RECEIPT
           PERFORM OFFER-VOUCHER-REDEMPTION
           PERFORM OFFER-CASH-SETTLEMENT
           PERFORM EARN-LOYALTY-POINTS.

      *>   points pay off the rental the way a voucher pays off the
      *>   charge - but as money off the rental, LPR on the journal
      *>   beside the DSC discounts, never against a late fee. The
      *>   desk offers it only once the member holds the minimum,
      *>   and takes no more points than the rental left to pay.
       OFFER-POINTS-REDEMPTION.
           MOVE ZERO TO PointsRedeemed PointsRedeemValue
           IF DropBoxMode
               EXIT PARAGRAPH
           END-IF
           COMPUTE PointsRedeemCap = RentalCharge - PromoDiscount
           IF PointsRedeemCap > TotalCharge
               MOVE TotalCharge TO PointsRedeemCap
           END-IF
           IF PointsRedeemCap NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE LoanBorrowerNumber TO LoyBorrowerNumber
           READ LoyaltyFile
               KEY IS LoyBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF NOT LoyaltyFound
               EXIT PARAGRAPH
           END-IF
           IF LoyPointsBalance < LyrMinRedeem
               EXIT PARAGRAPH
           END-IF
           COMPUTE PointsWorth = LoyPointsBalance * LyrPointValue
           MOVE LoyPointsBalance TO Prn-Points
           MOVE PointsWorth TO Prn-ChargeAmount
           DISPLAY "LOYALTY POINTS ", Prn-Points, " WORTH ",
               Prn-ChargeAmount, " - REDEEM (Y/N) ? "
             WITH NO ADVANCING
           ACCEPT PointsReply
           IF NOT PointsWanted
               EXIT PARAGRAPH
           END-IF
           IF PointsWorth > PointsRedeemCap
               DIVIDE PointsRedeemCap BY LyrPointValue
                   GIVING PointsRedeemed
           ELSE
               MOVE LoyPointsBalance TO PointsRedeemed
           END-IF
           COMPUTE PointsRedeemValue = PointsRedeemed * LyrPointValue
           IF PointsRedeemValue = ZERO
               MOVE ZERO TO PointsRedeemed
               EXIT PARAGRAPH
           END-IF
           SUBTRACT PointsRedeemed FROM LoyPointsBalance
           ADD PointsRedeemed TO LoyRedeemedToDate
           MOVE ReturnDate TO LoyLastActivityDate
           REWRITE LoyaltyRecord
               INVALID KEY
               DISPLAY "(REWRITE) LOYALTY STATUS : ", LoyaltyStatus
           END-REWRITE
           MOVE "RDM" TO LlgType
           MOVE PointsRedeemed TO LlgPoints
           MOVE PointsRedeemValue TO LlgValue
           PERFORM WRITE-LOYALTY-LEDGER
           PERFORM WRITE-POINTS-JOURNAL
           PERFORM POST-POINTS-TO-ACCOUNT
           MOVE FeeJrnTaxAmount TO PointsTaxWork
           SUBTRACT PointsTaxWork FROM ReceiptTaxWork
           SUBTRACT PointsRedeemValue FROM TotalCharge
           MOVE PointsRedeemValue TO Prn-ChargeAmount
           DISPLAY "..POINTS APPLIED  = ", Prn-ChargeAmount
           MOVE TotalCharge TO Prn-ChargeAmount
           DISPLAY "..TOTAL STILL DUE = ", Prn-ChargeAmount.

      *>   a rental earns once it is paid - at the desk, in cash or
      *>   off a voucher. A charge left on the account, or booked
      *>   through the drop box, earns nothing; the member is not
      *>   rewarded for what they still owe.
       EARN-LOYALTY-POINTS.
           IF DropBoxMode
               EXIT PARAGRAPH
           END-IF
           IF CashStillDue > ZERO AND NOT CashTaken
               EXIT PARAGRAPH
           END-IF
           COMPUTE PointsEarnBase =
               RentalCharge - PromoDiscount - PointsRedeemValue
           IF PointsEarnBase NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE PointsEarned =
               PointsEarnBase * LyrEarnRate(CategoryIndex)
           IF PointsEarned = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE LoanBorrowerNumber TO LoyBorrowerNumber
           READ LoyaltyFile
               KEY IS LoyBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF LoyaltyFound
               ADD PointsEarned TO LoyPointsBalance
               ADD PointsEarned TO LoyEarnedToDate
               MOVE ReturnDate TO LoyLastActivityDate
               REWRITE LoyaltyRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) LOYALTY STATUS : ",
                       LoyaltyStatus
               END-REWRITE
           ELSE
               MOVE LoanBorrowerNumber TO LoyBorrowerNumber
               MOVE PointsEarned TO LoyPointsBalance
               MOVE PointsEarned TO LoyEarnedToDate
               MOVE ReturnDate TO LoyLastActivityDate
               MOVE ReturnDate TO LoyOpenedDate
               MOVE ZERO TO LoyRedeemedToDate LoyExpiredToDate
               WRITE LoyaltyRecord
                   INVALID KEY
                   DISPLAY "(WRITE) LOYALTY STATUS : ", LoyaltyStatus
               END-WRITE
           END-IF
           MOVE "ERN" TO LlgType
           MOVE PointsEarned TO LlgPoints
           MOVE PointsEarnBase TO LlgValue
           PERFORM WRITE-LOYALTY-LEDGER
           MOVE PointsEarned TO Prn-Points
           DISPLAY "..LOYALTY POINTS EARNED = ", Prn-Points
           MOVE LoyPointsBalance TO Prn-Points
           DISPLAY "..POINTS BALANCE NOW   = ", Prn-Points.

       WRITE-LOYALTY-LEDGER.
           MOVE ReturnDate TO LlgDate
           MOVE LoanBorrowerNumber TO LlgBorrower
           MOVE LoanVideoCode TO LlgVideoCode
           MOVE LoyPointsBalance TO LlgBalanceAfter
           MOVE SignedOnOperator TO LlgOperatorId
           WRITE LoyaltyLedgerFlatLine FROM LoyaltyLedgerLine.

      *>   the points' money off, LPR on the journal - in the rental
      *>   column like a DSC discount, since it is the rental it paid
       WRITE-POINTS-JOURNAL.
           MOVE ReturnDate TO FeeJrnDate
           MOVE "LPR" TO FeeJrnType
           MOVE LoanVideoCode TO FeeJrnVideoCode
           MOVE LoanBorrowerNumber TO FeeJrnBorrower
           MOVE ZEROS TO FeeJrnDaysOut
           MOVE PointsRedeemValue TO FeeJrnRental
           MOVE ZEROS TO FeeJrnLateFee
           MOVE PointsRedeemValue TO FeeJrnTotal
           MOVE SignedOnOperator TO FeeJrnOperatorId
           MOVE SPACES TO FeeJrnApproverId
           MOVE TerminalBranch TO FeeJrnBranchCode
           CALL "Sub-JournalTax" USING FeesJournalLine
           WRITE FeesJournalFlatLine FROM FeesJournalLine.

       POST-POINTS-TO-ACCOUNT.
           MOVE ReturnDate TO AcctDate
           MOVE LoanBorrowerNumber TO AcctBorrowerNumber
           SET AcctIsCredit TO TRUE
           MOVE "LPR" TO AcctEntryType
           MOVE LoanVideoCode TO AcctVideoCode
           MOVE PointsRedeemValue TO AcctAmount
           PERFORM WRITE-ACCOUNT-POSTING.

      *>   a voucher's remaining balance pays the charge down before
      *>   cash is asked for - the redemption goes on the journal
               KEY IS VoucherNumber
               INVALID KEY CONTINUE
           END-READ
      *>   a voucher is good up to and including its expiry day;
      *>   one sold before vouchers expired carries no date
           CALL "Sub-BusinessDate" USING BusinessDate
           EVALUATE TRUE
               WHEN NOT VoucherFound
                   DISPLAY "..NO SUCH VOUCHER ON FILE.."
               WHEN VoucherExpired
                   DISPLAY "..VOUCHER EXPIRED ", VoucherExpiryDate,
                       " - BALANCE CLOSED.."
               WHEN NOT VoucherIsOpen
                   DISPLAY "..VOUCHER FULLY REDEEMED ALREADY.."
               WHEN NOT VoucherNeverExpires
                   AND VoucherExpiryDate < BusinessDate
                   DISPLAY "..VOUCHER EXPIRED ", VoucherExpiryDate,
                       " - CANNOT BE REDEEMED.."
               WHEN VoucherRemaining = ZERO
                   DISPLAY "..NOTHING LEFT ON THAT VOUCHER.."
               WHEN OTHER
           MOVE CashStillDue TO FeeJrnTotal
           MOVE SignedOnOperator TO FeeJrnOperatorId
           MOVE SPACES TO FeeJrnApproverId
           MOVE TerminalBranch TO FeeJrnBranchCode
           CALL "Sub-JournalTax" USING FeesJournalLine
           WRITE FeesJournalFlatLine FROM FeesJournalLine.

       POST-CASH-TO-ACCOUNT.
           MOVE RedeemAmount TO FeeJrnTotal
           MOVE SignedOnOperator TO FeeJrnOperatorId
           MOVE SPACES TO FeeJrnApproverId
           MOVE TerminalBranch TO FeeJrnBranchCode
           CALL "Sub-JournalTax" USING FeesJournalLine
           WRITE FeesJournalFlatLine FROM FeesJournalLine.

       POST-REDEMPTION-TO-ACCOUNT.
           MOVE "LATE FEE      = " TO RcpAmountLabel
           MOVE LateFeeCharge TO RcpAmount
           WRITE ReceiptLine FROM ReceiptAmountLine
           IF PromoDiscount > ZERO
               MOVE "PROMOTION     -" TO RcpAmountLabel
               MOVE PromoDiscount TO RcpAmount
               WRITE ReceiptLine FROM ReceiptAmountLine
               MOVE PtbName(BestPromoIndex) TO RcpPromoName
               WRITE ReceiptLine FROM ReceiptPromoLine
           END-IF
           IF PointsRedeemValue > ZERO
               MOVE "LOYALTY PTS   -" TO RcpAmountLabel
               MOVE PointsRedeemValue TO RcpAmount
               WRITE ReceiptLine FROM ReceiptAmountLine
           END-IF
           MOVE "TOTAL DUE     = " TO RcpAmountLabel
           MOVE TotalCharge TO RcpAmount
           WRITE ReceiptLine FROM ReceiptAmountLine
           MOVE ReceiptTaxWork TO RcpTaxAmount
           WRITE ReceiptLine FROM ReceiptTaxLine
           WRITE ReceiptLine FROM ReceiptRuleLine
           MOVE SPACES TO ReceiptLine
           WRITE ReceiptLine.
           MOVE TotalCharge TO FeeJrnTotal
           MOVE SignedOnOperator TO FeeJrnOperatorId
           MOVE SPACES TO FeeJrnApproverId
           MOVE TerminalBranch TO FeeJrnBranchCode
           CALL "Sub-JournalTax" USING FeesJournalLine
           WRITE FeesJournalFlatLine FROM FeesJournalLine.

      *>   the campaign's discount, DSC on the journal - the rental
      *>   it came off in the rental column, so the ledger can set it
      *>   against rental income
       WRITE-DISCOUNT-JOURNAL.
           MOVE ReturnDate TO FeeJrnDate
           MOVE "DSC" TO FeeJrnType
           MOVE LoanVideoCode TO FeeJrnVideoCode
           MOVE LoanBorrowerNumber TO FeeJrnBorrower
           MOVE ZEROS TO FeeJrnDaysOut
           MOVE PromoDiscount TO FeeJrnRental
           MOVE ZEROS TO FeeJrnLateFee
           MOVE PromoDiscount TO FeeJrnTotal
           MOVE SignedOnOperator TO FeeJrnOperatorId
           MOVE SPACES TO FeeJrnApproverId
           MOVE TerminalBranch TO FeeJrnBranchCode
           CALL "Sub-JournalTax" USING FeesJournalLine
           WRITE FeesJournalFlatLine FROM FeesJournalLine.

       POST-DISCOUNT-TO-ACCOUNT.
           MOVE ReturnDate TO AcctDate
           MOVE LoanBorrowerNumber TO AcctBorrowerNumber
           SET AcctIsCredit TO TRUE
           MOVE "DSC" TO AcctEntryType
           MOVE LoanVideoCode TO AcctVideoCode
           MOVE PromoDiscount TO AcctAmount
           PERFORM WRITE-ACCOUNT-POSTING.

       WRITE-PROMO-USAGE.
           MOVE ReturnDate TO PusDate
           MOVE PtbCode(BestPromoIndex) TO PusPromoCode
           MOVE LoanVideoCode TO PusVideoCode
           MOVE LoanBorrowerNumber TO PusBorrower
           MOVE LoanDate TO PusLoanDate
           MOVE RentalCharge TO PusRental
           MOVE PromoDiscount TO PusDiscount
           MOVE SignedOnOperator TO PusOperatorId
           WRITE PromoUsageFlatLine FROM PromoUsageLine.

      *>   the same charge posts to the borrower's account as a
      *>   debit, so a borrower who hasn't the cash owes the account
      *>   instead of an IOU - BORROWER-ACCOUNT takes the payments
               OPEN OUTPUT BorrowerAccountFile
           END-IF
           WRITE BorrowerAccountFlatLine FROM BorrowerAccountRecord
           CLOSE BorrowerAccountFile
           SET DaiAdded TO TRUE
           MOVE "BORRACCT" TO DaiFileTag
           MOVE BorrowerAccountRecord TO DaiImage
           PERFORM WRITE-AFTER-IMAGE.

       WRITE-LOAN-AFTER-IMAGE.
           MOVE "VIDEOLN" TO DaiFileTag
           MOVE VideoLoanRecord TO DaiImage
           PERFORM WRITE-AFTER-IMAGE.

       WRITE-COPY-AFTER-IMAGE.
           MOVE "VIDCOPY" TO DaiFileTag
           MOVE VideoCopyRecord TO DaiImage
           PERFORM WRITE-AFTER-IMAGE.

       WRITE-RESERVE-AFTER-IMAGE.
           MOVE "RESERVE" TO DaiFileTag
           MOVE ReserveRecord TO DaiImage
           PERFORM WRITE-AFTER-IMAGE.

      *>   opened for one line and closed again, like the account
      *>   postings, so every terminal's lines land in the order the
      *>   changes were made. The stamp is the machine clock, not the
      *>   business date - the replay is cut off in real time.
       WRITE-AFTER-IMAGE.
           ACCEPT DaiStampDate FROM DATE YYYYMMDD
           ACCEPT DaiStampTime FROM TIME
           MOVE SignedOnOperator TO DaiOperatorId
           OPEN EXTEND AfterImageFile
           IF AfterImageMissing
               OPEN OUTPUT AfterImageFile
           END-IF
           WRITE AfterImageFlatLine FROM DeskAfterImageRecord
           CLOSE AfterImageFile.

      *>   the completed loan is preserved on LOAN-HISTORY.DAT before
      *>   the open-loan record is DELETEd, so "how often does this
