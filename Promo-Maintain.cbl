       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMO-MAINTAIN.
      *> Capture and maintain the discount campaigns on PROMO.DAT
      *> (PROMOREC.cpy) - "half price on Tuesdays", "third classic
      *> free" and the like - so the check-in applies them itself
      *> instead of the desk keying a waiver through FEES-ADJUSTMENT
      *> for every rental. Senior or better only: a campaign gives
      *> the shop's money away. Each campaign carries its dates, the
      *> weekdays it runs, the price category and genre it covers
      *> (genre checked on IDXGENRE.DAT) and its discount rule. A
      *> campaign is ended by keying its end date, never deleted, so
      *> PROMO-CAMPAIGNREPORT can always report on it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PromoFile ASSIGN TO "PROMO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PromoCode
             FILE STATUS IS PromoStatus.

           SELECT GenreFile ASSIGN TO "IDXGENRE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS GenreCode
             FILE STATUS IS GenreFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PromoFile.
           COPY PROMOREC.

       FD  GenreFile.
           COPY GENREREC.

       WORKING-STORAGE SECTION.
       01  PromoStatus         PIC X(2).
           88  PromoFound      VALUE "00".
           88  PromoFileMissing    VALUE "35".
       01  GenreFileStatus     PIC X(2).
           88  GenreFound      VALUE "00".

       01  MaintAction         PIC 9.
           88  AddAction       VALUE 1.
           88  EndAction       VALUE 2.
           88  ListAction      VALUE 3.
           88  QuitMaintenance VALUE 9.

       01  BusinessDate        PIC 9(8).
       01  KeyedDate           PIC 9(8).
       01  DateCheckResult     PIC 9.
           88  DateIsValid     VALUE 0.
      *>   8 = beyond today, which a campaign keyed ahead of its
      *>   launch is allowed to be
           88  DateIsFuture    VALUE 8.

      *> the campaign being keyed, held apart until every field has
      *> passed its check
       01  KeyedCode           PIC X(6).
       01  KeyedName           PIC X(20).
       01  NewStartDate        PIC 9(8).
       01  NewEndDate          PIC 9(8).
       01  KeyedWeekdays.
           03  KeyedDayFlag    PIC X OCCURS 7 TIMES.
       01  DayIndex            PIC 9.
       01  RunDayCount         PIC 9.
       01  WeekdaysBadSw       PIC X.
           88  WeekdaysBad     VALUE "Y".
       01  KeyedCategory       PIC X.
           88  ValidKeyedCategory  VALUE "N" "S" "C" " ".
       01  KeyedGenre          PIC X(3).
       01  KeyedRuleType       PIC X.
       01  KeyedRuleValue      PIC 9(3)V99.
       01  KeyedEveryNth       PIC 9.
       01  ListedCount         PIC 9(3).

       01  PromoDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlCode         PIC X(6).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlName         PIC X(20).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlStartDate    PIC 9(8).
           03  FILLER          PIC X VALUE "-".
           03  DtlEndDate      PIC X(8).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlWeekdays     PIC X(7).
           03  FILLER          PIC X(5) VALUE " CAT=".
           03  DtlCategory     PIC X.
           03  FILLER          PIC X(7) VALUE " GENRE=".
           03  DtlGenre        PIC X(3).
           03  FILLER          PIC X(6) VALUE " RULE=".
           03  DtlRuleType     PIC X.
           03  FILLER          PIC X VALUE SPACE.
           03  DtlRuleValue    PIC ZZ9.99.
           03  FILLER          PIC X(3) VALUE " N=".
           03  DtlEveryNth     PIC 9.

      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".

      *> who is signed on at this session, and the role the sign-on
      *> handed back - a campaign gives money away, so senior or
      *> better only
       01  SignedOnOperator    PIC X(4) VALUE SPACES.
       01  SignOnResult        PIC X VALUE "N".
           88  SignOnOk        VALUE "Y".
       01  SignedOnRole        PIC X VALUE "C".
           88  SignedOnSenior      VALUE "S".
           88  SignedOnSupervisor  VALUE "V".
       01  RefusalProgram      PIC X(20).
       01  RefusalFunction     PIC X(14).

       PROCEDURE DIVISION.
       BEGIN.
      *>   working storage keeps its last-used state between CALLs
      *>   from the counter menu, so the quit value must be cleared
      *>   or a second visit would fall straight through the loop
           MOVE 0 TO MaintAction
           CALL "Sub-OperatorSignOn" USING SignedOnOperator,
               SignOnResult, SignedOnRole
           IF NOT SignOnOk
               DISPLAY "..SIGN-ON REFUSED.."
               GOBACK
           END-IF
           IF NOT SignedOnSenior AND NOT SignedOnSupervisor
               DISPLAY "..SENIOR ROLE REQUIRED - REFUSED.."
               MOVE "PROMO-MAINTAIN" TO RefusalProgram
               MOVE "PROMO-EDIT" TO RefusalFunction
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
           CALL "Sub-BusinessDate" USING BusinessDate
           OPEN I-O PromoFile
           IF PromoFileMissing
               CLOSE PromoFile
               OPEN OUTPUT PromoFile
               CLOSE PromoFile
               OPEN I-O PromoFile
           END-IF
           OPEN INPUT GenreFile

           PERFORM DO-MAINTENANCE UNTIL QuitMaintenance

           CLOSE PromoFile, GenreFile
           GOBACK.

       DO-MAINTENANCE.
           DISPLAY "CHOOSE: ADD CAMPAIGN=1, END CAMPAIGN=2, "
             "LIST ALL=3, QUIT=9 : " WITH NO ADVANCING.
           ACCEPT MaintAction.

           IF AddAction
               PERFORM ADD-CAMPAIGN
           END-IF
           IF EndAction
               PERFORM END-CAMPAIGN
           END-IF
           IF ListAction
               PERFORM LIST-CAMPAIGNS
           END-IF.

      *>   every field validated before the record is written
       ADD-CAMPAIGN.
           DISPLAY "ENTER CAMPAIGN CODE(6) : " WITH NO ADVANCING
           ACCEPT KeyedCode
           IF KeyedCode = SPACES
               DISPLAY "..A CAMPAIGN CODE IS REQUIRED.."
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedCode TO PromoCode
           READ PromoFile
               KEY IS PromoCode
               INVALID KEY CONTINUE
           END-READ
           IF PromoFound
               DISPLAY "..THAT CAMPAIGN CODE IS ALREADY ON FILE.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER CAMPAIGN NAME(20) : " WITH NO ADVANCING
           ACCEPT KeyedName
           IF KeyedName = SPACES
               DISPLAY "..A CAMPAIGN NAME IS REQUIRED.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER START DATE(YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT KeyedDate
           CALL "Sub-DateValidate-V2" USING KeyedDate,
               DateCheckResult
           IF NOT DateIsValid AND NOT DateIsFuture
               DISPLAY "..NOT A VALID DATE, REASON CODE ",
                   DateCheckResult, ".."
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedDate TO NewStartDate
           DISPLAY "ENTER END DATE(YYYYMMDD, 0 = OPEN-ENDED) : "
             WITH NO ADVANCING
           ACCEPT KeyedDate
           IF KeyedDate NOT = ZERO
               CALL "Sub-DateValidate-V2" USING KeyedDate,
                   DateCheckResult
               IF NOT DateIsValid AND NOT DateIsFuture
                   DISPLAY "..NOT A VALID DATE, REASON CODE ",
                       DateCheckResult, ".."
                   EXIT PARAGRAPH
               END-IF
               IF KeyedDate < NewStartDate
                   DISPLAY "..END DATE IS BEFORE THE START DATE.."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE KeyedDate TO NewEndDate
           DISPLAY "ENTER WEEKDAYS RUN, MON TO SUN(Y/N X 7) : "
             WITH NO ADVANCING
           ACCEPT KeyedWeekdays
           PERFORM CHECK-KEYED-WEEKDAYS
           IF WeekdaysBad
               DISPLAY "..SEVEN Y/N FLAGS, AT LEAST ONE Y.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER PRICE CATEGORY(N/S/C, SPACE = ANY) : "
             WITH NO ADVANCING
           ACCEPT KeyedCategory
           IF NOT ValidKeyedCategory
               DISPLAY "..CATEGORY MUST BE N, S, C OR SPACE.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER GENRE CODE(3, SPACES = ANY) : "
             WITH NO ADVANCING
           ACCEPT KeyedGenre
           IF KeyedGenre NOT = SPACES
               MOVE KeyedGenre TO GenreCode
               READ GenreFile
                   INVALID KEY CONTINUE
               END-READ
               IF NOT GenreFound
                   DISPLAY "..NO SUCH GENRE ON FILE.."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "ENTER RULE(P = PER CENT OFF, A = AMOUNT OFF, "
             "F = EVERY NTH FREE) : " WITH NO ADVANCING
           ACCEPT KeyedRuleType
           MOVE ZERO TO KeyedRuleValue KeyedEveryNth
           EVALUATE KeyedRuleType
               WHEN "P"
                   DISPLAY "ENTER PER CENT OFF THE RENTAL(NNN.NN) : "
                     WITH NO ADVANCING
                   ACCEPT KeyedRuleValue
                   IF KeyedRuleValue = ZERO OR KeyedRuleValue > 100
                       DISPLAY "..PER CENT MUST BE 0.01 TO 100.00.."
                       EXIT PARAGRAPH
                   END-IF
               WHEN "A"
                   DISPLAY "ENTER AMOUNT OFF THE RENTAL(NNN.NN) : "
                     WITH NO ADVANCING
                   ACCEPT KeyedRuleValue
                   IF KeyedRuleValue = ZERO
                       DISPLAY "..AN AMOUNT OFF IS REQUIRED.."
                       EXIT PARAGRAPH
                   END-IF
               WHEN "F"
                   DISPLAY "ENTER WHICH COPY IN THE BASKET IS FREE"
                     "(2-9) : " WITH NO ADVANCING
                   ACCEPT KeyedEveryNth
                   IF KeyedEveryNth < 2
                       DISPLAY "..EVERY 2ND TO EVERY 9TH ONLY.."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "..RULE MUST BE P, A OR F.."
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE KeyedCode TO PromoCode
           MOVE KeyedName TO PromoName
           MOVE NewStartDate TO PromoStartDate
           MOVE NewEndDate TO PromoEndDate
           MOVE KeyedWeekdays TO PromoWeekdays
           MOVE KeyedCategory TO PromoCategory
           MOVE KeyedGenre TO PromoGenreCode
           MOVE KeyedRuleType TO PromoRuleType
           MOVE KeyedRuleValue TO PromoRuleValue
           MOVE KeyedEveryNth TO PromoEveryNth
           MOVE BusinessDate TO PromoKeyedDate
           MOVE SignedOnOperator TO PromoKeyedBy
           WRITE PromoRecord
               INVALID KEY
               DISPLAY "(WRITE) CAMPAIGN STATUS = ", PromoStatus
           END-WRITE
           IF PromoFound
               DISPLAY "..CAMPAIGN ADDED.."
           END-IF.

       CHECK-KEYED-WEEKDAYS.
           MOVE "N" TO WeekdaysBadSw
           MOVE ZERO TO RunDayCount
           PERFORM VARYING DayIndex FROM 1 BY 1 UNTIL DayIndex > 7
               EVALUATE KeyedDayFlag(DayIndex)
                   WHEN "Y"
                   WHEN "y"
                       MOVE "Y" TO KeyedDayFlag(DayIndex)
                       ADD 1 TO RunDayCount
                   WHEN "N"
                   WHEN "n"
                       MOVE "N" TO KeyedDayFlag(DayIndex)
                   WHEN OTHER
                       SET WeekdaysBad TO TRUE
               END-EVALUATE
           END-PERFORM
           IF RunDayCount = ZERO
               SET WeekdaysBad TO TRUE
           END-IF.

      *>   the campaign stays on file for its report; only its end
      *>   date moves
       END-CAMPAIGN.
           DISPLAY "ENTER CAMPAIGN CODE(6) : " WITH NO ADVANCING
           ACCEPT PromoCode
           READ PromoFile
               KEY IS PromoCode
               INVALID KEY CONTINUE
           END-READ
           IF NOT PromoFound
               DISPLAY "..NO SUCH CAMPAIGN ON FILE.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CAMPAIGN : ", PromoName
           DISPLAY "ENTER END DATE(YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT KeyedDate
           CALL "Sub-DateValidate-V2" USING KeyedDate,
               DateCheckResult
           IF NOT DateIsValid AND NOT DateIsFuture
               DISPLAY "..NOT A VALID DATE, REASON CODE ",
                   DateCheckResult, ".."
               EXIT PARAGRAPH
           END-IF
           IF KeyedDate < PromoStartDate
               DISPLAY "..END DATE IS BEFORE THE START DATE.."
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedDate TO PromoEndDate
           MOVE BusinessDate TO PromoKeyedDate
           MOVE SignedOnOperator TO PromoKeyedBy
           REWRITE PromoRecord
               INVALID KEY
               DISPLAY "(REWRITE) CAMPAIGN STATUS = ", PromoStatus
           END-REWRITE
           IF PromoFound
               DISPLAY "..CAMPAIGN ENDED.."
           END-IF.

       LIST-CAMPAIGNS.
           MOVE ZERO TO ListedCount
           MOVE LOW-VALUES TO PromoCode
           START PromoFile KEY IS NOT LESS THAN PromoCode
               INVALID KEY CONTINUE
           END-START
           IF PromoFound
               READ PromoFile NEXT RECORD
                   AT END SET EndOfPromoFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPromoFile
                   ADD 1 TO ListedCount
                   MOVE PromoCode TO DtlCode
                   MOVE PromoName TO DtlName
                   MOVE PromoStartDate TO DtlStartDate
                   IF PromoOpenEnded
                       MOVE "OPEN" TO DtlEndDate
                   ELSE
                       MOVE PromoEndDate TO DtlEndDate
                   END-IF
                   MOVE PromoWeekdays TO DtlWeekdays
                   MOVE PromoCategory TO DtlCategory
                   MOVE PromoGenreCode TO DtlGenre
                   MOVE PromoRuleType TO DtlRuleType
                   MOVE PromoRuleValue TO DtlRuleValue
                   MOVE PromoEveryNth TO DtlEveryNth
                   DISPLAY PromoDetailLine
                   READ PromoFile NEXT RECORD
                       AT END SET EndOfPromoFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF ListedCount = ZERO
               DISPLAY "..NO CAMPAIGNS ON FILE.."
           END-IF.
