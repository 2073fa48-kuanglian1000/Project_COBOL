       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWARRIVALS-BULLETIN.
      *> Weekly new-arrivals bulletin, each member's copy cut to the
      *> kinds of film they actually rent. The titles first received
      *> in the last seven days are taken off DELIVERY-NOTES.DAT - a
      *> title received before the week as well is a restock, not a
      *> new arrival - and grouped by their genre on IDXVIDEO.DAT,
      *> named off IDXGENRE.DAT. Each member's favourite genres come
      *> off a year of LOAN-HISTORY.DAT: one sort by borrower and
      *> genre, the SORT ... INPUT PROCEDURE ... GIVING shape
      *> TITLE-SUGGESTBUILD uses, and the three genres most rented
      *> are their favourites. A member with new arrivals in any of
      *> them is sent a bulletin listing those titles, addressed
      *> from BORROWER.DAT the way OVERDUE-NOTICES addresses its
      *> letters, to ARRIVALS-BULLETIN.DAT - unless they have opted
      *> out on their borrower record, or their membership has
      *> lapsed. A member who has rented nothing in the year is not
      *> active and has no favourites to go on.
      *> Every title advertised to a member is kept on
      *> ARRIVALS-SENT.DAT (ARRSENT.cpy). Once two weeks have gone
      *> by, a second sort puts those lines beside the member's
      *> loans (LOAN-HISTORY.DAT and VIDEOLOAN.DAT) and reservations
      *> (RESERVE.DAT) of the same titles, and the report counts how
      *> many were rented or reserved within the two weeks. The log
      *> on file is set aside as ARRIVALS-SENT.PRV before it is
      *> replaced, so a rerun the same night follows up the same
      *> lines again. Report to ARRIVALS-RPT.DAT - the week's new
      *> titles by genre, the bulletins sent per genre, and the
      *> take-up - filed in the report vault.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DeliveryNoteFile ASSIGN TO "DELIVERY-NOTES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DeliveryNoteStatus.

           SELECT LoanHistoryFile ASSIGN TO "LOAN-HISTORY.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HistoryStatus.

           SELECT VideoLoanFile ASSIGN TO "VIDEOLOAN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LoanKey
             FILE STATUS IS LoanStatus.

           SELECT ReserveFile ASSIGN TO "RESERVE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ReserveKey
             FILE STATUS IS ReserveStatus.

           SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VideoCode
             ALTERNATE RECORD KEY IS VideoTitle
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS VideoSupplierCode
               WITH DUPLICATES
             FILE STATUS IS VideoStatus.

           SELECT GenreFile ASSIGN TO "IDXGENRE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS GenreCode
             FILE STATUS IS GenreFileStatus.

           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS BorrowerKey
             FILE STATUS IS BorrowerStatus.

           SELECT BorrowerGenreFile ASSIGN TO "ARRIVALS-GENRES.TEMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BorrowerGenreStatus.

           SELECT FollowFile ASSIGN TO "ARRIVALS-FOLLOW.TEMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FollowFileStatus.

           SELECT GenreWorkFile ASSIGN TO "WORK.TEMP"
             FILE STATUS IS GenreWorkStatus.

           SELECT FollowWorkFile ASSIGN TO "WORK2.TEMP"
             FILE STATUS IS FollowWorkStatus.

           SELECT SentFile ASSIGN TO "ARRIVALS-SENT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SentStatus.

           SELECT PrevSentFile ASSIGN TO "ARRIVALS-SENT.PRV"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PrevSentStatus.

           SELECT LetterFile ASSIGN TO "ARRIVALS-BULLETIN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LetterStatus.

           SELECT ReportFile ASSIGN TO "ARRIVALS-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  DeliveryNoteFile.
       01  DeliveryNoteFlatLine    PIC X(46).
           88  EndOfDeliveryFlat   VALUE HIGH-VALUES.

       FD  LoanHistoryFile.
       01  HistoryFlatLine     PIC X(63).
           88  EndOfHistoryFlat    VALUE HIGH-VALUES.

       FD  VideoLoanFile.
           COPY LOANREC.

       FD  ReserveFile.
           COPY RESERVREC.

       FD  VideoFile.
           COPY VIDEOREC.

       FD  GenreFile.
           COPY GENREREC.

       FD  BorrowerFile.
           COPY BORROWREC.

       FD  BorrowerGenreFile.
       01  BorrowerGenreRec.
           88  EndOfBorrowerGenres VALUE HIGH-VALUES.
           03  BgBorrowerNumber    PIC 9(4).
           03  BgGenreCode         PIC X(3).

       FD  FollowFile.
       01  FollowRec.
           88  EndOfFollowFile     VALUE HIGH-VALUES.
           03  FlwBorrowerNumber   PIC 9(4).
           03  FlwVideoCode        PIC 9(5).
           03  FlwKind             PIC X.
               88  FlwIsSend       VALUE "1".
           03  FlwDate             PIC 9(8).
           03  FlwGenreCode        PIC X(3).

       SD  GenreWorkFile.
       01  GenreWorkRec.
           03  gBorrowerNumber     PIC 9(4).
           03  gGenreCode          PIC X(3).

      *> a sent line sorts ahead of the member's loans and
      *> reservations of the same title
       SD  FollowWorkFile.
       01  FollowWorkRec.
           03  fBorrowerNumber     PIC 9(4).
           03  fVideoCode          PIC 9(5).
           03  fKind               PIC X.
           03  fDate               PIC 9(8).
           03  fGenreCode          PIC X(3).

       FD  SentFile.
       01  SentFlatLine        PIC X(23).
           88  EndOfSentFlat       VALUE HIGH-VALUES.

       FD  PrevSentFile.
       01  PrevSentFlatLine    PIC X(23).
           88  EndOfPrevSentFlat   VALUE HIGH-VALUES.

       FD  LetterFile.
       01  LetterLine  PIC X(60).

       FD  ReportFile.
       01  ReportLine  PIC X(100).

       WORKING-STORAGE SECTION.
           COPY DELNOTE.
           COPY LOANHIST.
           COPY ARRSENT.

       01  DeliveryNoteStatus  PIC X(2).
           88  DeliveryNotesOK VALUE "00".
       01  HistoryStatus       PIC X(2).
           88  HistoryFileOK   VALUE "00".
       01  LoanStatus          PIC X(2).
           88  LoanFileOK      VALUE "00".
       01  ReserveStatus       PIC X(2).
           88  ReserveFileOK   VALUE "00".
       01  VideoStatus         PIC X(2).
           88  VideoFileOK     VALUE "00".
           88  VideoFound      VALUE "00".
       01  GenreFileStatus     PIC X(2).
           88  GenreFileOK     VALUE "00".
           88  GenreFound      VALUE "00".
       01  BorrowerStatus      PIC X(2).
           88  BorrowerFileOK  VALUE "00".
           88  BorrowerFound   VALUE "00".
       01  BorrowerKey         PIC 9(4).
       01  BorrowerGenreStatus PIC X(2).
           88  BorrowerGenreOK VALUE "00".
       01  FollowFileStatus    PIC X(2).
           88  FollowFileOK    VALUE "00".
       01  GenreWorkStatus     PIC X(2).
           88  GenreWorkOK     VALUE "00".
       01  FollowWorkStatus    PIC X(2).
           88  FollowWorkOK    VALUE "00".
       01  SentStatus          PIC X(2).
           88  SentFileOK      VALUE "00".
       01  PrevSentStatus      PIC X(2).
           88  PrevSentOK      VALUE "00".
       01  LetterStatus        PIC X(2).
           88  LetterFileOK    VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".
       01  VideoFileOpenSw     PIC X VALUE "N".
           88  VideoFileIsOpen VALUE "Y".
       01  GenreFileOpenSw     PIC X VALUE "N".
           88  GenreFileIsOpen VALUE "Y".
       01  SentFileOpenSw      PIC X VALUE "N".
           88  SentFileIsOpen  VALUE "Y".

      *> the shop's standing rules: a week of deliveries, a year of
      *> loans for the favourites, the three genres most rented,
      *> and two weeks for the member to take a title up
       01  ArrivalsWindowDays  PIC 9(3) VALUE 7.
       01  FavouriteWindowDays PIC 9(3) VALUE 365.
       01  TopGenreMax         PIC 9 VALUE 3.
       01  TakeUpDays          PIC 9(3) VALUE 14.

       01  BusinessDate        PIC 9(8).
       01  TodayDayNumber      PIC 9(7).
       01  LineDayNumber       PIC 9(7).
       01  DateWork            PIC 9(8).

      *> the titles received this week - a title also received
      *> before the week is marked and left out
       01  NewTitleTable.
           03  NewTitleEntry       OCCURS 300 TIMES.
               05  NtlVideoCode    PIC 9(5).
               05  NtlTitle        PIC X(40).
               05  NtlGenreCode    PIC X(3).
               05  NtlCopies       PIC 9(4).
               05  NtlEarlierSw    PIC X.
                   88  NtlReceivedBefore   VALUE "Y".
       01  NewTitleCount       PIC 9(3) VALUE ZERO.
       01  NewTitleIndex       PIC 9(3).
       01  NewTitleFullSw      PIC X VALUE "N".
           88  NewTitleTableFull   VALUE "Y".
       01  ArrivalCount        PIC 9(3) VALUE ZERO.

      *> every genre the run meets - this week's arrivals and the
      *> titles being followed up - with its counts
       01  GenreTable.
           03  GenreEntry          OCCURS 100 TIMES.
               05  GntCode         PIC X(3).
               05  GntName         PIC X(20).
               05  GntTitles       PIC 9(3).
               05  GntBulletins    PIC 9(5).
               05  GntAdvertised   PIC 9(4).
               05  GntTitlesTaken  PIC 9(4).
               05  GntOffers       PIC 9(6).
               05  GntTakeUps      PIC 9(6).
       01  GenreCount          PIC 9(3) VALUE ZERO.
       01  GenreIndex          PIC 9(3).
       01  WantedGenre         PIC X(3).
       01  GenreFullSw         PIC X VALUE "N".
           88  GenreTableFull  VALUE "Y".

      *> one member's favourites off the sorted genre file, most
      *> rented first; a tie keeps the genre met first
       01  TopGenreTable.
           03  TopGenreEntry       OCCURS 3 TIMES.
               05  TopGenreCode    PIC X(3).
               05  TopGenreLoans   PIC 9(5).
               05  TopGenreSlot    PIC 9(3).
       01  TopIndex            PIC 9.
       01  TopHoldCode         PIC X(3).
       01  TopHoldLoans        PIC 9(5).
       01  PriorBorrower       PIC 9(4) VALUE ZERO.
       01  PriorGenre          PIC X(3).
       01  GenreRunCount       PIC 9(5).
       01  FirstBlockSw        PIC X VALUE "Y".
           88  FirstBlock      VALUE "Y".
       01  ArrivalMatchSw      PIC X.
           88  ArrivalMatched  VALUE "Y".

      *> the titles whose two weeks are up, and what came of them
       01  FollowTitleTable.
           03  FollowTitleEntry    OCCURS 500 TIMES.
               05  FtlVideoCode    PIC 9(5).
               05  FtlGenreCode    PIC X(3).
               05  FtlOffers       PIC 9(5).
               05  FtlTakeUps      PIC 9(5).
       01  FollowTitleCount    PIC 9(3) VALUE ZERO.
       01  FollowTitleIndex    PIC 9(3).
       01  WantedVideo         PIC 9(5).
       01  FollowFullSw        PIC X VALUE "N".
           88  FollowTableFull VALUE "Y".
       01  EarliestSentDate    PIC 9(8).
       01  SentDayNumber       PIC 9(7).
       01  PriorFollowBorrower PIC 9(4).
       01  PriorFollowVideo    PIC 9(5).
       01  FollowSendSw        PIC X.
           88  FollowHasSend   VALUE "Y".
       01  FollowTakenSw       PIC X.
           88  FollowTakenUp   VALUE "Y".
       01  FollowGenre         PIC X(3).

       01  MemberCount         PIC 9(5) VALUE ZERO.
       01  BulletinCount       PIC 9(5) VALUE ZERO.
       01  OptedOutCount       PIC 9(5) VALUE ZERO.
       01  LapsedCount         PIC 9(5) VALUE ZERO.
       01  NoMatchCount        PIC 9(5) VALUE ZERO.
       01  NotOnFileCount      PIC 9(5) VALUE ZERO.
       01  TitlesSentCount     PIC 9(6) VALUE ZERO.
       01  CarriedCount        PIC 9(6) VALUE ZERO.
       01  OfferCount          PIC 9(6) VALUE ZERO.
       01  TakeUpCount         PIC 9(6) VALUE ZERO.
       01  AdvertisedCount     PIC 9(4) VALUE ZERO.
       01  TitlesTakenCount    PIC 9(4) VALUE ZERO.

       01  LetterRuleLine      PIC X(50) VALUE ALL "=".
       01  LetterShopLine      PIC X(30)
             VALUE "      KUANG VIDEO RENTALS".
       01  LetterDateLine.
           03  FILLER          PIC X(7) VALUE "DATE : ".
           03  LtrDate         PIC 9(8).
       01  LetterTownLine.
           03  LtlTown         PIC X(15).
           03  FILLER          PIC X VALUE SPACE.
           03  LtlPostCode     PIC X(8).
       01  LetterGenreLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  LtrGenreName    PIC X(20).
       01  LetterTitleLine.
           03  FILLER          PIC X(5) VALUE SPACES.
           03  LtrTitle        PIC X(40).

       01  ReportHeading.
           03  FILLER          PIC X(32)
                 VALUE "=NEW ARRIVALS BULLETIN=         ".
           03  HdgDate         PIC 9(8).

       01  ArrivalsHeading.
           03  FILLER          PIC X(40)
                 VALUE "TITLES FIRST RECEIVED IN THE 7 DAYS TO ".
           03  AhdDate         PIC 9(8).

       01  ArrivalGenreHeading.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  AghCode         PIC X(3).
           03  FILLER          PIC X VALUE SPACE.
           03  AghName         PIC X(20).
           03  FILLER          PIC X(3) VALUE " - ".
           03  AghTitles       PIC ZZ9.
           03  FILLER          PIC X(9) VALUE " TITLE(S)".

       01  ArrivalDetailLine.
           03  FILLER          PIC X(6) VALUE SPACES.
           03  ArdVideoCode    PIC 9(5).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  ArdTitle        PIC X(40).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  ArdCopies       PIC ZZZ9.
           03  FILLER          PIC X(7) VALUE " COPIES".

       01  NoArrivalsLine      PIC X(60) VALUE
             "..NO NEW TITLES RECEIVED THIS WEEK - NO BULLETINS..".

       01  SentHeading         PIC X(40)
             VALUE "BULLETINS SENT BY GENRE".

       01  SentColumnHeading.
           03  FILLER          PIC X(39)
                 VALUE "GENRE                      NEW TITLES".
           03  FILLER          PIC X(9) VALUE "BULLETINS".

       01  SentDetailLine.
           03  SdlCode         PIC X(3).
           03  FILLER          PIC X VALUE SPACE.
           03  SdlName         PIC X(20).
           03  FILLER          PIC X(10) VALUE SPACES.
           03  SdlTitles       PIC ZZ9.
           03  FILLER          PIC X(5) VALUE SPACES.
           03  SdlBulletins    PIC ZZ,ZZ9.

       01  TakeUpHeading.
           03  FILLER          PIC X(40)
                 VALUE "TAKE-UP WITHIN 14 DAYS OF BULLETINS SENT".
           03  FILLER          PIC X(20) VALUE " UP TO TWO WEEKS AGO".

       01  TakeUpColumnHeading.
           03  FILLER          PIC X(40)
                 VALUE "GENRE                       TITLES TAKEN".
           03  FILLER          PIC X(40)
                 VALUE "  OFFERED RENTED/RESERVED".

       01  TakeUpDetailLine.
           03  TdlCode         PIC X(3).
           03  FILLER          PIC X VALUE SPACE.
           03  TdlName         PIC X(20).
           03  FILLER          PIC X(6) VALUE SPACES.
           03  TdlAdvertised   PIC ZZZ9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  TdlTitlesTaken  PIC ZZZ9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  TdlOffers       PIC ZZZ,ZZ9.
           03  FILLER          PIC X(9) VALUE SPACES.
           03  TdlTakeUps      PIC ZZZ,ZZ9.

       01  NoFollowUpLine      PIC X(50)
             VALUE "..NO BULLETINS DUE FOR FOLLOW-UP YET..".

       01  BulletinCountLine.
           03  CntLabel        PIC X(34).
           03  CntAmount       PIC ZZZ,ZZ9.

      *> start/end lines on the shared job log, so the weekly
      *> batch-window report can see this step's elapsed time
       01  JobLogName          PIC X(30) VALUE "NEWARRIVALS-BULLETIN".
       01  JobStartEvent       PIC X(5) VALUE "START".
       01  JobEndEvent         PIC X(5) VALUE "END".
       01  JobLogCount         PIC 9(7) VALUE ZERO.
       01  JobLogStatus        PIC X(4) VALUE SPACES.

      *> a CALL hands the called program's RETURN-CODE back to this
      *> one, so the step's own code is parked here across the final
      *> job-log call and put back before control returns
       01  HeldReturnCode      PIC S9(4) COMP VALUE ZERO.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> Main-Call-NightlyBatch can detect this step did not
      *> complete instead of trusting a clean STOP
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30) VALUE "ARRIVALS-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "NEWARRIVALS-BULLETIN".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-JobLog" USING JobLogName, JobStartEvent,
               JobLogCount, JobLogStatus.
           CALL "Sub-BusinessDate" USING BusinessDate.
           CALL "Sub-DateDayNumber" USING BusinessDate,
               TodayDayNumber.

           OPEN INPUT VideoFile
           IF VideoFileOK
               SET VideoFileIsOpen TO TRUE
           ELSE
               DISPLAY "..UNABLE TO OPEN VIDEO CATALOG, STATUS = ",
                   VideoStatus
               SET RunFailed TO TRUE
           END-IF.
           IF NOT RunFailed
               OPEN INPUT GenreFile
               IF GenreFileOK
                   SET GenreFileIsOpen TO TRUE
               END-IF
               PERFORM SET-ASIDE-LAST-LOG
               OPEN OUTPUT SentFile
               IF SentFileOK
                   SET SentFileIsOpen TO TRUE
               ELSE
                   DISPLAY "..SENT LOG ERROR, STATUS = ", SentStatus
                   SET RunFailed TO TRUE
               END-IF
           END-IF.

           IF NOT RunFailed
               MOVE BusinessDate TO AsnSentDate
               MOVE ZERO TO AsnBorrowerNumber AsnVideoCode
               MOVE SPACES TO AsnGenreCode
               WRITE SentFlatLine FROM ArrivalsSentLine
               PERFORM FOLLOW-UP-EARLIER-BULLETINS
           END-IF.
           IF NOT RunFailed
               PERFORM GATHER-NEW-ARRIVALS
               PERFORM SEND-THIS-WEEKS-BULLETINS
           END-IF.
           IF SentFileIsOpen
               CLOSE SentFile
           END-IF.
           IF NOT RunFailed
               PERFORM PRINT-BULLETIN-REPORT
           END-IF.
           IF VideoFileIsOpen
               CLOSE VideoFile
           END-IF.
           IF GenreFileIsOpen
               CLOSE GenreFile
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
               MOVE "FAIL" TO JobLogStatus
           ELSE
               MOVE "OK" TO JobLogStatus
               DISPLAY "NEW TITLES THIS WEEK      = ", ArrivalCount
               DISPLAY "BULLETINS SENT            = ", BulletinCount
               DISPLAY "OFFERS FOLLOWED UP        = ", OfferCount
               DISPLAY "OFFERS TAKEN UP           = ", TakeUpCount
           END-IF.
           MOVE BulletinCount TO JobLogCount.
           MOVE RETURN-CODE TO HeldReturnCode.
           CALL "Sub-JobLog" USING JobLogName, JobEndEvent,
               JobLogCount, JobLogStatus.
           MOVE HeldReturnCode TO RETURN-CODE.

           GOBACK.

      *>   last week's log goes aside before this week's replaces
      *>   it - unless the log on file is tonight's own, from an
      *>   earlier attempt at the same night, when the one already
      *>   set aside is still last week's
       SET-ASIDE-LAST-LOG.
           OPEN INPUT SentFile
           IF NOT SentFileOK
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO AsnSentDate
           READ SentFile INTO ArrivalsSentLine
               AT END MOVE ZERO TO AsnSentDate
           END-READ
           CLOSE SentFile
           IF AsnSentDate NOT = BusinessDate
               CALL "CBL_COPY_FILE" USING "ARRIVALS-SENT.DAT",
                   "ARRIVALS-SENT.PRV"
           END-IF.

      *>   a line whose two weeks are not yet up is carried into the
      *>   new log as it stands; the rest are sorted beside the
      *>   members' loans and reservations and counted
       FOLLOW-UP-EARLIER-BULLETINS.
           SORT FollowWorkFile ON ASCENDING KEY fBorrowerNumber,
               fVideoCode, fKind, fDate
               INPUT PROCEDURE IS GATHER-FOLLOW-UP
               GIVING FollowFile.
           IF NOT FollowWorkOK
               DISPLAY "..SORT WORK FILE ERROR, STATUS = ",
                   FollowWorkStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF FollowTitleCount > ZERO
               PERFORM COUNT-TAKE-UP
               PERFORM ROLL-UP-FOLLOW-TITLES
                   VARYING FollowTitleIndex FROM 1 BY 1
                   UNTIL FollowTitleIndex > FollowTitleCount
           END-IF.

       GATHER-FOLLOW-UP.
           MOVE 99999999 TO EarliestSentDate
           OPEN INPUT PrevSentFile
           IF NOT PrevSentOK
               EXIT PARAGRAPH
           END-IF
           READ PrevSentFile INTO ArrivalsSentLine
               AT END SET EndOfPrevSentFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfPrevSentFlat
               IF AsnSentDate IS NUMERIC AND AsnVideoCode IS NUMERIC
                   AND AsnBorrowerNumber IS NUMERIC
                   AND NOT AsnRunMarker
                   PERFORM SORT-OUT-SENT-LINE
               END-IF
               READ PrevSentFile INTO ArrivalsSentLine
                   AT END SET EndOfPrevSentFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE PrevSentFile
           IF FollowTitleCount = ZERO
               EXIT PARAGRAPH
           END-IF
           IF FollowTableFull
               DISPLAY "..FOLLOW-UP TITLE TABLE FULL - LATER TITLES "
                   "CARRIED TO NEXT WEEK.."
           END-IF
           PERFORM RELEASE-HISTORY-TAKE-UP
           PERFORM RELEASE-OPEN-LOAN-TAKE-UP
           PERFORM RELEASE-RESERVE-TAKE-UP.

      *>   a line the title table has no room for is carried rather
      *>   than lost, and counted the week after
       SORT-OUT-SENT-LINE.
           MOVE AsnSentDate TO DateWork
           CALL "Sub-DateDayNumber" USING DateWork, SentDayNumber
           MOVE ZERO TO FollowTitleIndex
           IF SentDayNumber <= TodayDayNumber
               AND TodayDayNumber - SentDayNumber >= TakeUpDays
               MOVE AsnVideoCode TO WantedVideo
               PERFORM FIND-FOLLOW-TITLE
               IF FollowTitleIndex = ZERO AND NOT FollowTableFull
                   IF FollowTitleCount < 500
                       ADD 1 TO FollowTitleCount
                       MOVE FollowTitleCount TO FollowTitleIndex
                       MOVE AsnVideoCode
                           TO FtlVideoCode(FollowTitleIndex)
                       MOVE AsnGenreCode
                           TO FtlGenreCode(FollowTitleIndex)
                       MOVE ZERO TO FtlOffers(FollowTitleIndex)
                           FtlTakeUps(FollowTitleIndex)
                   ELSE
                       SET FollowTableFull TO TRUE
                   END-IF
               END-IF
           END-IF
           IF FollowTitleIndex > ZERO
               MOVE AsnBorrowerNumber TO fBorrowerNumber
               MOVE AsnVideoCode TO fVideoCode
               MOVE "1" TO fKind
               MOVE AsnSentDate TO fDate
               MOVE AsnGenreCode TO fGenreCode
               RELEASE FollowWorkRec
               IF AsnSentDate < EarliestSentDate
                   MOVE AsnSentDate TO EarliestSentDate
               END-IF
           ELSE
               WRITE SentFlatLine FROM ArrivalsSentLine
               ADD 1 TO CarriedCount
           END-IF.

       FIND-FOLLOW-TITLE.
           PERFORM VARYING FollowTitleIndex FROM 1 BY 1
                   UNTIL FollowTitleIndex > FollowTitleCount
               IF FtlVideoCode(FollowTitleIndex) = WantedVideo
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE ZERO TO FollowTitleIndex.

      *>   every loan of a followed title since the earliest sent
      *>   line - the member and the date are matched after the sort
       RELEASE-HISTORY-TAKE-UP.
           OPEN INPUT LoanHistoryFile
           IF NOT HistoryFileOK
               EXIT PARAGRAPH
           END-IF
           READ LoanHistoryFile
               AT END SET EndOfHistoryFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfHistoryFlat
               MOVE HistoryFlatLine TO LoanHistoryRecord
               IF NOT HistAnonymised AND HistLoanDate IS NUMERIC
                   AND HistLoanDate >= EarliestSentDate
                   MOVE HistVideoCode TO WantedVideo
                   PERFORM FIND-FOLLOW-TITLE
                   IF FollowTitleIndex > ZERO
                       MOVE HistBorrowerNumber TO fBorrowerNumber
                       MOVE HistVideoCode TO fVideoCode
                       MOVE "2" TO fKind
                       MOVE HistLoanDate TO fDate
                       MOVE SPACES TO fGenreCode
                       RELEASE FollowWorkRec
                   END-IF
               END-IF
               READ LoanHistoryFile
                   AT END SET EndOfHistoryFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE LoanHistoryFile.

      *>   a title rented and still out is not on the history yet
       RELEASE-OPEN-LOAN-TAKE-UP.
           OPEN INPUT VideoLoanFile
           IF NOT LoanFileOK
               EXIT PARAGRAPH
           END-IF
           READ VideoLoanFile NEXT RECORD
               AT END SET EndOfLoanFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLoanFile
               MOVE LoanDate TO DateWork
               IF DateWork >= EarliestSentDate
                   MOVE LoanVideoCode TO WantedVideo
                   PERFORM FIND-FOLLOW-TITLE
                   IF FollowTitleIndex > ZERO
                       MOVE LoanBorrowerNumber TO fBorrowerNumber
                       MOVE LoanVideoCode TO fVideoCode
                       MOVE "2" TO fKind
                       MOVE DateWork TO fDate
                       MOVE SPACES TO fGenreCode
                       RELEASE FollowWorkRec
                   END-IF
               END-IF
               READ VideoLoanFile NEXT RECORD
                   AT END SET EndOfLoanFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE VideoLoanFile.

      *>   a reservation counts whether or not it has been filled
       RELEASE-RESERVE-TAKE-UP.
           OPEN INPUT ReserveFile
           IF NOT ReserveFileOK
               EXIT PARAGRAPH
           END-IF
           READ ReserveFile NEXT RECORD
               AT END SET EndOfReserveFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfReserveFile
               IF ReserveDate >= EarliestSentDate
                   MOVE ReserveVideoCode TO WantedVideo
                   PERFORM FIND-FOLLOW-TITLE
                   IF FollowTitleIndex > ZERO
                       MOVE ReserveBorrowerNumber TO fBorrowerNumber
                       MOVE ReserveVideoCode TO fVideoCode
                       MOVE "2" TO fKind
                       MOVE ReserveDate TO fDate
                       MOVE SPACES TO fGenreCode
                       RELEASE FollowWorkRec
                   END-IF
               END-IF
               READ ReserveFile NEXT RECORD
                   AT END SET EndOfReserveFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE ReserveFile.

      *>   one run per member and title: the sent line first, then
      *>   any loan or reservation - taken up when one falls inside
      *>   the two weeks from the day the bulletin went
       COUNT-TAKE-UP.
           OPEN INPUT FollowFile
           IF NOT FollowFileOK
               DISPLAY "..SORTED FOLLOW-UP FILE ERROR, STATUS = ",
                   FollowFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO FirstBlockSw
           READ FollowFile
               AT END SET EndOfFollowFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfFollowFile
               IF FirstBlock
                   OR FlwBorrowerNumber NOT = PriorFollowBorrower
                   OR FlwVideoCode NOT = PriorFollowVideo
                   IF NOT FirstBlock
                       PERFORM CLOSE-FOLLOW-RUN
                   END-IF
                   MOVE "N" TO FirstBlockSw
                   MOVE FlwBorrowerNumber TO PriorFollowBorrower
                   MOVE FlwVideoCode TO PriorFollowVideo
                   MOVE "N" TO FollowSendSw FollowTakenSw
               END-IF
               IF FlwIsSend
                   MOVE "Y" TO FollowSendSw
                   MOVE FlwGenreCode TO FollowGenre
                   MOVE FlwDate TO DateWork
                   CALL "Sub-DateDayNumber" USING DateWork,
                       SentDayNumber
               ELSE
                   IF FollowHasSend AND NOT FollowTakenUp
                       MOVE FlwDate TO DateWork
                       CALL "Sub-DateDayNumber" USING DateWork,
                           LineDayNumber
                       IF LineDayNumber >= SentDayNumber
                           AND LineDayNumber - SentDayNumber
                               <= TakeUpDays
                           MOVE "Y" TO FollowTakenSw
                       END-IF
                   END-IF
               END-IF
               READ FollowFile
                   AT END SET EndOfFollowFile TO TRUE
               END-READ
           END-PERFORM
           IF NOT FirstBlock
               PERFORM CLOSE-FOLLOW-RUN
           END-IF
           CLOSE FollowFile.

       CLOSE-FOLLOW-RUN.
           IF FollowHasSend
               MOVE PriorFollowVideo TO WantedVideo
               PERFORM FIND-FOLLOW-TITLE
               IF FollowTitleIndex > ZERO
                   ADD 1 TO FtlOffers(FollowTitleIndex) OfferCount
                   IF FollowTakenUp
                       ADD 1 TO FtlTakeUps(FollowTitleIndex)
                           TakeUpCount
                   END-IF
               END-IF
           END-IF.

       ROLL-UP-FOLLOW-TITLES.
           MOVE FtlGenreCode(FollowTitleIndex) TO WantedGenre
           PERFORM FIND-GENRE-ENTRY
           IF GenreIndex > ZERO
               ADD 1 TO GntAdvertised(GenreIndex)
               ADD FtlOffers(FollowTitleIndex) TO GntOffers(GenreIndex)
               ADD FtlTakeUps(FollowTitleIndex)
                   TO GntTakeUps(GenreIndex)
               IF FtlTakeUps(FollowTitleIndex) > ZERO
                   ADD 1 TO GntTitlesTaken(GenreIndex)
               END-IF
           END-IF
           ADD 1 TO AdvertisedCount
           IF FtlTakeUps(FollowTitleIndex) > ZERO
               ADD 1 TO TitlesTakenCount
           END-IF.

      *>   the genre's slot in the table, added with its name the
      *>   first time it is met; zero only when the table is full
       FIND-GENRE-ENTRY.
           PERFORM VARYING GenreIndex FROM 1 BY 1
                   UNTIL GenreIndex > GenreCount
               IF GntCode(GenreIndex) = WantedGenre
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF GenreCount >= 100
               MOVE ZERO TO GenreIndex
               SET GenreTableFull TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GenreCount
           MOVE GenreCount TO GenreIndex
           MOVE WantedGenre TO GntCode(GenreIndex)
           MOVE ZERO TO GntTitles(GenreIndex) GntBulletins(GenreIndex)
               GntAdvertised(GenreIndex) GntTitlesTaken(GenreIndex)
               GntOffers(GenreIndex) GntTakeUps(GenreIndex)
           EVALUATE TRUE
               WHEN WantedGenre = SPACES
                   MOVE "(NO GENRE)" TO GntName(GenreIndex)
               WHEN NOT GenreFileIsOpen
                   MOVE "**UNKNOWN GENRE**" TO GntName(GenreIndex)
               WHEN OTHER
                   MOVE WantedGenre TO GenreCode
                   READ GenreFile
                       INVALID KEY
                           MOVE "**UNKNOWN GENRE**" TO GenreName
                   END-READ
                   MOVE GenreName TO GntName(GenreIndex)
           END-EVALUATE.

      *>   two passes of the delivery notes: the titles received in
      *>   the week, then any of them also received before it
       GATHER-NEW-ARRIVALS.
           OPEN INPUT DeliveryNoteFile
           IF NOT DeliveryNotesOK
               DISPLAY "..NO DELIVERY NOTES ON FILE - NO NEW "
                   "ARRIVALS.."
               EXIT PARAGRAPH
           END-IF
           READ DeliveryNoteFile
               AT END SET EndOfDeliveryFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfDeliveryFlat
               MOVE DeliveryNoteFlatLine TO DeliveryNoteRecord
               IF DnoteReceiptDate IS NUMERIC
                   AND DnoteVideoCode IS NUMERIC
                   AND DnoteQuantity IS NUMERIC
                   MOVE DnoteReceiptDate TO DateWork
                   CALL "Sub-DateDayNumber" USING DateWork,
                       LineDayNumber
                   IF LineDayNumber <= TodayDayNumber
                       AND TodayDayNumber - LineDayNumber
                           < ArrivalsWindowDays
                       PERFORM POST-WEEKS-DELIVERY
                   END-IF
               END-IF
               READ DeliveryNoteFile
                   AT END SET EndOfDeliveryFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE DeliveryNoteFile
           IF NewTitleCount = ZERO
               EXIT PARAGRAPH
           END-IF
           IF NewTitleTableFull
               DISPLAY "..NEW TITLE TABLE FULL - LATER TITLES LEFT "
                   "OUT OF THE BULLETIN.."
           END-IF

           OPEN INPUT DeliveryNoteFile
           MOVE SPACES TO DeliveryNoteFlatLine
           READ DeliveryNoteFile
               AT END SET EndOfDeliveryFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfDeliveryFlat
               MOVE DeliveryNoteFlatLine TO DeliveryNoteRecord
               IF DnoteReceiptDate IS NUMERIC
                   AND DnoteVideoCode IS NUMERIC
                   MOVE DnoteReceiptDate TO DateWork
                   CALL "Sub-DateDayNumber" USING DateWork,
                       LineDayNumber
                   IF LineDayNumber < TodayDayNumber
                       AND TodayDayNumber - LineDayNumber
                           >= ArrivalsWindowDays
                       PERFORM MARK-EARLIER-RECEIPT
                   END-IF
               END-IF
               READ DeliveryNoteFile
                   AT END SET EndOfDeliveryFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE DeliveryNoteFile

           PERFORM NAME-NEW-ARRIVAL
               VARYING NewTitleIndex FROM 1 BY 1
               UNTIL NewTitleIndex > NewTitleCount.

       POST-WEEKS-DELIVERY.
           PERFORM VARYING NewTitleIndex FROM 1 BY 1
                   UNTIL NewTitleIndex > NewTitleCount
               IF NtlVideoCode(NewTitleIndex) = DnoteVideoCode
                   ADD DnoteQuantity TO NtlCopies(NewTitleIndex)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF NewTitleCount < 300
               ADD 1 TO NewTitleCount
               MOVE DnoteVideoCode TO NtlVideoCode(NewTitleCount)
               MOVE DnoteQuantity TO NtlCopies(NewTitleCount)
               MOVE "N" TO NtlEarlierSw(NewTitleCount)
               MOVE SPACES TO NtlTitle(NewTitleCount)
                   NtlGenreCode(NewTitleCount)
           ELSE
               SET NewTitleTableFull TO TRUE
           END-IF.

       MARK-EARLIER-RECEIPT.
           PERFORM VARYING NewTitleIndex FROM 1 BY 1
                   UNTIL NewTitleIndex > NewTitleCount
               IF NtlVideoCode(NewTitleIndex) = DnoteVideoCode
                   MOVE "Y" TO NtlEarlierSw(NewTitleIndex)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       NAME-NEW-ARRIVAL.
           IF NtlReceivedBefore(NewTitleIndex)
               EXIT PARAGRAPH
           END-IF
           MOVE NtlVideoCode(NewTitleIndex) TO VideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY
                   MOVE "*TITLE NOT ON CATALOG*" TO VideoTitle
                   MOVE SPACES TO VideoGenreCode
           END-READ
           MOVE VideoTitle TO NtlTitle(NewTitleIndex)
           MOVE VideoGenreCode TO NtlGenreCode(NewTitleIndex)
           MOVE VideoGenreCode TO WantedGenre
           PERFORM FIND-GENRE-ENTRY
           IF GenreIndex > ZERO
               ADD 1 TO GntTitles(GenreIndex)
           END-IF
           ADD 1 TO ArrivalCount.

      *>   the bulletin file is replaced even in a week with nothing
      *>   new, so last week's letters are never printed twice
       SEND-THIS-WEEKS-BULLETINS.
           OPEN OUTPUT LetterFile
           IF NOT LetterFileOK
               DISPLAY "..BULLETIN FILE ERROR, STATUS = ",
                   LetterStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF ArrivalCount > ZERO
               SORT GenreWorkFile ON ASCENDING KEY gBorrowerNumber,
                   gGenreCode
                   INPUT PROCEDURE IS GATHER-BORROWER-GENRES
                   GIVING BorrowerGenreFile
               IF NOT GenreWorkOK
                   DISPLAY "..SORT WORK FILE ERROR, STATUS = ",
                       GenreWorkStatus
                   SET RunFailed TO TRUE
               ELSE
                   PERFORM WRITE-BULLETINS
               END-IF
           END-IF
           CLOSE LetterFile.

      *>   a year of each member's loans, by the genre of the title;
      *>   a title with no genre says nothing about their taste
       GATHER-BORROWER-GENRES.
           OPEN INPUT LoanHistoryFile
           IF NOT HistoryFileOK
               DISPLAY "..NO LOAN HISTORY ON FILE - NO FAVOURITES "
                   "TO GO ON.."
               EXIT PARAGRAPH
           END-IF
           READ LoanHistoryFile
               AT END SET EndOfHistoryFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfHistoryFlat
               MOVE HistoryFlatLine TO LoanHistoryRecord
               IF NOT HistAnonymised AND HistLoanDate IS NUMERIC
                   AND HistLoanDate > ZERO
                   MOVE HistLoanDate TO DateWork
                   CALL "Sub-DateDayNumber" USING DateWork,
                       LineDayNumber
                   IF LineDayNumber <= TodayDayNumber
                       AND TodayDayNumber - LineDayNumber
                           <= FavouriteWindowDays
                       PERFORM RELEASE-BORROWER-GENRE
                   END-IF
               END-IF
               READ LoanHistoryFile
                   AT END SET EndOfHistoryFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE LoanHistoryFile.

       RELEASE-BORROWER-GENRE.
           MOVE HistVideoCode TO VideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY MOVE SPACES TO VideoGenreCode
           END-READ
           IF VideoGenreCode NOT = SPACES
               MOVE HistBorrowerNumber TO gBorrowerNumber
               MOVE VideoGenreCode TO gGenreCode
               RELEASE GenreWorkRec
           END-IF.

      *>   a run of one genre is the member's loans of it; at the
      *>   member break their favourites decide the bulletin
       WRITE-BULLETINS.
           OPEN INPUT BorrowerGenreFile
           IF NOT BorrowerGenreOK
               DISPLAY "..SORTED GENRE FILE ERROR, STATUS = ",
                   BorrowerGenreStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BorrowerFile
           IF NOT BorrowerFileOK
               DISPLAY "..UNABLE TO OPEN BORROWER FILE, STATUS = ",
                   BorrowerStatus
               SET RunFailed TO TRUE
               CLOSE BorrowerGenreFile
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO FirstBlockSw
           READ BorrowerGenreFile
               AT END SET EndOfBorrowerGenres TO TRUE
           END-READ
           PERFORM UNTIL EndOfBorrowerGenres
               IF FirstBlock OR BgBorrowerNumber NOT = PriorBorrower
                   IF NOT FirstBlock
                       PERFORM CLOSE-GENRE-RUN
                       PERFORM BULLETIN-FOR-MEMBER
                   END-IF
                   MOVE "N" TO FirstBlockSw
                   MOVE BgBorrowerNumber TO PriorBorrower
                   INITIALIZE TopGenreTable
                   MOVE BgGenreCode TO PriorGenre
                   MOVE ZERO TO GenreRunCount
               END-IF
               IF BgGenreCode NOT = PriorGenre
                   PERFORM CLOSE-GENRE-RUN
                   MOVE BgGenreCode TO PriorGenre
                   MOVE ZERO TO GenreRunCount
               END-IF
               ADD 1 TO GenreRunCount
               READ BorrowerGenreFile
                   AT END SET EndOfBorrowerGenres TO TRUE
               END-READ
           END-PERFORM
           IF NOT FirstBlock
               PERFORM CLOSE-GENRE-RUN
               PERFORM BULLETIN-FOR-MEMBER
           END-IF
           CLOSE BorrowerGenreFile, BorrowerFile.

      *>   the genre goes in at the bottom of the three if it beats
      *>   what is there, and is moved up past any it beats
       CLOSE-GENRE-RUN.
           IF GenreRunCount > TopGenreLoans(TopGenreMax)
               MOVE PriorGenre TO TopGenreCode(TopGenreMax)
               MOVE GenreRunCount TO TopGenreLoans(TopGenreMax)
               PERFORM VARYING TopIndex FROM TopGenreMax BY -1
                       UNTIL TopIndex < 2
                   IF TopGenreLoans(TopIndex)
                           > TopGenreLoans(TopIndex - 1)
                       MOVE TopGenreCode(TopIndex) TO TopHoldCode
                       MOVE TopGenreLoans(TopIndex) TO TopHoldLoans
                       MOVE TopGenreEntry(TopIndex - 1)
                           TO TopGenreEntry(TopIndex)
                       MOVE TopHoldCode TO TopGenreCode(TopIndex - 1)
                       MOVE TopHoldLoans TO TopGenreLoans(TopIndex - 1)
                   END-IF
               END-PERFORM
           END-IF.

      *>   only a member with something new in a favourite genre is
      *>   written to - and not one who has opted out or let their
      *>   membership lapse
       BULLETIN-FOR-MEMBER.
           ADD 1 TO MemberCount
           MOVE "N" TO ArrivalMatchSw
           PERFORM VARYING TopIndex FROM 1 BY 1
                   UNTIL TopIndex > TopGenreMax
               MOVE ZERO TO TopGenreSlot(TopIndex)
               IF TopGenreLoans(TopIndex) > ZERO
                   MOVE TopGenreCode(TopIndex) TO WantedGenre
                   PERFORM FIND-GENRE-ENTRY
                   IF GenreIndex > ZERO
                       IF GntTitles(GenreIndex) > ZERO
                           MOVE GenreIndex TO TopGenreSlot(TopIndex)
                           MOVE "Y" TO ArrivalMatchSw
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF NOT ArrivalMatched
               ADD 1 TO NoMatchCount
               EXIT PARAGRAPH
           END-IF

           MOVE PriorBorrower TO BorrowerKey
           READ BorrowerFile
               INVALID KEY CONTINUE
           END-READ
           IF NOT BorrowerFound
               ADD 1 TO NotOnFileCount
               EXIT PARAGRAPH
           END-IF
           IF BulletinOptedOut
               ADD 1 TO OptedOutCount
               EXIT PARAGRAPH
           END-IF
           IF BorrowerMembPaidTo IS NUMERIC
               AND BorrowerMembPaidTo > ZERO
               AND BorrowerMembPaidTo < BusinessDate
               ADD 1 TO LapsedCount
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ONE-BULLETIN.

      *>   one page per member: address block the way the notice
      *>   letters do it, then each favourite genre with something
      *>   new, its titles under it
       WRITE-ONE-BULLETIN.
           ADD 1 TO BulletinCount
           WRITE LetterLine FROM LetterRuleLine
           WRITE LetterLine FROM LetterShopLine
           MOVE BusinessDate TO LtrDate
           WRITE LetterLine FROM LetterDateLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           WRITE LetterLine FROM BorrowerName
           WRITE LetterLine FROM BorrowerStreet
           MOVE BorrowerTown TO LtlTown
           MOVE BorrowerPostCode TO LtlPostCode
           WRITE LetterLine FROM LetterTownLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           MOVE "NEW IN THIS WEEK IN THE KINDS OF FILM YOU RENT MOST:"
               TO LetterLine
           WRITE LetterLine
           PERFORM VARYING TopIndex FROM 1 BY 1
                   UNTIL TopIndex > TopGenreMax
               IF TopGenreSlot(TopIndex) > ZERO
                   MOVE TopGenreSlot(TopIndex) TO GenreIndex
                   PERFORM WRITE-BULLETIN-GENRE
               END-IF
           END-PERFORM
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           MOVE "ASK AT THE COUNTER TO RENT OR RESERVE ANY OF THEM."
               TO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine.

      *>   each title advertised goes on the sent log against the
      *>   member, for the take-up count two weeks on
       WRITE-BULLETIN-GENRE.
           ADD 1 TO GntBulletins(GenreIndex)
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           MOVE GntName(GenreIndex) TO LtrGenreName
           WRITE LetterLine FROM LetterGenreLine
           PERFORM VARYING NewTitleIndex FROM 1 BY 1
                   UNTIL NewTitleIndex > NewTitleCount
               IF NOT NtlReceivedBefore(NewTitleIndex)
                   AND NtlGenreCode(NewTitleIndex)
                       = GntCode(GenreIndex)
                   MOVE NtlTitle(NewTitleIndex) TO LtrTitle
                   WRITE LetterLine FROM LetterTitleLine
                   MOVE BusinessDate TO AsnSentDate
                   MOVE BorrowerNumber TO AsnBorrowerNumber
                   MOVE NtlVideoCode(NewTitleIndex) TO AsnVideoCode
                   MOVE GntCode(GenreIndex) TO AsnGenreCode
                   WRITE SentFlatLine FROM ArrivalsSentLine
                   ADD 1 TO TitlesSentCount
               END-IF
           END-PERFORM.

       PRINT-BULLETIN-REPORT.
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

           MOVE BusinessDate TO AhdDate
           WRITE ReportLine FROM ArrivalsHeading
           IF ArrivalCount = ZERO
               WRITE ReportLine FROM NoArrivalsLine
           ELSE
               PERFORM PRINT-ARRIVAL-GENRE
                   VARYING GenreIndex FROM 1 BY 1
                   UNTIL GenreIndex > GenreCount
           END-IF
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           WRITE ReportLine FROM SentHeading
           WRITE ReportLine FROM SentColumnHeading
           PERFORM VARYING GenreIndex FROM 1 BY 1
                   UNTIL GenreIndex > GenreCount
               IF GntTitles(GenreIndex) > ZERO
                   MOVE GntCode(GenreIndex) TO SdlCode
                   MOVE GntName(GenreIndex) TO SdlName
                   MOVE GntTitles(GenreIndex) TO SdlTitles
                   MOVE GntBulletins(GenreIndex) TO SdlBulletins
                   WRITE ReportLine FROM SentDetailLine
               END-IF
           END-PERFORM
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "MEMBERS ACTIVE IN THE LAST YEAR" TO CntLabel
           MOVE MemberCount TO CntAmount
           WRITE ReportLine FROM BulletinCountLine
           MOVE "BULLETINS SENT" TO CntLabel
           MOVE BulletinCount TO CntAmount
           WRITE ReportLine FROM BulletinCountLine
           MOVE "TITLES ADVERTISED IN THEM" TO CntLabel
           MOVE TitlesSentCount TO CntAmount
           WRITE ReportLine FROM BulletinCountLine
           MOVE "NOTHING NEW IN THEIR GENRES" TO CntLabel
           MOVE NoMatchCount TO CntAmount
           WRITE ReportLine FROM BulletinCountLine
           MOVE "OPTED OUT OF THE BULLETIN" TO CntLabel
           MOVE OptedOutCount TO CntAmount
           WRITE ReportLine FROM BulletinCountLine
           MOVE "MEMBERSHIP LAPSED" TO CntLabel
           MOVE LapsedCount TO CntAmount
           WRITE ReportLine FROM BulletinCountLine
           MOVE "NO LONGER ON THE BORROWER FILE" TO CntLabel
           MOVE NotOnFileCount TO CntAmount
           WRITE ReportLine FROM BulletinCountLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           WRITE ReportLine FROM TakeUpHeading
           IF FollowTitleCount = ZERO
               WRITE ReportLine FROM NoFollowUpLine
           ELSE
               WRITE ReportLine FROM TakeUpColumnHeading
               PERFORM VARYING GenreIndex FROM 1 BY 1
                       UNTIL GenreIndex > GenreCount
                   IF GntAdvertised(GenreIndex) > ZERO
                       MOVE GntCode(GenreIndex) TO TdlCode
                       MOVE GntName(GenreIndex) TO TdlName
                       MOVE GntAdvertised(GenreIndex)
                           TO TdlAdvertised
                       MOVE GntTitlesTaken(GenreIndex)
                           TO TdlTitlesTaken
                       MOVE GntOffers(GenreIndex) TO TdlOffers
                       MOVE GntTakeUps(GenreIndex) TO TdlTakeUps
                       WRITE ReportLine FROM TakeUpDetailLine
                   END-IF
               END-PERFORM
               MOVE SPACES TO TakeUpDetailLine
               MOVE "ALL" TO TdlCode
               MOVE AdvertisedCount TO TdlAdvertised
               MOVE TitlesTakenCount TO TdlTitlesTaken
               MOVE OfferCount TO TdlOffers
               MOVE TakeUpCount TO TdlTakeUps
               WRITE ReportLine FROM TakeUpDetailLine
           END-IF
           MOVE "SENT LINES STILL INSIDE TWO WEEKS" TO CntLabel
           MOVE CarriedCount TO CntAmount
           WRITE ReportLine FROM BulletinCountLine
           IF GenreTableFull
               MOVE "..GENRE TABLE FULL - LATER GENRES NOT COUNTED.."
                   TO ReportLine
               WRITE ReportLine
           END-IF

           CLOSE ReportFile
           CALL "Sub-VaultReport" USING VaultReportName,
               VaultStepName.

       PRINT-ARRIVAL-GENRE.
           IF GntTitles(GenreIndex) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE GntCode(GenreIndex) TO AghCode
           MOVE GntName(GenreIndex) TO AghName
           MOVE GntTitles(GenreIndex) TO AghTitles
           WRITE ReportLine FROM ArrivalGenreHeading
           PERFORM VARYING NewTitleIndex FROM 1 BY 1
                   UNTIL NewTitleIndex > NewTitleCount
               IF NOT NtlReceivedBefore(NewTitleIndex)
                   AND NtlGenreCode(NewTitleIndex)
                       = GntCode(GenreIndex)
                   MOVE NtlVideoCode(NewTitleIndex) TO ArdVideoCode
                   MOVE NtlTitle(NewTitleIndex) TO ArdTitle
                   MOVE NtlCopies(NewTitleIndex) TO ArdCopies
                   WRITE ReportLine FROM ArrivalDetailLine
               END-IF
           END-PERFORM.
