       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITLE-SUGGESTBUILD.
      *> Weekly rebuild of the "borrowers who rented this also
      *> rented" suggestions on SUGGEST.DAT (SUGGESTREC.cpy) off the
      *> years of who-rented-what on LOAN-HISTORY.DAT. Three sorts,
      *> each the SORT ... INPUT PROCEDURE ... GIVING shape the
      *> period reports use:
      *>   1. every completed loan by borrower and title, so each
      *>      borrower's titles arrive together, repeats side by side
      *>   2. every pair of different titles one borrower has had -
      *>      both ways round, once per borrower however often they
      *>      rented either - plus the title against itself, by
      *>      title pair
      *>   3. the pair counts by title, the title's own borrower
      *>      count first, then the other titles most shared first
      *> and the top five other titles shared by at least two
      *> borrowers are written against each title. The file is
      *> replaced whole each run; the desk leaves off, at the
      *> counter, whatever the borrower in front of it has already
      *> had.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanHistoryFile ASSIGN TO "LOAN-HISTORY.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HistoryStatus.

           SELECT BorrowerTitleFile ASSIGN TO "SUGGEST-TITLES.TEMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BorrowerTitleStatus.

           SELECT PairFile ASSIGN TO "SUGGEST-PAIRS.TEMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PairFileStatus.

           SELECT RankedFile ASSIGN TO "SUGGEST-RANKED.TEMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RankedFileStatus.

           SELECT TitleWorkFile ASSIGN TO "WORK.TEMP"
             FILE STATUS IS TitleWorkStatus.

           SELECT PairWorkFile ASSIGN TO "WORK2.TEMP"
             FILE STATUS IS PairWorkStatus.

           SELECT RankWorkFile ASSIGN TO "WORK3.TEMP"
             FILE STATUS IS RankWorkStatus.

           SELECT SuggestFile ASSIGN TO "SUGGEST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SugVideoCode
             FILE STATUS IS SuggestStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanHistoryFile.
       01  HistoryFlatLine     PIC X(63).
           88  EndOfHistoryFlat    VALUE HIGH-VALUES.

       FD  BorrowerTitleFile.
       01  BorrowerTitleRec.
           88  EndOfBorrowerTitles VALUE HIGH-VALUES.
           03  BtBorrowerNumber    PIC 9(4).
           03  BtVideoCode         PIC 9(5).

       FD  PairFile.
       01  PairRec.
           88  EndOfPairFile       VALUE HIGH-VALUES.
           03  PrTitleA            PIC 9(5).
           03  PrTitleB            PIC 9(5).

       FD  RankedFile.
       01  RankedRec.
           88  EndOfRankedFile     VALUE HIGH-VALUES.
           03  RkTitleA            PIC 9(5).
           03  RkSelfFlag          PIC X.
               88  RkIsSelf        VALUE "0".
           03  RkShared            PIC 9(5).
           03  RkTitleB            PIC 9(5).

       SD  TitleWorkFile.
       01  TitleWorkRec.
           03  tBorrowerNumber     PIC 9(4).
           03  tVideoCode          PIC 9(5).

       SD  PairWorkFile.
       01  PairWorkRec.
           03  pTitleA             PIC 9(5).
           03  pTitleB             PIC 9(5).

       SD  RankWorkFile.
       01  RankWorkRec.
           03  rTitleA             PIC 9(5).
           03  rSelfFlag           PIC X.
           03  rShared             PIC 9(5).
           03  rTitleB             PIC 9(5).

       FD  SuggestFile.
           COPY SUGGESTREC.

       WORKING-STORAGE SECTION.
           COPY LOANHIST.

       01  HistoryStatus       PIC X(2).
           88  HistoryFileOK   VALUE "00".
       01  BorrowerTitleStatus PIC X(2).
           88  BorrowerTitleOK VALUE "00".
       01  PairFileStatus      PIC X(2).
           88  PairFileOK      VALUE "00".
       01  RankedFileStatus    PIC X(2).
           88  RankedFileOK    VALUE "00".
       01  TitleWorkStatus     PIC X(2).
           88  TitleWorkOK     VALUE "00".
       01  PairWorkStatus      PIC X(2).
           88  PairWorkOK      VALUE "00".
       01  RankWorkStatus      PIC X(2).
           88  RankWorkOK      VALUE "00".
       01  SuggestStatus       PIC X(2).
           88  SuggestFileOK   VALUE "00".

       01  BusinessDate        PIC 9(8).

      *> the shop's standing rule: one borrower in common is chance,
      *> two is a suggestion
       01  SuggestMinShared    PIC 9(5) VALUE 2.
       01  SuggestMax          PIC 9 VALUE 5.

      *> one borrower's different titles, gathered off the first
      *> sort before their pairs are released - a borrower past the
      *> table's size is paired on the first 300 only
       01  BorrowerTitleTable.
           03  BorrowerTitle       PIC 9(5) OCCURS 300 TIMES.
       01  BorrowerTitleCount  PIC 9(3) VALUE ZERO.
       01  BorrowerTitleMax    PIC 9(3) VALUE 300.
       01  TitleIndexA         PIC 9(3).
       01  TitleIndexB         PIC 9(3).
       01  PriorBorrower       PIC 9(4) VALUE ZERO.
       01  PriorVideoCode      PIC 9(5) VALUE ZERO.
       01  FirstBlockSw        PIC X VALUE "Y".
           88  FirstBlock      VALUE "Y".
       01  BorrowersCapped     PIC 9(5) VALUE ZERO.

      *> runs of one title pair off the second sort
       01  PriorTitleA         PIC 9(5).
       01  PriorTitleB         PIC 9(5).
       01  PairRunCount        PIC 9(5).

      *> the suggestion record being filled off the third sort
       01  SuggestPendingSw    PIC X VALUE "N".
           88  SuggestPending  VALUE "Y".
       01  LoansRead           PIC 9(7) VALUE ZERO.
       01  TitlesWritten       PIC 9(7) VALUE ZERO.

      *> start/end lines on the shared job log, so the weekly
      *> batch-window report can see this step's elapsed time
       01  JobLogName          PIC X(30) VALUE "TITLE-SUGGESTBUILD".
       01  JobStartEvent       PIC X(5) VALUE "START".
       01  JobEndEvent         PIC X(5) VALUE "END".
       01  JobLogCount         PIC 9(7) VALUE ZERO.
       01  JobLogStatus        PIC X(4) VALUE SPACES.

      *> a CALL hands the called program's RETURN-CODE back to this
      *> one, so the step's own code is parked here across the final
      *> job-log call and put back before control returns
       01  HeldReturnCode      PIC S9(4) COMP VALUE ZERO.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-JobLog" USING JobLogName, JobStartEvent,
               JobLogCount, JobLogStatus.
           CALL "Sub-BusinessDate" USING BusinessDate.

           SORT TitleWorkFile ON ASCENDING KEY tBorrowerNumber,
               tVideoCode
               INPUT PROCEDURE IS GATHER-BORROWER-TITLES
               GIVING BorrowerTitleFile.
           IF NOT TitleWorkOK
               DISPLAY "..SORT WORK FILE ERROR, STATUS = ",
                   TitleWorkStatus
               SET RunFailed TO TRUE
           END-IF.

           IF NOT RunFailed
               SORT PairWorkFile ON ASCENDING KEY pTitleA, pTitleB
                   INPUT PROCEDURE IS PAIR-BORROWER-TITLES
                   GIVING PairFile
               IF NOT PairWorkOK
                   DISPLAY "..SORT WORK FILE ERROR, STATUS = ",
                       PairWorkStatus
                   SET RunFailed TO TRUE
               END-IF
           END-IF.

           IF NOT RunFailed
               SORT RankWorkFile ON ASCENDING KEY rTitleA, rSelfFlag
                   DESCENDING KEY rShared
                   ASCENDING KEY rTitleB
                   INPUT PROCEDURE IS COUNT-TITLE-PAIRS
                   GIVING RankedFile
               IF NOT RankWorkOK
                   DISPLAY "..SORT WORK FILE ERROR, STATUS = ",
                       RankWorkStatus
                   SET RunFailed TO TRUE
               END-IF
           END-IF.

           IF NOT RunFailed
               PERFORM BUILD-SUGGEST-FILE
           END-IF.

           DISPLAY "LOANS READ = ", LoansRead,
               "  TITLES WITH SUGGESTIONS = ", TitlesWritten.
           IF BorrowersCapped > ZERO
               DISPLAY "..", BorrowersCapped, " BORROWER(S) PAIRED ON "
                   "THEIR FIRST 300 TITLES ONLY.."
           END-IF.
           IF RunFailed
               MOVE 4 TO RETURN-CODE
               MOVE "FAIL" TO JobLogStatus
           ELSE
               MOVE "OK" TO JobLogStatus
           END-IF.
           MOVE TitlesWritten TO JobLogCount.
           MOVE RETURN-CODE TO HeldReturnCode.
           CALL "Sub-JobLog" USING JobLogName, JobEndEvent,
               JobLogCount, JobLogStatus.
           MOVE HeldReturnCode TO RETURN-CODE.

           GOBACK.

      *>   every completed loan, whatever its outcome - a tape that
      *>   came back damaged was still rented
       GATHER-BORROWER-TITLES.
           OPEN INPUT LoanHistoryFile
           IF NOT HistoryFileOK
               DISPLAY "..NO LOAN HISTORY ON FILE - NOTHING TO "
                   "BUILD.."
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF

           READ LoanHistoryFile
               AT END SET EndOfHistoryFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfHistoryFlat
               MOVE HistoryFlatLine TO LoanHistoryRecord
               ADD 1 TO LoansRead
               IF NOT HistAnonymised
                   MOVE HistBorrowerNumber TO tBorrowerNumber
                   MOVE HistVideoCode TO tVideoCode
                   RELEASE TitleWorkRec
               END-IF
               READ LoanHistoryFile
                   AT END SET EndOfHistoryFlat TO TRUE
               END-READ
           END-PERFORM

           CLOSE LoanHistoryFile.

      *>   each borrower's different titles are gathered, a title
      *>   rented twice kept once, and released in pairs at the
      *>   borrower break
       PAIR-BORROWER-TITLES.
           OPEN INPUT BorrowerTitleFile
           IF NOT BorrowerTitleOK
               DISPLAY "..SORTED TITLE FILE ERROR, STATUS = ",
                   BorrowerTitleStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO FirstBlockSw
           READ BorrowerTitleFile
               AT END SET EndOfBorrowerTitles TO TRUE
           END-READ
           PERFORM UNTIL EndOfBorrowerTitles
               IF FirstBlock OR BtBorrowerNumber NOT = PriorBorrower
                   IF NOT FirstBlock
                       PERFORM RELEASE-BORROWER-PAIRS
                   END-IF
                   MOVE "N" TO FirstBlockSw
                   MOVE BtBorrowerNumber TO PriorBorrower
                   MOVE ZERO TO BorrowerTitleCount PriorVideoCode
               END-IF
               IF BtVideoCode NOT = PriorVideoCode
                   MOVE BtVideoCode TO PriorVideoCode
                   IF BorrowerTitleCount < BorrowerTitleMax
                       ADD 1 TO BorrowerTitleCount
                       MOVE BtVideoCode
                           TO BorrowerTitle(BorrowerTitleCount)
                       IF BorrowerTitleCount = BorrowerTitleMax
                           ADD 1 TO BorrowersCapped
                       END-IF
                   END-IF
               END-IF
               READ BorrowerTitleFile
                   AT END SET EndOfBorrowerTitles TO TRUE
               END-READ
           END-PERFORM
           IF NOT FirstBlock
               PERFORM RELEASE-BORROWER-PAIRS
           END-IF
           CLOSE BorrowerTitleFile.

      *>   the title against itself counts the title's borrowers; the
      *>   title against each other one counts the shared ones
       RELEASE-BORROWER-PAIRS.
           PERFORM RELEASE-TITLE-PAIRS
               VARYING TitleIndexA FROM 1 BY 1
               UNTIL TitleIndexA > BorrowerTitleCount.

       RELEASE-TITLE-PAIRS.
           PERFORM RELEASE-ONE-PAIR
               VARYING TitleIndexB FROM 1 BY 1
               UNTIL TitleIndexB > BorrowerTitleCount.

       RELEASE-ONE-PAIR.
           MOVE BorrowerTitle(TitleIndexA) TO pTitleA
           MOVE BorrowerTitle(TitleIndexB) TO pTitleB
           RELEASE PairWorkRec.

      *>   a run of one pair is the number of borrowers who had both;
      *>   only the title's own count and the pairs shared often
      *>   enough go forward to be ranked
       COUNT-TITLE-PAIRS.
           OPEN INPUT PairFile
           IF NOT PairFileOK
               DISPLAY "..SORTED PAIR FILE ERROR, STATUS = ",
                   PairFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO FirstBlockSw
           READ PairFile
               AT END SET EndOfPairFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfPairFile
               IF FirstBlock OR PrTitleA NOT = PriorTitleA
                   OR PrTitleB NOT = PriorTitleB
                   IF NOT FirstBlock
                       PERFORM RELEASE-PAIR-COUNT
                   END-IF
                   MOVE "N" TO FirstBlockSw
                   MOVE PrTitleA TO PriorTitleA
                   MOVE PrTitleB TO PriorTitleB
                   MOVE ZERO TO PairRunCount
               END-IF
               ADD 1 TO PairRunCount
               READ PairFile
                   AT END SET EndOfPairFile TO TRUE
               END-READ
           END-PERFORM
           IF NOT FirstBlock
               PERFORM RELEASE-PAIR-COUNT
           END-IF
           CLOSE PairFile.

       RELEASE-PAIR-COUNT.
           MOVE PriorTitleA TO rTitleA
           MOVE PairRunCount TO rShared
           MOVE PriorTitleB TO rTitleB
           IF PriorTitleA = PriorTitleB
               MOVE "0" TO rSelfFlag
               RELEASE RankWorkRec
           ELSE
               IF PairRunCount >= SuggestMinShared
                   MOVE "1" TO rSelfFlag
                   RELEASE RankWorkRec
               END-IF
           END-IF.

      *>   ranked by title, its own borrower count first and then the
      *>   other titles most shared first - the first five of those
      *>   are the suggestions
       BUILD-SUGGEST-FILE.
           OPEN INPUT RankedFile
           IF NOT RankedFileOK
               DISPLAY "..RANKED PAIR FILE ERROR, STATUS = ",
                   RankedFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SuggestFile
           IF NOT SuggestFileOK
               DISPLAY "..UNABLE TO OPEN SUGGESTIONS FILE, STATUS = ",
                   SuggestStatus
               SET RunFailed TO TRUE
               CLOSE RankedFile
               EXIT PARAGRAPH
           END-IF
           READ RankedFile
               AT END SET EndOfRankedFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRankedFile
               IF NOT SuggestPending OR RkTitleA NOT = SugVideoCode
                   PERFORM WRITE-SUGGESTION
                   MOVE RkTitleA TO SugVideoCode
                   MOVE BusinessDate TO SugBuiltDate
                   MOVE ZERO TO SugTitleBorrowers SugEntryCount
                   SET SuggestPending TO TRUE
               END-IF
               IF RkIsSelf
                   MOVE RkShared TO SugTitleBorrowers
               ELSE
                   IF SugEntryCount < SuggestMax
                       ADD 1 TO SugEntryCount
                       MOVE RkTitleB TO SugOtherCode(SugEntryCount)
                       MOVE RkShared
                           TO SugSharedBorrowers(SugEntryCount)
                   END-IF
               END-IF
               READ RankedFile
                   AT END SET EndOfRankedFile TO TRUE
               END-READ
           END-PERFORM
           PERFORM WRITE-SUGGESTION
           CLOSE RankedFile, SuggestFile.

      *>   a title nobody else's borrowers shared often enough gets
      *>   no record at all
       WRITE-SUGGESTION.
           IF NOT SuggestPending OR SugEntryCount = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TitleIndexB FROM SugEntryCount BY 1
                   UNTIL TitleIndexB >= SuggestMax
               MOVE ZERO TO SugOtherCode(TitleIndexB + 1)
                   SugSharedBorrowers(TitleIndexB + 1)
           END-PERFORM
           WRITE SuggestRecord
               INVALID KEY
               DISPLAY "(WRITE) SUGGESTIONS STATUS = ", SuggestStatus
           END-WRITE
           ADD 1 TO TitlesWritten.
