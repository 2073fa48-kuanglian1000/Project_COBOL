       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-ROTATION.
      *> Weekly inter-branch stock rotation. BRANCH-TRANSFER only
      *> moves a copy when somebody thinks to ask, so one shop can
      *> sit on idle copies of a title while the other has borrowers
      *> queued for it. Title by title this weighs, per branch,
      *>   the copies on the shelf there (VIDEOCOPY.DAT), and those
      *>     out on loan or riding in to it, which will come back
      *>   the open reservations taken there (RESERVE.DAT)
      *>   the loans made of its copies over the last 13 weeks
      *>     (LOAN-HISTORY.DAT)
      *> A branch whose queue is longer than the copies it has on
      *> the shelf and coming back NEEDS copies; a branch can SPARE
      *> the shelf copies beyond its own queue, keeping one back if
      *> it has lent the title at all in the 13 weeks. Each copy
      *> needed is suggested from the branch with most to spare,
      *> naming the very copy, and the suggestions print as a pick
      *> list per sending branch - video code, copy number and
      *> destination, just as BRANCH-TRANSFER's dispatch asks for
      *> them. The suggestions are kept on ROTATION-SUGGEST.DAT
      *> (ROTSUGG.cpy), and the next week's run reads last week's
      *> list against the dispatches on TRANSFER-LOG.DAT
      *> (TRANSLOG.cpy) to show which were made, which copies went
      *> somewhere else, and which never moved. Last week's list is
      *> set aside as ROTATION-SUGGEST.PRV before it is replaced, so
      *> a rerun the same night still follows up the right week.
      *> Report to ROTATION-RPT.DAT, filed in the report vault.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VideoCopyFile ASSIGN TO "VIDEOCOPY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CopyKey
             FILE STATUS IS CopyStatus.

           SELECT ReserveFile ASSIGN TO "RESERVE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ReserveKey
             FILE STATUS IS ReserveStatus.

           SELECT LoanHistoryFile ASSIGN TO "LOAN-HISTORY.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HistoryStatus.

           SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VideoCode
             ALTERNATE RECORD KEY IS VideoTitle
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS VideoSupplierCode
               WITH DUPLICATES
             FILE STATUS IS VideoStatus.

           SELECT TransferLogFile ASSIGN TO "TRANSFER-LOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TransferLogStatus.

           SELECT SuggestFile ASSIGN TO "ROTATION-SUGGEST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SuggestStatus.

           SELECT PrevSuggestFile ASSIGN TO "ROTATION-SUGGEST.PRV"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PrevSuggestStatus.

           SELECT ReportFile ASSIGN TO "ROTATION-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  ReserveFile.
           COPY RESERVREC.

       FD  LoanHistoryFile.
       01  HistoryFlatLine     PIC X(63).
           88  EndOfHistoryFlat    VALUE HIGH-VALUES.

       FD  VideoFile.
           COPY VIDEOREC.

       FD  TransferLogFile.
       01  TransferLogFlatLine PIC X(50).
           88  EndOfTransferLogFlat    VALUE HIGH-VALUES.

       FD  SuggestFile.
       01  SuggestFlatLine     PIC X(31).
           88  EndOfSuggestFlat    VALUE HIGH-VALUES.

       FD  PrevSuggestFile.
       01  PrevSuggestFlatLine PIC X(31).
           88  EndOfPrevSuggestFlat    VALUE HIGH-VALUES.

       FD  ReportFile.
       01  ReportLine  PIC X(100).

       WORKING-STORAGE SECTION.
           COPY LOANHIST.
           COPY TRANSLOG.
           COPY ROTSUGG.

       01  CopyStatus          PIC X(2).
           88  CopyFileOK      VALUE "00".
           88  CopyFound       VALUE "00".
       01  ReserveStatus       PIC X(2).
           88  ReserveFileOK   VALUE "00".
       01  HistoryStatus       PIC X(2).
           88  HistoryFileOK   VALUE "00".
       01  VideoStatus         PIC X(2).
           88  VideoFound      VALUE "00".
       01  TransferLogStatus   PIC X(2).
           88  TransferLogOK   VALUE "00".
       01  SuggestStatus       PIC X(2).
           88  SuggestFileOK   VALUE "00".
       01  PrevSuggestStatus   PIC X(2).
           88  PrevSuggestOK   VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".
       01  ReserveFileOpenSw   PIC X VALUE "N".
           88  ReserveFileIsOpen   VALUE "Y".
       01  VideoFileOpenSw     PIC X VALUE "N".
           88  VideoFileIsOpen VALUE "Y".

      *> how far back a loan still counts as the branch lending the
      *> title - a quarter of a year
       01  RotationWindowDays  PIC 9(3) VALUE 91.

       01  BusinessDate        PIC 9(8).
       01  TodayDayNumber      PIC 9(7).
       01  LoanDayNumber       PIC 9(7).
       01  HistLoanWork        PIC 9(8).

      *> loans inside the window, per title and the branch the copy
      *> lent belongs to
       01  RecentLoanTable.
           03  RecentLoanEntry     OCCURS 3000 TIMES.
               05  RlnVideoCode    PIC 9(5).
               05  RlnBranch       PIC 99.
               05  RlnCount        PIC 9(4).
       01  RecentLoanCount     PIC 9(4) VALUE ZERO.
       01  RecentLoanIndex     PIC 9(4).
       01  LoanSlotFoundSw     PIC X.
           88  LoanSlotFound   VALUE "Y".
       01  LoanTableFullSw     PIC X VALUE "N".
           88  LoanTableFull   VALUE "Y".
       01  WantedBranch        PIC 99.

      *> the title in hand, branch by branch - subscripted by the
      *> branch code itself
       01  TitleVideoCode      PIC 9(5).
       01  TitleShelfTotal     PIC 9(3).
       01  TitleQueueTotal     PIC 9(3).
       01  BranchTable.
           03  BranchEntry         OCCURS 99 TIMES.
               05  BrnShelf        PIC 9(3).
               05  BrnComing       PIC 9(3).
               05  BrnQueue        PIC 9(3).
               05  BrnLoans        PIC 9(4).
               05  BrnSpare        PIC 9(3).
               05  BrnNeed         PIC 9(3).
       01  BranchIndex         PIC 99.
       01  NeedBranch          PIC 99.
       01  SendBranch          PIC 99.
       01  BranchBalance       PIC S9(5).
       01  KeepBack            PIC 9.

      *> the title's shelf copies, so the suggestion can name one
       01  TitleCopyTable.
           03  TitleCopyEntry      OCCURS 99 TIMES.
               05  TcpCopyNumber   PIC 99.
               05  TcpBranch       PIC 99.
               05  TcpPickedSw     PIC X.
                   88  TcpPicked   VALUE "Y".
       01  TitleCopyCount      PIC 99.
       01  TitleCopyIndex      PIC 99.
       01  PickedCopyIndex     PIC 99.
       01  NoSenderSw          PIC X.
           88  NoSenderLeft    VALUE "Y".

      *> this week's suggestions, in title order
       01  SuggestTable.
           03  SuggestEntry        OCCURS 1000 TIMES.
               05  SugVideoCode    PIC 9(5).
               05  SugCopyNumber   PIC 99.
               05  SugFromBranch   PIC 99.
               05  SugToBranch     PIC 99.
               05  SugQueueThere   PIC 9(3).
               05  SugLentHere     PIC 9(4).
       01  SuggestCount        PIC 9(4) VALUE ZERO.
       01  SuggestIndex        PIC 9(4).
       01  SuggestFullSw       PIC X VALUE "N".
           88  SuggestTableFull    VALUE "Y".
       01  BranchPickCount     PIC 9(4).

      *> last week's suggestions and what became of each
       01  LastRunDate         PIC 9(8) VALUE ZERO.
       01  LastSuggestTable.
           03  LastSuggestEntry    OCCURS 1000 TIMES.
               05  LsgVideoCode    PIC 9(5).
               05  LsgCopyNumber   PIC 99.
               05  LsgFromBranch   PIC 99.
               05  LsgToBranch     PIC 99.
               05  LsgOutcome      PIC X.
                   88  LsgNotMade      VALUE "N".
                   88  LsgMade         VALUE "M".
                   88  LsgElsewhere    VALUE "E".
               05  LsgSentTo       PIC 99.
       01  LastSuggestCount    PIC 9(4) VALUE ZERO.
       01  LastSuggestIndex    PIC 9(4).
       01  MadeCount           PIC 9(4) VALUE ZERO.
       01  ElsewhereCount      PIC 9(4) VALUE ZERO.
       01  NotMadeCount        PIC 9(4) VALUE ZERO.

       01  ReportHeading.
           03  FILLER          PIC X(32)
                 VALUE "=STOCK ROTATION SUGGESTIONS=    ".
           03  HdgDate         PIC 9(8).

       01  PickListHeading.
           03  FILLER          PIC X(33)
                 VALUE "PICK LIST - DISPATCH FROM BRANCH ".
           03  PhdBranch       PIC 99.
           03  FILLER          PIC X(3) VALUE " - ".
           03  PhdCount        PIC ZZZ9.
           03  FILLER          PIC X(7) VALUE " COPIES".

       01  PickColumnHeading.
           03  FILLER          PIC X(40)
                 VALUE "  VIDEO COPY  SEND TO  TITLE".
           03  FILLER          PIC X(40)
                 VALUE "                 QUEUE THERE  LENT HERE".

       01  PickDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlVideoCode    PIC 9(5).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlCopyNumber   PIC 99.
           03  FILLER          PIC X(6) VALUE SPACES.
           03  DtlToBranch     PIC 99.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  DtlTitle        PIC X(40).
           03  FILLER          PIC X(6) VALUE SPACES.
           03  DtlQueueThere   PIC ZZ9.
           03  FILLER          PIC X(7) VALUE SPACES.
           03  DtlLentHere     PIC ZZZ9.

       01  NothingToSuggestLine    PIC X(50)
             VALUE "..NO COPIES TO MOVE THIS WEEK..".

       01  FollowUpHeading.
           03  FILLER          PIC X(40)
                 VALUE "LAST WEEK'S SUGGESTIONS - RUN OF ".
           03  FhdRunDate      PIC 9(8).

       01  NoFollowUpLine      PIC X(50)
             VALUE "..NO EARLIER SUGGESTIONS ON FILE..".

       01  FollowUpDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  FupVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  FupCopyNumber   PIC 99.
           03  FILLER          PIC X(6) VALUE " FROM ".
           03  FupFromBranch   PIC 99.
           03  FILLER          PIC X(4) VALUE " TO ".
           03  FupToBranch     PIC 99.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  FupOutcome      PIC X(20).

       01  RotationCountLine.
           03  CntLabel        PIC X(30).
           03  CntAmount       PIC ZZ,ZZ9.

      *> start/end lines on the shared job log, so the weekly
      *> batch-window report can see this step's elapsed time
       01  JobLogName          PIC X(30) VALUE "STOCK-ROTATION".
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
       01  VaultReportName     PIC X(30) VALUE "ROTATION-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "STOCK-ROTATION".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-JobLog" USING JobLogName, JobStartEvent,
               JobLogCount, JobLogStatus.
           CALL "Sub-BusinessDate" USING BusinessDate.
           CALL "Sub-DateDayNumber" USING BusinessDate,
               TodayDayNumber.

           OPEN INPUT VideoCopyFile
           IF NOT CopyFileOK
               DISPLAY "..UNABLE TO OPEN COPY FILE, STATUS = ",
                   CopyStatus
               SET RunFailed TO TRUE
           END-IF.

           IF NOT RunFailed
               PERFORM SET-ASIDE-LAST-WEEK
               PERFORM FOLLOW-UP-LAST-WEEK
               PERFORM GATHER-RECENT-LOANS
               PERFORM WEIGH-EVERY-TITLE
               CLOSE VideoCopyFile
               PERFORM PRINT-ROTATION-REPORT
           END-IF.

           IF NOT RunFailed
               PERFORM SAVE-THIS-WEEK
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
               MOVE "FAIL" TO JobLogStatus
           ELSE
               MOVE "OK" TO JobLogStatus
               DISPLAY "COPIES SUGGESTED TO MOVE  = ", SuggestCount
               DISPLAY "LAST WEEK'S MADE          = ", MadeCount
               DISPLAY "LAST WEEK'S NOT MADE      = ", NotMadeCount
           END-IF.
           MOVE SuggestCount TO JobLogCount.
           MOVE RETURN-CODE TO HeldReturnCode.
           CALL "Sub-JobLog" USING JobLogName, JobEndEvent,
               JobLogCount, JobLogStatus.
           MOVE HeldReturnCode TO RETURN-CODE.

           GOBACK.

      *>   last week's list goes aside before this week's replaces
      *>   it - unless the list on file is tonight's own, from an
      *>   earlier attempt at the same night, when the one already
      *>   set aside is still last week's
       SET-ASIDE-LAST-WEEK.
           OPEN INPUT SuggestFile
           IF NOT SuggestFileOK
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO RsgRunDate
           READ SuggestFile INTO RotationSuggestLine
               AT END MOVE ZERO TO RsgRunDate
           END-READ
           CLOSE SuggestFile
           IF RsgRunDate NOT = BusinessDate
               CALL "CBL_COPY_FILE" USING "ROTATION-SUGGEST.DAT",
                   "ROTATION-SUGGEST.PRV"
           END-IF.

      *>   each of last week's suggestions against every dispatch
      *>   logged since: to the branch suggested is made, to another
      *>   branch is noted where it went
       FOLLOW-UP-LAST-WEEK.
           MOVE ZERO TO LastSuggestCount
           OPEN INPUT PrevSuggestFile
           IF NOT PrevSuggestOK
               EXIT PARAGRAPH
           END-IF
           READ PrevSuggestFile INTO RotationSuggestLine
               AT END SET EndOfPrevSuggestFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfPrevSuggestFlat
               IF RsgRunDate IS NUMERIC AND RsgVideoCode IS NUMERIC
                   MOVE RsgRunDate TO LastRunDate
                   IF NOT RsgRunMarker AND LastSuggestCount < 1000
                       ADD 1 TO LastSuggestCount
                       MOVE RsgVideoCode
                           TO LsgVideoCode(LastSuggestCount)
                       MOVE RsgCopyNumber
                           TO LsgCopyNumber(LastSuggestCount)
                       MOVE RsgFromBranch
                           TO LsgFromBranch(LastSuggestCount)
                       MOVE RsgToBranch
                           TO LsgToBranch(LastSuggestCount)
                       SET LsgNotMade(LastSuggestCount) TO TRUE
                       MOVE ZERO TO LsgSentTo(LastSuggestCount)
                   END-IF
               END-IF
               READ PrevSuggestFile INTO RotationSuggestLine
                   AT END SET EndOfPrevSuggestFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE PrevSuggestFile
           IF LastSuggestCount = ZERO
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT TransferLogFile
           IF TransferLogOK
               READ TransferLogFile
                   AT END SET EndOfTransferLogFlat TO TRUE
               END-READ
               PERFORM UNTIL EndOfTransferLogFlat
                   MOVE TransferLogFlatLine TO TransferLogLine
                   IF TlgDispatched AND TlgDate >= LastRunDate
                       PERFORM MATCH-DISPATCH-TO-SUGGESTION
                           VARYING LastSuggestIndex FROM 1 BY 1
                           UNTIL LastSuggestIndex > LastSuggestCount
                   END-IF
                   READ TransferLogFile
                       AT END SET EndOfTransferLogFlat TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TransferLogFile
           END-IF.

       MATCH-DISPATCH-TO-SUGGESTION.
           IF TlgVideoCode = LsgVideoCode(LastSuggestIndex)
               AND TlgCopyNumber = LsgCopyNumber(LastSuggestIndex)
               IF TlgToBranch = LsgToBranch(LastSuggestIndex)
                   SET LsgMade(LastSuggestIndex) TO TRUE
               ELSE
                   IF NOT LsgMade(LastSuggestIndex)
                       SET LsgElsewhere(LastSuggestIndex) TO TRUE
                       MOVE TlgToBranch
                           TO LsgSentTo(LastSuggestIndex)
                   END-IF
               END-IF
           END-IF.

      *>   one pass of the history: each loan made inside the window
      *>   is counted to its title and to the branch its copy
      *>   belongs to
       GATHER-RECENT-LOANS.
           OPEN INPUT LoanHistoryFile
           IF NOT HistoryFileOK
               EXIT PARAGRAPH
           END-IF
           READ LoanHistoryFile
               AT END SET EndOfHistoryFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfHistoryFlat
               MOVE HistoryFlatLine TO LoanHistoryRecord
               IF HistLoanDate IS NUMERIC AND HistLoanDate > ZERO
                   MOVE HistLoanDate TO HistLoanWork
                   CALL "Sub-DateDayNumber" USING HistLoanWork,
                       LoanDayNumber
                   IF LoanDayNumber <= TodayDayNumber
                       AND TodayDayNumber - LoanDayNumber
                           <= RotationWindowDays
                       PERFORM POST-RECENT-LOAN
                   END-IF
               END-IF
               READ LoanHistoryFile
                   AT END SET EndOfHistoryFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE LoanHistoryFile
           IF LoanTableFull
               DISPLAY "..RECENT LOAN TABLE FULL - LATER TITLES "
                   "WEIGHED WITHOUT THEIR LOANS.."
           END-IF.

       POST-RECENT-LOAN.
           MOVE HistVideoCode TO CopyVideoCode
           MOVE HistCopyNumber TO CopyNumber
           READ VideoCopyFile
               KEY IS CopyKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT CopyFound
               EXIT PARAGRAPH
           END-IF
           MOVE CopyBranchCode TO WantedBranch
           IF WantedBranch = ZERO
               MOVE 1 TO WantedBranch
           END-IF
           MOVE "N" TO LoanSlotFoundSw
           PERFORM VARYING RecentLoanIndex FROM 1 BY 1
                   UNTIL LoanSlotFound
                   OR RecentLoanIndex > RecentLoanCount
               IF RlnVideoCode(RecentLoanIndex) = HistVideoCode
                   AND RlnBranch(RecentLoanIndex) = WantedBranch
                   ADD 1 TO RlnCount(RecentLoanIndex)
                   SET LoanSlotFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT LoanSlotFound
               IF RecentLoanCount < 3000
                   ADD 1 TO RecentLoanCount
                   MOVE HistVideoCode TO RlnVideoCode(RecentLoanCount)
                   MOVE WantedBranch TO RlnBranch(RecentLoanCount)
                   MOVE 1 TO RlnCount(RecentLoanCount)
               ELSE
                   SET LoanTableFull TO TRUE
               END-IF
           END-IF.

      *>   the copy file in key order brings each title's copies
      *>   together; each title is weighed once its copies are in
       WEIGH-EVERY-TITLE.
           OPEN INPUT ReserveFile
           IF ReserveFileOK
               SET ReserveFileIsOpen TO TRUE
           END-IF
           MOVE ZEROS TO CopyKey
           START VideoCopyFile KEY IS NOT LESS THAN CopyKey
               INVALID KEY CONTINUE
           END-START
           IF CopyFileOK
               READ VideoCopyFile NEXT RECORD
                   AT END SET EndOfCopyFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCopyFile OR SuggestTableFull
                   MOVE CopyVideoCode TO TitleVideoCode
                   INITIALIZE BranchTable
                   MOVE ZERO TO TitleCopyCount TitleShelfTotal
                       TitleQueueTotal
                   PERFORM UNTIL EndOfCopyFile
                           OR CopyVideoCode NOT = TitleVideoCode
                       PERFORM NOTE-TITLE-COPY
                       READ VideoCopyFile NEXT RECORD
                           AT END SET EndOfCopyFile TO TRUE
                       END-READ
                   END-PERFORM
                   PERFORM WEIGH-TITLE
               END-PERFORM
           END-IF
           IF ReserveFileIsOpen
               CLOSE ReserveFile
           END-IF
           IF SuggestTableFull
               DISPLAY "..SUGGESTION TABLE FULL - LATER TITLES NOT "
                   "WEIGHED THIS WEEK.."
           END-IF.

      *>   a copy in transit is riding to the branch it is stamped
      *>   with, so it counts there as coming, like one on loan
       NOTE-TITLE-COPY.
           MOVE CopyBranchCode TO WantedBranch
           IF WantedBranch = ZERO
               MOVE 1 TO WantedBranch
           END-IF
           EVALUATE TRUE
               WHEN CopyOnShelf
                   ADD 1 TO BrnShelf(WantedBranch)
                   ADD 1 TO TitleShelfTotal
                   IF TitleCopyCount < 99
                       ADD 1 TO TitleCopyCount
                       MOVE CopyNumber
                           TO TcpCopyNumber(TitleCopyCount)
                       MOVE WantedBranch TO TcpBranch(TitleCopyCount)
                       MOVE "N" TO TcpPickedSw(TitleCopyCount)
                   END-IF
               WHEN CopyOnLoan OR CopyInTransit
                   ADD 1 TO BrnComing(WantedBranch)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WEIGH-TITLE.
           IF TitleShelfTotal = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-TITLE-QUEUE
           IF TitleQueueTotal = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RecentLoanIndex FROM 1 BY 1
                   UNTIL RecentLoanIndex > RecentLoanCount
               IF RlnVideoCode(RecentLoanIndex) = TitleVideoCode
                   MOVE RlnCount(RecentLoanIndex)
                       TO BrnLoans(RlnBranch(RecentLoanIndex))
               END-IF
           END-PERFORM
           PERFORM WORK-OUT-BRANCH-BALANCE
               VARYING BranchIndex FROM 1 BY 1
               UNTIL BranchIndex > 98
           MOVE 99 TO BranchIndex
           PERFORM WORK-OUT-BRANCH-BALANCE
           PERFORM MEET-BRANCH-NEED
               VARYING NeedBranch FROM 1 BY 1
               UNTIL NeedBranch > 98 OR SuggestTableFull
           MOVE 99 TO NeedBranch
           IF NOT SuggestTableFull
               PERFORM MEET-BRANCH-NEED
           END-IF.

      *>   only reservations still waiting count - a held one has
      *>   its copy, and a pending one has no title to send yet
       COUNT-TITLE-QUEUE.
           IF NOT ReserveFileIsOpen
               EXIT PARAGRAPH
           END-IF
           MOVE TitleVideoCode TO ReserveVideoCode
           MOVE ZERO TO ReserveSeqNo
           START ReserveFile KEY IS NOT LESS THAN ReserveKey
               INVALID KEY CONTINUE
           END-START
           IF ReserveFileOK
               READ ReserveFile NEXT RECORD
                   AT END SET EndOfReserveFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfReserveFile
                       OR ReserveVideoCode NOT = TitleVideoCode
                   IF ReserveIsOpen
                       MOVE ReserveBranchCode TO WantedBranch
                       IF WantedBranch = ZERO
                           MOVE 1 TO WantedBranch
                       END-IF
                       ADD 1 TO BrnQueue(WantedBranch)
                       ADD 1 TO TitleQueueTotal
                   END-IF
                   READ ReserveFile NEXT RECORD
                       AT END SET EndOfReserveFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

      *>   the queue beyond what is on the shelf and coming back is
      *>   the need; the shelf beyond the queue, less one kept for a
      *>   branch still lending the title, is the spare
       WORK-OUT-BRANCH-BALANCE.
           MOVE ZERO TO KeepBack
           IF BrnLoans(BranchIndex) > ZERO
               MOVE 1 TO KeepBack
           END-IF
           COMPUTE BranchBalance = BrnShelf(BranchIndex)
               - BrnQueue(BranchIndex) - KeepBack
           IF BranchBalance > ZERO
               MOVE BranchBalance TO BrnSpare(BranchIndex)
           END-IF
           COMPUTE BranchBalance = BrnQueue(BranchIndex)
               - BrnShelf(BranchIndex) - BrnComing(BranchIndex)
           IF BranchBalance > ZERO
               MOVE BranchBalance TO BrnNeed(BranchIndex)
           END-IF.

       MEET-BRANCH-NEED.
           MOVE "N" TO NoSenderSw
           PERFORM SEND-ONE-COPY
               UNTIL BrnNeed(NeedBranch) = ZERO
               OR NoSenderLeft OR SuggestTableFull.

      *>   from the branch with most to spare, lowest branch first
      *>   on a tie, the first of its shelf copies not yet picked
       SEND-ONE-COPY.
           MOVE ZERO TO SendBranch
           PERFORM VARYING BranchIndex FROM 1 BY 1
                   UNTIL BranchIndex > 98
               PERFORM CONSIDER-SENDER
           END-PERFORM
           MOVE 99 TO BranchIndex
           PERFORM CONSIDER-SENDER
           IF SendBranch = ZERO
               SET NoSenderLeft TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO PickedCopyIndex
           PERFORM VARYING TitleCopyIndex FROM 1 BY 1
                   UNTIL PickedCopyIndex > ZERO
                   OR TitleCopyIndex > TitleCopyCount
               IF TcpBranch(TitleCopyIndex) = SendBranch
                   AND NOT TcpPicked(TitleCopyIndex)
                   MOVE TitleCopyIndex TO PickedCopyIndex
               END-IF
           END-PERFORM
           IF PickedCopyIndex = ZERO
               MOVE ZERO TO BrnSpare(SendBranch)
               EXIT PARAGRAPH
           END-IF
           SET TcpPicked(PickedCopyIndex) TO TRUE
           SUBTRACT 1 FROM BrnSpare(SendBranch)
           SUBTRACT 1 FROM BrnNeed(NeedBranch)
           IF SuggestCount >= 1000
               SET SuggestTableFull TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SuggestCount
           MOVE TitleVideoCode TO SugVideoCode(SuggestCount)
           MOVE TcpCopyNumber(PickedCopyIndex)
               TO SugCopyNumber(SuggestCount)
           MOVE SendBranch TO SugFromBranch(SuggestCount)
           MOVE NeedBranch TO SugToBranch(SuggestCount)
           MOVE BrnQueue(NeedBranch) TO SugQueueThere(SuggestCount)
           MOVE BrnLoans(SendBranch) TO SugLentHere(SuggestCount).

       CONSIDER-SENDER.
           IF BranchIndex NOT = NeedBranch
               AND BrnSpare(BranchIndex) > ZERO
               IF SendBranch = ZERO
                   MOVE BranchIndex TO SendBranch
               ELSE
                   IF BrnSpare(BranchIndex) > BrnSpare(SendBranch)
                       MOVE BranchIndex TO SendBranch
                   END-IF
               END-IF
           END-IF.

       PRINT-ROTATION-REPORT.
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT VideoFile
           IF VideoFound
               SET VideoFileIsOpen TO TRUE
           END-IF
           MOVE BusinessDate TO HdgDate
           WRITE ReportLine FROM ReportHeading
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           IF SuggestCount = ZERO
               WRITE ReportLine FROM NothingToSuggestLine
           ELSE
               PERFORM PRINT-BRANCH-PICK-LIST
                   VARYING SendBranch FROM 1 BY 1
                   UNTIL SendBranch > 98
               MOVE 99 TO SendBranch
               PERFORM PRINT-BRANCH-PICK-LIST
           END-IF
           IF VideoFileIsOpen
               CLOSE VideoFile
           END-IF

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           PERFORM PRINT-FOLLOW-UP

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "COPIES SUGGESTED THIS WEEK  = " TO CntLabel
           MOVE SuggestCount TO CntAmount
           WRITE ReportLine FROM RotationCountLine
           MOVE "LAST WEEK'S - MADE          = " TO CntLabel
           MOVE MadeCount TO CntAmount
           WRITE ReportLine FROM RotationCountLine
           MOVE "LAST WEEK'S - SENT ELSEWHERE= " TO CntLabel
           MOVE ElsewhereCount TO CntAmount
           WRITE ReportLine FROM RotationCountLine
           MOVE "LAST WEEK'S - NOT MADE      = " TO CntLabel
           MOVE NotMadeCount TO CntAmount
           WRITE ReportLine FROM RotationCountLine
           CLOSE ReportFile
           CALL "Sub-VaultReport" USING VaultReportName,
               VaultStepName.

      *>   one page section per sending branch, in the order the
      *>   counter staff work down the shelves - by title
       PRINT-BRANCH-PICK-LIST.
           MOVE ZERO TO BranchPickCount
           PERFORM VARYING SuggestIndex FROM 1 BY 1
                   UNTIL SuggestIndex > SuggestCount
               IF SugFromBranch(SuggestIndex) = SendBranch
                   ADD 1 TO BranchPickCount
               END-IF
           END-PERFORM
           IF BranchPickCount = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SendBranch TO PhdBranch
           MOVE BranchPickCount TO PhdCount
           WRITE ReportLine FROM PickListHeading
           WRITE ReportLine FROM PickColumnHeading
           PERFORM VARYING SuggestIndex FROM 1 BY 1
                   UNTIL SuggestIndex > SuggestCount
               IF SugFromBranch(SuggestIndex) = SendBranch
                   PERFORM PRINT-PICK-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO ReportLine
           WRITE ReportLine.

       PRINT-PICK-LINE.
           MOVE SugVideoCode(SuggestIndex) TO DtlVideoCode
           MOVE SugCopyNumber(SuggestIndex) TO DtlCopyNumber
           MOVE SugToBranch(SuggestIndex) TO DtlToBranch
           MOVE "**NOT ON CATALOG**" TO DtlTitle
           IF VideoFileIsOpen
               MOVE SugVideoCode(SuggestIndex) TO VideoCode
               READ VideoFile
                   KEY IS VideoCode
                   INVALID KEY CONTINUE
               END-READ
               IF VideoFound
                   MOVE VideoTitle TO DtlTitle
               END-IF
           END-IF
           MOVE SugQueueThere(SuggestIndex) TO DtlQueueThere
           MOVE SugLentHere(SuggestIndex) TO DtlLentHere
           WRITE ReportLine FROM PickDetailLine.

       PRINT-FOLLOW-UP.
           IF LastSuggestCount = ZERO
               WRITE ReportLine FROM NoFollowUpLine
               EXIT PARAGRAPH
           END-IF
           MOVE LastRunDate TO FhdRunDate
           WRITE ReportLine FROM FollowUpHeading
           PERFORM PRINT-FOLLOW-UP-LINE
               VARYING LastSuggestIndex FROM 1 BY 1
               UNTIL LastSuggestIndex > LastSuggestCount.

       PRINT-FOLLOW-UP-LINE.
           MOVE LsgVideoCode(LastSuggestIndex) TO FupVideoCode
           MOVE LsgCopyNumber(LastSuggestIndex) TO FupCopyNumber
           MOVE LsgFromBranch(LastSuggestIndex) TO FupFromBranch
           MOVE LsgToBranch(LastSuggestIndex) TO FupToBranch
           EVALUATE TRUE
               WHEN LsgMade(LastSuggestIndex)
                   MOVE "MADE" TO FupOutcome
                   ADD 1 TO MadeCount
               WHEN LsgElsewhere(LastSuggestIndex)
                   MOVE SPACES TO FupOutcome
                   STRING "SENT TO BRANCH " DELIMITED BY SIZE
                       LsgSentTo(LastSuggestIndex) DELIMITED BY SIZE
                       INTO FupOutcome
                   END-STRING
                   ADD 1 TO ElsewhereCount
               WHEN OTHER
                   MOVE "NOT MADE" TO FupOutcome
                   ADD 1 TO NotMadeCount
           END-EVALUATE
           WRITE ReportLine FROM FollowUpDetailLine.

      *>   this week's list replaces last week's, the run date line
      *>   first
       SAVE-THIS-WEEK.
           OPEN OUTPUT SuggestFile
           IF NOT SuggestFileOK
               DISPLAY "..SUGGESTION FILE ERROR, STATUS = ",
                   SuggestStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE BusinessDate TO RsgRunDate
           MOVE ZERO TO RsgVideoCode RsgCopyNumber RsgFromBranch
               RsgToBranch
           WRITE SuggestFlatLine FROM RotationSuggestLine
           PERFORM VARYING SuggestIndex FROM 1 BY 1
                   UNTIL SuggestIndex > SuggestCount
               MOVE SugVideoCode(SuggestIndex) TO RsgVideoCode
               MOVE SugCopyNumber(SuggestIndex) TO RsgCopyNumber
               MOVE SugFromBranch(SuggestIndex) TO RsgFromBranch
               MOVE SugToBranch(SuggestIndex) TO RsgToBranch
               WRITE SuggestFlatLine FROM RotationSuggestLine
           END-PERFORM
           CLOSE SuggestFile.
