      *> copy - found damaged at stocktake, or withdrawn for the
      *> sell-off bin, or repaired back to lendable; a copy out on
      *> loan comes off loan through the desk's lost-and-damaged
      *> function instead, which also does the billing. Each copy
      *> is added as a tape or a disc, and the listing shows which.
      *> The inspect function works the queue COPY-WEARCHECK builds
      *> on COPYWEAR.DAT from the play counts: the signed-on clerk
      *> records each queued shelf copy as passed, cleaned, or
      *> retired - and a retired copy is withdrawn by the same path
      *> and the same rules as the flag function's W.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS CopyKey
             FILE STATUS IS CopyStatus.

           SELECT CopyWearFile ASSIGN TO "COPYWEAR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS WearCopyKey
             FILE STATUS IS WearStatus.

           SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  CopyWearFile.
           COPY WEARREC.

       FD  VideoFile.
           COPY VIDEOREC.

       01  VideoStatus         PIC X(2).
           88  VideoFound      VALUE "00".

       01  WearStatus          PIC X(2).
           88  WearFound       VALUE "00".
           88  WearFileMissing VALUE "35".

       01  LoanStatus          PIC X(2).
           88  LoanFound       VALUE "00".
           88  LoanFileMissing VALUE "35".
           88  DeleteAction    VALUE 2.
           88  ListAction      VALUE 3.
           88  FlagAction      VALUE 4.
           88  InspectAction   VALUE 5.
           88  QuitMaintenance VALUE 9.

      *> what the shelf copy is being flagged to - S puts a
           88  FlagToDamaged   VALUE "D" "d".
           88  FlagToWithdrawn VALUE "W" "w".

      *> the inspection's outcome, as WearLastResult keeps it
       01  KeyedInspectResult  PIC X.
           88  InspectPassed   VALUE "P" "p".
           88  InspectCleaned  VALUE "C" "c".
           88  InspectRetired  VALUE "R" "r".

      *> set by GET-SHELF-COPY once the keyed copy is on file; the
      *> caller still decides what a copy out on loan means to it
       01  CopyReadySw         PIC X.
           88  CopyReady       VALUE "Y".

      *> who is signed on for inspections - asked the first time
      *> the inspect function is chosen, and stamped on each result
       01  SignedOnOperator    PIC X(4) VALUE SPACES.
       01  SignOnResult        PIC X VALUE "N".
           88  SignOnOk        VALUE "Y".
       01  SignedOnRole        PIC X VALUE "C".

       01  TodayDate           PIC 9(8).
       01  CopyCountForTitle   PIC 99 VALUE ZERO.
       01  BranchStatus        PIC X(2).
           03  DtlCondition    PIC X.
           03  FILLER          PIC X(5) VALUE " BR =".
           03  DtlBranch       PIC 99.
           03  FILLER          PIC X VALUE SPACE.
           03  DtlFormat       PIC X(4).


      *> no interactive work while the nightly chain is rebuilding
               CLOSE VideoCopyFile
               OPEN I-O VideoCopyFile
           END-IF
           OPEN I-O CopyWearFile.
           IF WearFileMissing
               CLOSE CopyWearFile
               OPEN OUTPUT CopyWearFile
               CLOSE CopyWearFile
               OPEN I-O CopyWearFile
           END-IF
           OPEN INPUT VideoFile.
           OPEN INPUT VideoLoanFile.
           PERFORM LOAD-BRANCH-CODE.

           PERFORM DO-MAINTENANCE UNTIL QuitMaintenance.

           CLOSE VideoCopyFile, CopyWearFile, VideoFile,
               VideoLoanFile.
           STOP RUN.

       DO-MAINTENANCE.
           DISPLAY "CHOOSE: ADD=1, DELETE=2, LIST=3, FLAG=4, "
             "INSPECT=5, QUIT=9 : " WITH NO ADVANCING.
           ACCEPT MaintAction.

           IF AddAction

           IF FlagAction
               PERFORM FLAG-COPY-CONDITION
           END-IF

           IF InspectAction
               PERFORM INSPECT-QUEUED-COPY
           END-IF.

      *>   the catalog entry must already exist - copies hang off a
               DISPLAY "ENTER COPY NUMBER(2 DIGITS) : "
                 WITH NO ADVANCING
               ACCEPT CopyNumber
               DISPLAY "ENTER FORMAT (T=TAPE, D=DISC) : "
                 WITH NO ADVANCING
               ACCEPT CopyFormat
               IF NOT ValidCopyFormat
                   DISPLAY "..FORMAT MUST BE T OR D - NOT ADDED.."
                   EXIT PARAGRAPH
               END-IF
               MOVE VideoCode TO CopyVideoCode
               ACCEPT TodayDate FROM DATE YYYYMMDD
               MOVE TodayDate TO CopyDateAdded
               SET CopyOnShelf TO TRUE
               MOVE TerminalBranch TO CopyBranchCode
               MOVE ZERO TO CopyUnitCost
               MOVE ZEROS TO CopyOrderRef
               MOVE TodayDate TO CopyConditionDate
               WRITE VideoCopyRecord
                   INVALID KEY
                   DISPLAY "(WRITE) COPY STATUS = ", CopyStatus
      *>   copies only, because a copy on loan has a borrower to
      *>   bill and the desk's lost-and-damaged function does that
       FLAG-COPY-CONDITION.
           PERFORM GET-SHELF-COPY
           IF NOT CopyReady
               EXIT PARAGRAPH
           END-IF
           IF LoanFound
               DISPLAY "..COPY IS OUT ON LOAN - USE THE LOAN "
                   "DESK'S LOST/DMGD FUNCTION.."
               EXIT PARAGRAPH
           END-IF
           IF CopyAtRepair OR CopyScrapped
               DISPLAY "..COPY IS AT REPAIR OR SCRAPPED THERE - BOOK "
                   "IT BACK ON THE REPAIR DESK.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CURRENT CONDITION = ", CopyConditionFlag
           DISPLAY "FLAG TO (S=SHELF, D=DAMAGED, W=WITHDRAWN) : "
             WITH NO ADVANCING
           ACCEPT KeyedCondition
           EVALUATE TRUE
               WHEN FlagToShelf
                   SET CopyOnShelf TO TRUE
               WHEN FlagToDamaged
                   SET CopyDamaged TO TRUE
               WHEN FlagToWithdrawn
                   SET CopyWithdrawn TO TRUE
               WHEN OTHER
                   DISPLAY "..MUST BE S, D, OR W - NOTHING "
                       "CHANGED.."
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM SAVE-COPY-CONDITION
           DISPLAY "..COPY FLAGGED ", CopyConditionFlag, "..".

      *>   the keyed copy read, and the open-loan file checked for
      *>   it - LoanFound tells the caller the copy is out
       GET-SHELF-COPY.
           MOVE "N" TO CopyReadySw
           DISPLAY "ENTER VIDEO CODE(5 DIGITS) : " WITH NO ADVANCING
           ACCEPT CopyVideoCode
           DISPLAY "ENTER COPY NUMBER(2 DIGITS) : " WITH NO ADVANCING
               DISPLAY "..NO SUCH COPY ON FILE.."
               EXIT PARAGRAPH
           END-IF
           SET CopyReady TO TRUE
           MOVE CopyVideoCode TO LoanVideoCode
           MOVE CopyNumber TO LoanCopyNumber
           READ VideoLoanFile
               KEY IS LoanKey
               INVALID KEY CONTINUE
           END-READ.

       SAVE-COPY-CONDITION.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           MOVE TodayDate TO CopyConditionDate
           REWRITE VideoCopyRecord
               INVALID KEY
               DISPLAY "(REWRITE) COPY STATUS = ", CopyStatus
           END-REWRITE.

      *>   a copy the wear check queued, inspected on the shelf:
      *>   passed as it is, cleaned and passed, or retired - which
      *>   withdraws it exactly as FLAG=4's W does. Either way the
      *>   copy leaves the queue and its plays count afresh from
      *>   today
       INSPECT-QUEUED-COPY.
           IF SignedOnOperator = SPACES
               CALL "Sub-OperatorSignOn" USING SignedOnOperator,
                   SignOnResult, SignedOnRole
               IF NOT SignOnOk
                   DISPLAY "..SIGN-ON REFUSED.."
                   MOVE SPACES TO SignedOnOperator
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM GET-SHELF-COPY
           IF NOT CopyReady
               EXIT PARAGRAPH
           END-IF
           MOVE CopyKey TO WearCopyKey
           READ CopyWearFile
               KEY IS WearCopyKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT WearFound OR NOT WearAwaitingInspection
               DISPLAY "..COPY IS NOT ON THE INSPECTION QUEUE.."
               EXIT PARAGRAPH
           END-IF
           IF LoanFound
               DISPLAY "..COPY IS OUT ON LOAN - INSPECT IT WHEN IT "
                   "COMES BACK.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PLAYS = ", WearPlayCount, "  SINCE LAST "
               "INSPECTION = ", WearPlaysSinceCheck
           DISPLAY "RESULT (P=PASS, C=CLEANED, R=RETIRE) : "
             WITH NO ADVANCING
           ACCEPT KeyedInspectResult
           EVALUATE TRUE
               WHEN InspectPassed
                   SET WearPassed TO TRUE
               WHEN InspectCleaned
                   SET WearCleaned TO TRUE
               WHEN InspectRetired
                   SET WearRetired TO TRUE
               WHEN OTHER
                   DISPLAY "..MUST BE P, C, OR R - NOTHING "
                       "RECORDED.."
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WearRetired
               SET CopyWithdrawn TO TRUE
               PERFORM SAVE-COPY-CONDITION
           ELSE
               ACCEPT TodayDate FROM DATE YYYYMMDD
           END-IF
           MOVE TodayDate TO WearLastInspected
           MOVE SignedOnOperator TO WearInspectedBy
           SET WearNotQueued TO TRUE
           REWRITE CopyWearRecord
               INVALID KEY
               DISPLAY "(REWRITE) WEAR STATUS = ", WearStatus
           END-REWRITE
           IF WearRetired
               DISPLAY "..COPY RETIRED - FLAGGED W.."
           ELSE
               DISPLAY "..INSPECTION RECORDED - BACK IN SERVICE.."
           END-IF.

      *>   every copy of the chosen title, each tagged ON SHELF or
      *>   OUT ON LOAN from the open-loan file
           END-IF
           MOVE CopyConditionFlag TO DtlCondition
           MOVE CopyBranchCode TO DtlBranch
           IF CopyOnDisc
               MOVE "DISC" TO DtlFormat
           ELSE
               MOVE "TAPE" TO DtlFormat
           END-IF
           DISPLAY CopyDetailLine.

      *>   one record saying which shop this terminal stands in;
