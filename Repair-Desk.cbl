       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPAIR-DESK.
      *> Repair desk for damaged copies. A copy flagged "D" used to
      *> go to the repair man with a handwritten note, and half of
      *> them never came back into the system. Two functions under
      *> one menu:
      *>   DISPATCH - the damaged copies going in tonight's parcel
      *>     are keyed one by one onto a new numbered repair docket
      *>     (REPAIR.DAT, REPAIRREC.cpy); each goes to "A" (at
      *>     repair) on VIDEOCOPY.DAT, and the docket prints to
      *>     REPAIR-DOCKET-RPT.DAT to go in the parcel
      *>   RETURN - a copy back from the repair man is booked in
      *>     against its docket with his charge and the outcome: a
      *>     fixed copy goes straight back to the shelf, a scrapped
      *>     one to "Z" and off the books
      *> Copies out longer than the agreed turnaround are listed by
      *> REPAIR-OPENREPORT; the charges reach STOCK-VALUATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RepairFile ASSIGN TO "REPAIR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RepairKey
             FILE STATUS IS RepairStatus.

           SELECT VideoCopyFile ASSIGN TO "VIDEOCOPY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CopyKey
             FILE STATUS IS CopyStatus.

           SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VideoCode
             ALTERNATE RECORD KEY IS VideoTitle
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS VideoSupplierCode
               WITH DUPLICATES
             FILE STATUS IS VideoStatus.

           SELECT ReportFile ASSIGN TO "REPAIR-DOCKET-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RepairFile.
           COPY REPAIRREC.

       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  VideoFile.
           COPY VIDEOREC.

       FD  ReportFile.
       01  ReportLine  PIC X(80).

       WORKING-STORAGE SECTION.
       01  RepairStatus        PIC X(2).
           88  RepairFound     VALUE "00".
           88  RepairFileOK    VALUE "00".
           88  RepairMissing   VALUE "35".
       01  CopyStatus          PIC X(2).
           88  CopyFound       VALUE "00".
       01  VideoStatus         PIC X(2).
           88  VideoFound      VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

       01  RequiredAction      PIC 9.
           88  DispatchAction  VALUE 1.
           88  ReturnAction    VALUE 2.
           88  QuitRepairMenu  VALUE 9.

      *> the copies keyed onto the docket being made up, for the
      *> docket print once the parcel is closed
       01  DocketTable.
           03  DocketEntry     OCCURS 50 TIMES.
               05  DktVideoCode    PIC 9(5).
               05  DktCopyNumber   PIC 99.
       01  DocketCount         PIC 99.
       01  DocketIndex         PIC 99.
       01  DocketClosedSw      PIC X.
           88  DocketClosed    VALUE "Y".

       01  NextDocketNo        PIC 9(5).
       01  BusinessDate        PIC 9(8).
       01  KeyedVideoCode      PIC 9(5).
       01  KeyedCopyNumber     PIC 99.
       01  KeyedCost           PIC 9(5)V99.
       01  KeyedOutcome        PIC X.
           88  OutcomeFixed    VALUE "F" "f".
           88  OutcomeScrapped VALUE "S" "s".
       01  Prn-Cost            PIC ZZ,ZZ9.99.

       01  DocketHeading.
           03  FILLER          PIC X(24)
                 VALUE "=REPAIR DOCKET - NUMBER ".
           03  DhdDocketNo     PIC 9(5).
           03  FILLER          PIC X(2) VALUE "= ".
           03  DhdDate         PIC 9(8).

       01  DocketDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DdlVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  DdlCopyNumber   PIC 99.
           03  FILLER          PIC X VALUE SPACE.
           03  DdlTitle        PIC X(40).
           03  FILLER          PIC X VALUE SPACE.
           03  DdlFormat       PIC X(4).

       01  DocketTotalLine.
           03  FILLER          PIC X(18) VALUE "COPIES IN PARCEL =".
           03  DtlCopyCount    PIC Z9.
           03  FILLER          PIC X(12) VALUE "   SENT BY  ".
           03  DtlSentBy       PIC X(4).

      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".

      *> who is signed on at this session - stamped on each docket
      *> and each copy booked back in
       01  SignedOnOperator    PIC X(4) VALUE SPACES.
       01  SignOnResult        PIC X VALUE "N".
           88  SignOnOk        VALUE "Y".
       01  SignedOnRole        PIC X VALUE "C".

       PROCEDURE DIVISION.
       BEGIN.
      *>   working storage keeps its last-used state between CALLs
      *>   from the counter menu, so the quit value must be cleared
      *>   or a second visit would fall straight through the loop
           MOVE 0 TO RequiredAction
           CALL "Sub-OperatorSignOn" USING SignedOnOperator,
               SignOnResult, SignedOnRole
           IF NOT SignOnOk
               DISPLAY "..SIGN-ON REFUSED.."
               GOBACK
           END-IF
           CALL "Sub-CheckSystemBusy" USING SystemBusyFlag
           IF SystemIsBusy
               DISPLAY "..NIGHTLY PROCESSING IN PROGRESS - TRY "
                   "AGAIN WHEN THE CHAIN HAS FINISHED.."
               GOBACK
           END-IF
           CALL "Sub-BusinessDate" USING BusinessDate
           OPEN I-O RepairFile.
           IF RepairMissing
               CLOSE RepairFile
               OPEN OUTPUT RepairFile
               CLOSE RepairFile
               OPEN I-O RepairFile
           END-IF
           OPEN I-O VideoCopyFile.
           OPEN INPUT VideoFile.

           PERFORM DO-REPAIR-MENU UNTIL QuitRepairMenu.

           CLOSE RepairFile, VideoCopyFile, VideoFile.
           GOBACK.

       DO-REPAIR-MENU.
           DISPLAY "CHOOSE: DISPATCH TO REPAIR=1, BOOK BACK FROM "
             "REPAIR=2, QUIT=9 : " WITH NO ADVANCING.
           ACCEPT RequiredAction.

           IF DispatchAction
               PERFORM DISPATCH-TO-REPAIR
           END-IF

           IF ReturnAction
               PERFORM BOOK-BACK-FROM-REPAIR
           END-IF.

      *>   the docket number is only spent once a copy is on it - a
      *>   parcel closed empty leaves nothing behind
       DISPATCH-TO-REPAIR.
           PERFORM FIND-NEXT-DOCKET-NO
           MOVE ZERO TO DocketCount
           MOVE "N" TO DocketClosedSw
           DISPLAY "DOCKET ", NextDocketNo, " - KEY EACH COPY, "
               "VIDEO CODE 00000 TO CLOSE THE PARCEL"
           PERFORM ADD-ONE-DOCKET-COPY UNTIL DocketClosed
           IF DocketCount = ZERO
               DISPLAY "..NOTHING ON THE DOCKET - NONE SENT.."
               EXIT PARAGRAPH
           END-IF
           PERFORM PRINT-REPAIR-DOCKET
           DISPLAY "..DOCKET ", NextDocketNo, " RAISED FOR ",
               DocketCount, " COPIES - PRINTED ON "
               "REPAIR-DOCKET-RPT.DAT..".

      *>   only a copy flagged damaged goes to the repair man - a
      *>   copy on the shelf, on loan, or already out is refused
       ADD-ONE-DOCKET-COPY.
           DISPLAY "ENTER VIDEO CODE(5 DIGITS) : " WITH NO ADVANCING
           ACCEPT KeyedVideoCode
           IF KeyedVideoCode = ZERO
               SET DocketClosed TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF DocketCount >= 50
               DISPLAY "..DOCKET FULL AT 50 COPIES - CLOSING IT.."
               SET DocketClosed TO TRUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER COPY NUMBER(2 DIGITS) : " WITH NO ADVANCING
           ACCEPT KeyedCopyNumber
           MOVE KeyedVideoCode TO CopyVideoCode
           MOVE KeyedCopyNumber TO CopyNumber
           READ VideoCopyFile
               KEY IS CopyKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT CopyFound
               DISPLAY "..NO SUCH COPY ON FILE.."
               EXIT PARAGRAPH
           END-IF
           IF NOT CopyDamaged
               DISPLAY "..COPY IS FLAGGED ", CopyConditionFlag,
                   " NOT DAMAGED - NOT SENT.."
               EXIT PARAGRAPH
           END-IF
           SET CopyAtRepair TO TRUE
           MOVE BusinessDate TO CopyConditionDate
           REWRITE VideoCopyRecord
               INVALID KEY
               DISPLAY "(REWRITE) COPY STATUS = ", CopyStatus
               EXIT PARAGRAPH
           END-REWRITE
           MOVE NextDocketNo TO RepDocketNo
           MOVE CopyVideoCode TO RepVideoCode
           MOVE CopyNumber TO RepCopyNumber
           MOVE BusinessDate TO RepSentDate
           MOVE SignedOnOperator TO RepSentBy
           SET RepOutAtRepair TO TRUE
           MOVE ZEROS TO RepReturnedDate
           MOVE ZERO TO RepCost
           MOVE SPACES TO RepReturnedBy
           WRITE RepairRecord
               INVALID KEY
               DISPLAY "(WRITE) REPAIR STATUS = ", RepairStatus
           END-WRITE
           ADD 1 TO DocketCount
           MOVE CopyVideoCode TO DktVideoCode(DocketCount)
           MOVE CopyNumber TO DktCopyNumber(DocketCount)
           DISPLAY "..ON DOCKET - ", DocketCount, " SO FAR..".

      *>   the numbers run on from the highest already on file; the
      *>   docket leads the key, so the last record holds it
       FIND-NEXT-DOCKET-NO.
           MOVE 1 TO NextDocketNo
           MOVE ZEROS TO RepairKey
           START RepairFile KEY IS NOT LESS THAN RepairKey
               INVALID KEY CONTINUE
           END-START
           IF RepairFileOK
               READ RepairFile NEXT RECORD
                   AT END SET EndOfRepairFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfRepairFile
                   COMPUTE NextDocketNo = RepDocketNo + 1
                   READ RepairFile NEXT RECORD
                       AT END SET EndOfRepairFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

      *>   one docket per parcel, to go in with the copies
       PRINT-REPAIR-DOCKET.
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               EXIT PARAGRAPH
           END-IF
           MOVE NextDocketNo TO DhdDocketNo
           MOVE BusinessDate TO DhdDate
           WRITE ReportLine FROM DocketHeading
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           PERFORM PRINT-DOCKET-COPY
               VARYING DocketIndex FROM 1 BY 1
               UNTIL DocketIndex > DocketCount
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE DocketCount TO DtlCopyCount
           MOVE SignedOnOperator TO DtlSentBy
           WRITE ReportLine FROM DocketTotalLine
           CLOSE ReportFile.

       PRINT-DOCKET-COPY.
           MOVE DktVideoCode(DocketIndex) TO VideoCode CopyVideoCode
           MOVE DktCopyNumber(DocketIndex) TO CopyNumber
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY MOVE "*TITLE NOT ON CATALOG*" TO VideoTitle
           END-READ
           READ VideoCopyFile
               KEY IS CopyKey
               INVALID KEY CONTINUE
           END-READ
           MOVE DktVideoCode(DocketIndex) TO DdlVideoCode
           MOVE DktCopyNumber(DocketIndex) TO DdlCopyNumber
           MOVE VideoTitle TO DdlTitle
           IF CopyOnDisc
               MOVE "DISC" TO DdlFormat
           ELSE
               MOVE "TAPE" TO DdlFormat
           END-IF
           WRITE ReportLine FROM DocketDetailLine.

      *>   a copy comes back against exactly the docket that took
      *>   it, and only once; the charge is keyed either way - a
      *>   scrap still costs the bench time
       BOOK-BACK-FROM-REPAIR.
           DISPLAY "ENTER REPAIR DOCKET NUMBER(5 DIGITS) : "
             WITH NO ADVANCING
           ACCEPT RepDocketNo
           DISPLAY "ENTER VIDEO CODE(5 DIGITS) : " WITH NO ADVANCING
           ACCEPT RepVideoCode
           DISPLAY "ENTER COPY NUMBER(2 DIGITS) : " WITH NO ADVANCING
           ACCEPT RepCopyNumber
           READ RepairFile
               KEY IS RepairKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT RepairFound
               DISPLAY "..THAT COPY IS NOT ON THAT DOCKET.."
               EXIT PARAGRAPH
           END-IF
           IF NOT RepOutAtRepair
               DISPLAY "..ALREADY BOOKED BACK ON ", RepReturnedDate,
                   ".."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SENT ", RepSentDate, " BY ", RepSentBy
           DISPLAY "OUTCOME (F=FIXED, S=SCRAPPED) : "
             WITH NO ADVANCING
           ACCEPT KeyedOutcome
           IF NOT OutcomeFixed AND NOT OutcomeScrapped
               DISPLAY "..MUST BE F OR S - NOTHING BOOKED.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER REPAIR CHARGE(NNNNN.NN) : "
             WITH NO ADVANCING
           ACCEPT KeyedCost
           MOVE RepVideoCode TO CopyVideoCode
           MOVE RepCopyNumber TO CopyNumber
           READ VideoCopyFile
               KEY IS CopyKey
               INVALID KEY CONTINUE
           END-READ
           IF CopyFound
               IF OutcomeFixed
                   SET CopyOnShelf TO TRUE
               ELSE
                   SET CopyScrapped TO TRUE
               END-IF
               MOVE BusinessDate TO CopyConditionDate
               REWRITE VideoCopyRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) COPY STATUS = ", CopyStatus
               END-REWRITE
           ELSE
               DISPLAY "..COPY NO LONGER ON FILE - CHARGE BOOKED "
                   "ONLY.."
           END-IF
           IF OutcomeFixed
               SET RepFixed TO TRUE
           ELSE
               SET RepScrapped TO TRUE
           END-IF
           MOVE BusinessDate TO RepReturnedDate
           MOVE KeyedCost TO RepCost
           MOVE SignedOnOperator TO RepReturnedBy
           REWRITE RepairRecord
               INVALID KEY
               DISPLAY "(REWRITE) REPAIR STATUS = ", RepairStatus
           END-REWRITE
           MOVE KeyedCost TO Prn-Cost
           IF RepFixed
               DISPLAY "..FIXED - BACK ON THE SHELF, CHARGE ",
                   Prn-Cost, ".."
           ELSE
               DISPLAY "..SCRAPPED - OFF THE BOOKS, CHARGE ",
                   Prn-Cost, ".."
           END-IF.
