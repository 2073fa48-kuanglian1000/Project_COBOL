       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-RETURNS.
      *> Returns to supplier for faulty stock. The loan desk's
      *> faulty-return path refunds the customer and logs the tape
      *> on DEFECT-HISTORY.DAT, but the supplier was never charged
      *> back. Three functions under one menu:
      *>   RAISE - every logged faulty tape not yet sent back whose
      *>     copy is still flagged damaged is batched per
      *>     DefSupplierCode onto a numbered return authorisation
      *>     (RETURNAUTH.DAT), the copy goes to "R" (returned to
      *>     supplier) on VIDEOCOPY.DAT, the defect line is stamped
      *>     with the authorisation number, and a packing list per
      *>     authorisation prints to RTS-PACKING-RPT.DAT
      *>   CREDIT - the supplier's credit note keyed against the
      *>     authorisation it answers; the payment run nets it off
      *>     the next payment to that supplier
      *>   LIST - the authorisations still waiting on a credit note
      *> Senior or better - this moves stock off the books and
      *> money owed by the shop.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DefectHistoryFile ASSIGN TO "DEFECT-HISTORY.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DefectHistoryStatus.

      *> the untouched history the stamping pass reads back from
           SELECT OldDefectFile ASSIGN TO "DEFECT-HISTORY.OLD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OldDefectStatus.

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

           SELECT SupplierFile ASSIGN TO "RelativeFile-IsHere.dat"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS SupplierKey
             FILE STATUS IS SupplierStatus.

           SELECT ReturnAuthFile ASSIGN TO "RETURNAUTH.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RaNumber
             FILE STATUS IS ReturnAuthStatus.

           SELECT ReportFile ASSIGN TO "RTS-PACKING-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  DefectHistoryFile.
       01  DefectFlatLine          PIC X(32).

       FD  OldDefectFile.
       01  OldDefectFlatLine       PIC X(32).
           88  EndOfOldDefect      VALUE HIGH-VALUES.

       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  VideoFile.
           COPY VIDEOREC.

       FD  SupplierFile.
       01  SupplierRecord.
           03  SupplierCode    PIC 999.
           03  SupplierName    PIC X(20).
           03  SupplierAddress PIC X(50).

       FD  ReturnAuthFile.
           COPY RTNAUTHREC.

       FD  ReportFile.
       01  ReportLine  PIC X(80).

       WORKING-STORAGE SECTION.
           COPY DEFECTREC.

       01  DefectHistoryStatus PIC X(2).
           88  DefectFileOK    VALUE "00".
       01  OldDefectStatus     PIC X(2).
           88  OldDefectOK     VALUE "00".
       01  CopyStatus          PIC X(2).
           88  CopyFound       VALUE "00".
       01  VideoStatus         PIC X(2).
           88  VideoFound      VALUE "00".
       01  SupplierStatus      PIC X(2).
           88  SupplierFound   VALUE "00".
       01  SupplierKey         PIC 999.
       01  ReturnAuthStatus    PIC X(2).
           88  ReturnAuthFound     VALUE "00".
           88  ReturnAuthFileOK    VALUE "00".
           88  ReturnAuthMissing   VALUE "35".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

       01  RequiredAction      PIC 9.
           88  RaiseAction     VALUE 1.
           88  CreditAction    VALUE 2.
           88  ListAction      VALUE 3.
           88  QuitReturnsMenu VALUE 9.

      *> the authorisations this raise pass opened, one per
      *> supplier met
       01  RaiseTable.
           03  RaiseEntry      OCCURS 100 TIMES.
               05  RseSupplier     PIC 999.
               05  RseRaNumber     PIC 9(5).
               05  RseCopyCount    PIC 9(3).
       01  RaiseCount          PIC 9(3).
       01  RaiseIndex          PIC 9(3).
       01  RaiseSlot           PIC 9(3).

      *> every copy packed on this pass, for the packing lists
       01  PackedTable.
           03  PackedEntry     OCCURS 500 TIMES.
               05  PckRaSlot       PIC 9(3).
               05  PckVideoCode    PIC 9(5).
               05  PckCopyNumber   PIC 99.
               05  PckDefectDate   PIC 9(8).
       01  PackedCount         PIC 9(3).
       01  PackedIndex         PIC 9(3).

       01  NextRaNumber        PIC 9(5).
       01  BusinessDate        PIC 9(8).
       01  ConfirmReply        PIC X.
           88  ActionConfirmed VALUE "Y" "y".
       01  SlotFoundSw         PIC X.
           88  SlotFound       VALUE "Y".
       01  KeyedCreditNo       PIC X(10).
       01  KeyedCreditAmount   PIC 9(5)V99.
       01  Prn-CreditAmount    PIC ZZ,ZZ9.99.
       01  OpenRaCount         PIC 9(4).

       01  PackingHeading.
           03  FILLER          PIC X(27)
                 VALUE "=RETURN TO SUPPLIER - RA NO".
           03  FILLER          PIC X VALUE SPACE.
           03  PhdRaNumber     PIC 9(5).
           03  FILLER          PIC X(2) VALUE "= ".
           03  PhdDate         PIC 9(8).

       01  PackingAddressLine.
           03  PadLabel        PIC X(6).
           03  PadText         PIC X(50).

       01  PackingDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  PdlVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  PdlCopyNumber   PIC 99.
           03  FILLER          PIC X VALUE SPACE.
           03  PdlTitle        PIC X(40).
           03  FILLER          PIC X(9) VALUE " FAULTY =".
           03  PdlDefectDate   PIC 9(8).

       01  PackingTotalLine.
           03  FILLER          PIC X(18) VALUE "COPIES IN PARCEL =".
           03  PtlCopyCount    PIC ZZ9.

       01  OpenRaLine.
           03  OrlRaNumber     PIC 9(5).
           03  FILLER          PIC X VALUE SPACE.
           03  OrlSupplier     PIC 999.
           03  FILLER          PIC X(9) VALUE " RAISED =".
           03  OrlRaisedDate   PIC 9(8).
           03  FILLER          PIC X(9) VALUE " COPIES =".
           03  OrlCopyCount    PIC ZZ9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  OrlStatus       PIC X(16).

      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".

      *> who is signed on at this session, and the role the sign-on
      *> handed back - senior or better only
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
           MOVE 0 TO RequiredAction
           CALL "Sub-OperatorSignOn" USING SignedOnOperator,
               SignOnResult, SignedOnRole
           IF NOT SignOnOk
               DISPLAY "..SIGN-ON REFUSED.."
               GOBACK
           END-IF
           IF NOT SignedOnSenior AND NOT SignedOnSupervisor
               DISPLAY "..SENIOR ROLE REQUIRED - REFUSED.."
               MOVE "SUPPLIER-RETURNS" TO RefusalProgram
               MOVE "RETURN-AUTH" TO RefusalFunction
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
           OPEN I-O ReturnAuthFile.
           IF ReturnAuthMissing
               CLOSE ReturnAuthFile
               OPEN OUTPUT ReturnAuthFile
               CLOSE ReturnAuthFile
               OPEN I-O ReturnAuthFile
           END-IF
           OPEN I-O VideoCopyFile.
           OPEN INPUT VideoFile.
           OPEN INPUT SupplierFile.

           PERFORM DO-RETURNS-MENU UNTIL QuitReturnsMenu.

           CLOSE ReturnAuthFile, VideoCopyFile, VideoFile,
               SupplierFile.
           GOBACK.

       DO-RETURNS-MENU.
           DISPLAY "CHOOSE: RAISE RETURNS=1, KEY CREDIT NOTE=2, "
             "LIST OPEN=3, QUIT=9 : " WITH NO ADVANCING.
           ACCEPT RequiredAction.

           IF RaiseAction
               PERFORM RAISE-RETURN-AUTHS
           END-IF

           IF CreditAction
               PERFORM KEY-CREDIT-NOTE
           END-IF

           IF ListAction
               PERFORM LIST-OPEN-AUTHS
           END-IF.

      *>   one pass over the defect history: the live file goes
      *>   aside whole FIRST and is rewritten from the copy, every
      *>   line that goes back to the supplier stamped with its
      *>   authorisation number so it can never be sent twice
       RAISE-RETURN-AUTHS.
           DISPLAY "RAISE RETURNS FOR ALL FAULTY COPIES NOT YET "
               "SENT BACK (Y/N) ? " WITH NO ADVANCING
           ACCEPT ConfirmReply
           IF NOT ActionConfirmed
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO RaiseCount PackedCount
           PERFORM FIND-NEXT-RA-NUMBER
           CALL "CBL_COPY_FILE" USING "DEFECT-HISTORY.DAT",
               "DEFECT-HISTORY.OLD"
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               DISPLAY "..NO DEFECT HISTORY TO RETURN FROM.."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OldDefectFile
           IF NOT OldDefectOK
               DISPLAY "..DEFECT-HISTORY.OLD WILL NOT OPEN, STATUS = ",
                   OldDefectStatus, " - NOTHING RETURNED.."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DefectHistoryFile
           READ OldDefectFile
               AT END SET EndOfOldDefect TO TRUE
           END-READ
           PERFORM UNTIL EndOfOldDefect
               MOVE OldDefectFlatLine TO DefectRecord
               IF DefReturnAuthNo NOT NUMERIC
                   MOVE ZEROS TO DefReturnAuthNo
               END-IF
               IF DefReturnAuthNo = ZERO
                   PERFORM PACK-DEFECTIVE-COPY
               END-IF
               WRITE DefectFlatLine FROM DefectRecord
               READ OldDefectFile
                   AT END SET EndOfOldDefect TO TRUE
               END-READ
           END-PERFORM
           CLOSE OldDefectFile, DefectHistoryFile

           IF RaiseCount = ZERO
               DISPLAY "..NO FAULTY COPIES WAITING TO GO BACK.."
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-RETURN-AUTH
               VARYING RaiseIndex FROM 1 BY 1
               UNTIL RaiseIndex > RaiseCount
           PERFORM PRINT-PACKING-LISTS
           DISPLAY "..", RaiseCount, " AUTHORISATION(S) RAISED FOR ",
               PackedCount, " COPIES - PACKING LISTS ON "
               "RTS-PACKING-RPT.DAT..".

      *>   only a copy still flagged damaged goes back - one since
      *>   repaired, written off or already gone stays where it is
       PACK-DEFECTIVE-COPY.
           MOVE DefVideoCode TO CopyVideoCode
           MOVE DefCopyNumber TO CopyNumber
           READ VideoCopyFile
               KEY IS CopyKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT CopyFound OR NOT CopyDamaged
               EXIT PARAGRAPH
           END-IF
           IF PackedCount >= 500
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SlotFoundSw
           PERFORM VARYING RaiseIndex FROM 1 BY 1
                   UNTIL SlotFound OR RaiseIndex > RaiseCount
               IF RseSupplier(RaiseIndex) = DefSupplierCode
                   MOVE RaiseIndex TO RaiseSlot
                   SET SlotFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT SlotFound
               IF RaiseCount >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RaiseCount
               MOVE RaiseCount TO RaiseSlot
               MOVE DefSupplierCode TO RseSupplier(RaiseSlot)
               MOVE NextRaNumber TO RseRaNumber(RaiseSlot)
               MOVE ZERO TO RseCopyCount(RaiseSlot)
               ADD 1 TO NextRaNumber
           END-IF
           SET CopyReturnedToSupplier TO TRUE
           MOVE BusinessDate TO CopyConditionDate
           REWRITE VideoCopyRecord
               INVALID KEY
               DISPLAY "(REWRITE) COPY STATUS = ", CopyStatus
               EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO RseCopyCount(RaiseSlot)
           MOVE RseRaNumber(RaiseSlot) TO DefReturnAuthNo
           ADD 1 TO PackedCount
           MOVE RaiseSlot TO PckRaSlot(PackedCount)
           MOVE DefVideoCode TO PckVideoCode(PackedCount)
           MOVE DefCopyNumber TO PckCopyNumber(PackedCount)
           MOVE DefDate TO PckDefectDate(PackedCount).

      *>   the numbers run on from the highest already on file
       FIND-NEXT-RA-NUMBER.
           MOVE 1 TO NextRaNumber
           MOVE ZEROS TO RaNumber
           START ReturnAuthFile KEY IS NOT LESS THAN RaNumber
               INVALID KEY CONTINUE
           END-START
           IF ReturnAuthFileOK
               READ ReturnAuthFile NEXT RECORD
                   AT END SET EndOfReturnAuthFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfReturnAuthFile
                   COMPUTE NextRaNumber = RaNumber + 1
                   READ ReturnAuthFile NEXT RECORD
                       AT END SET EndOfReturnAuthFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

       WRITE-RETURN-AUTH.
           MOVE RseRaNumber(RaiseIndex) TO RaNumber
           MOVE RseSupplier(RaiseIndex) TO RaSupplierCode
           MOVE BusinessDate TO RaRaisedDate
           MOVE RseCopyCount(RaiseIndex) TO RaCopyCount
           MOVE SignedOnOperator TO RaRaisedBy
           SET RaAwaitingCredit TO TRUE
           MOVE SPACES TO RaCreditNoteNo
           MOVE ZEROS TO RaCreditDate
           MOVE ZEROS TO RaCreditAmount
           MOVE ZEROS TO RaNettedDate
           WRITE ReturnAuthRecord
               INVALID KEY
               DISPLAY "(WRITE) RETURN AUTH STATUS = ",
                   ReturnAuthStatus
           END-WRITE.

      *>   one packing list per authorisation, addressed from the
      *>   supplier file, to go in the parcel with the tapes
       PRINT-PACKING-LISTS.
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM PRINT-ONE-PACKING-LIST
               VARYING RaiseIndex FROM 1 BY 1
               UNTIL RaiseIndex > RaiseCount
           CLOSE ReportFile.

       PRINT-ONE-PACKING-LIST.
           MOVE RseRaNumber(RaiseIndex) TO PhdRaNumber
           MOVE BusinessDate TO PhdDate
           WRITE ReportLine FROM PackingHeading
           MOVE RseSupplier(RaiseIndex) TO SupplierKey
           READ SupplierFile
               INVALID KEY CONTINUE
           END-READ
           IF NOT SupplierFound
               MOVE "*NOT ON SUPPLIER FILE*" TO SupplierName
               MOVE SPACES TO SupplierAddress
           END-IF
           MOVE "TO  : " TO PadLabel
           MOVE SupplierName TO PadText
           WRITE ReportLine FROM PackingAddressLine
           MOVE SPACES TO PadLabel
           MOVE SupplierAddress TO PadText
           WRITE ReportLine FROM PackingAddressLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           PERFORM PRINT-PACKED-COPY
               VARYING PackedIndex FROM 1 BY 1
               UNTIL PackedIndex > PackedCount
           MOVE RseCopyCount(RaiseIndex) TO PtlCopyCount
           WRITE ReportLine FROM PackingTotalLine
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine.

       PRINT-PACKED-COPY.
           IF PckRaSlot(PackedIndex) = RaiseIndex
               MOVE PckVideoCode(PackedIndex) TO VideoCode
               READ VideoFile
                   KEY IS VideoCode
                   INVALID KEY
                   MOVE "*TITLE NOT ON CATALOG*" TO VideoTitle
               END-READ
               MOVE PckVideoCode(PackedIndex) TO PdlVideoCode
               MOVE PckCopyNumber(PackedIndex) TO PdlCopyNumber
               MOVE VideoTitle TO PdlTitle
               MOVE PckDefectDate(PackedIndex) TO PdlDefectDate
               WRITE ReportLine FROM PackingDetailLine
           END-IF.

      *>   a credit note answers exactly one authorisation, and only
      *>   once - the payment run picks it up from here
       KEY-CREDIT-NOTE.
           DISPLAY "ENTER RETURN AUTH NUMBER(5 DIGITS) : "
             WITH NO ADVANCING
           ACCEPT RaNumber
           READ ReturnAuthFile
               KEY IS RaNumber
               INVALID KEY CONTINUE
           END-READ
           IF NOT ReturnAuthFound
               DISPLAY "..NO SUCH AUTHORISATION ON FILE.."
               EXIT PARAGRAPH
           END-IF
           IF NOT RaAwaitingCredit
               DISPLAY "..CREDIT NOTE ", RaCreditNoteNo,
                   " ALREADY KEYED AGAINST THAT AUTHORISATION.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SUPPLIER = ", RaSupplierCode, "  COPIES = ",
               RaCopyCount, "  RAISED = ", RaRaisedDate
           DISPLAY "ENTER CREDIT NOTE NUMBER(10 CHARS) : "
             WITH NO ADVANCING
           ACCEPT KeyedCreditNo
           DISPLAY "ENTER CREDIT AMOUNT(NNNNN.NN) : " WITH NO ADVANCING
           ACCEPT KeyedCreditAmount
           IF KeyedCreditNo = SPACES OR KeyedCreditAmount = ZERO
               DISPLAY "..NOTHING KEYED - NO CREDIT RECORDED.."
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedCreditNo TO RaCreditNoteNo
           MOVE KeyedCreditAmount TO RaCreditAmount
           MOVE BusinessDate TO RaCreditDate
           SET RaCredited TO TRUE
           REWRITE ReturnAuthRecord
               INVALID KEY
               DISPLAY "(REWRITE) RETURN AUTH STATUS = ",
                   ReturnAuthStatus
           END-REWRITE
           MOVE KeyedCreditAmount TO Prn-CreditAmount
           DISPLAY "..CREDIT OF ", Prn-CreditAmount, " HELD FOR THE "
               "NEXT PAYMENT RUN..".

       LIST-OPEN-AUTHS.
           MOVE ZERO TO OpenRaCount
           MOVE ZEROS TO RaNumber
           START ReturnAuthFile KEY IS NOT LESS THAN RaNumber
               INVALID KEY CONTINUE
           END-START
           IF ReturnAuthFileOK
               READ ReturnAuthFile NEXT RECORD
                   AT END SET EndOfReturnAuthFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfReturnAuthFile
                   IF NOT RaCreditNetted
                       ADD 1 TO OpenRaCount
                       MOVE RaNumber TO OrlRaNumber
                       MOVE RaSupplierCode TO OrlSupplier
                       MOVE RaRaisedDate TO OrlRaisedDate
                       MOVE RaCopyCount TO OrlCopyCount
                       IF RaAwaitingCredit
                           MOVE "AWAITING CREDIT " TO OrlStatus
                       ELSE
                           MOVE "CREDIT UNNETTED " TO OrlStatus
                       END-IF
                       DISPLAY OpenRaLine
                   END-IF
                   READ ReturnAuthFile NEXT RECORD
                       AT END SET EndOfReturnAuthFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           DISPLAY "OPEN AUTHORISATIONS = ", OpenRaCount.
