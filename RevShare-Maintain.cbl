       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVSHARE-MAINTAIN.
      *> Capture and maintain the revenue-share agreements on
      *> REVSHARE.DAT (REVSHAREREC.cpy) - the titles a supplier lets
      *> us rent for a cut of each rental rather than selling us the
      *> tape. Senior or better only: an agreement decides what the
      *> shop pays out every month. Each agreement is one title and
      *> one supplier, the title checked on IDXVIDEO.DAT and the
      *> supplier on RelativeFile-IsHere.dat, with the supplier's
      *> percentage, the start and end dates and any monthly minimum
      *> guarantee. Two agreements for the same title may not
      *> overlap; an agreement is ended by keying its end date, never
      *> deleted, so a month already settled can always be settled
      *> again the same way. REVSHARE-SETTLEMENT does the paying.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RevShareFile ASSIGN TO "REVSHARE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RshKey
             FILE STATUS IS RevShareStatus.

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

       DATA DIVISION.
       FILE SECTION.
       FD  RevShareFile.
           COPY REVSHAREREC.

       FD  VideoFile.
           COPY VIDEOREC.

       FD  SupplierFile.
       01  SupplierRecord.
           03  SupplierCode    PIC 999.
           03  SupplierName    PIC X(20).
           03  SupplierAddress PIC X(50).

       WORKING-STORAGE SECTION.
       01  RevShareStatus      PIC X(2).
           88  RevShareFound   VALUE "00".
           88  RevShareDuplicate   VALUE "22".
           88  RevShareFileMissing VALUE "35".
       01  VideoStatus         PIC X(2).
           88  VideoFound      VALUE "00".
       01  SupplierStatus      PIC X(2).
           88  SupplierFound   VALUE "00".
       01  SupplierKey         PIC 999.

       01  MaintAction         PIC 9.
           88  AddAction       VALUE 1.
           88  EndAction       VALUE 2.
           88  ListAction      VALUE 3.
           88  QuitMaintenance VALUE 9.

       01  BusinessDate        PIC 9(8).
       01  KeyedDate           PIC 9(8).
       01  DateCheckResult     PIC 9.
           88  DateIsValid     VALUE 0.
      *>   8 = beyond today, which a start or end date keyed ahead
      *>   is allowed to be
           88  DateIsFuture    VALUE 8.
       01  KeyedVideoCode      PIC 9(5).
       01  KeyedSupplierCode   PIC 999.
       01  KeyedPercent        PIC 99V99.
       01  KeyedGuarantee      PIC 9(5)V99.
       01  NewStartDate        PIC 9(8).
       01  NewEndDate          PIC 9(8).
      *> an open end compares as the last possible date
       01  NewEndCompare       PIC 9(8).
       01  OldEndCompare       PIC 9(8).
       01  OverlapSw           PIC X.
           88  OverlapFound    VALUE "Y".
       01  ListedCount         PIC 9(3).

       01  AgreementDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlVideoCode    PIC 9(5).
           03  FILLER          PIC X(7) VALUE " FROM =".
           03  DtlStartDate    PIC 9(8).
           03  FILLER          PIC X(5) VALUE " TO =".
           03  DtlEndDate      PIC X(8).
           03  FILLER          PIC X(7) VALUE " SUPP =".
           03  DtlSupplierCode PIC 999.
           03  FILLER          PIC X(8) VALUE " SHARE =".
           03  DtlSharePercent PIC Z9.99.
           03  FILLER          PIC X(8) VALUE "% MIN. =".
           03  DtlGuarantee    PIC ZZ,ZZ9.99.

      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".

      *> who is signed on at this session, and the role the sign-on
      *> handed back - an agreement decides what the shop pays out,
      *> so senior or better only
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
               MOVE "REVSHARE-MAINTAIN" TO RefusalProgram
               MOVE "REVSHARE-EDIT" TO RefusalFunction
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
           OPEN I-O RevShareFile
           IF RevShareFileMissing
               CLOSE RevShareFile
               OPEN OUTPUT RevShareFile
               CLOSE RevShareFile
               OPEN I-O RevShareFile
           END-IF
           OPEN INPUT VideoFile
           OPEN INPUT SupplierFile

           PERFORM DO-MAINTENANCE UNTIL QuitMaintenance

           CLOSE RevShareFile, VideoFile, SupplierFile
           GOBACK.

       DO-MAINTENANCE.
           DISPLAY "CHOOSE: ADD AGREEMENT=1, END AGREEMENT=2, "
             "LIST TITLE=3, QUIT=9 : " WITH NO ADVANCING.
           ACCEPT MaintAction.

           IF AddAction
               PERFORM ADD-AGREEMENT
           END-IF
           IF EndAction
               PERFORM END-AGREEMENT
           END-IF
           IF ListAction
               PERFORM LIST-TITLE-AGREEMENTS
           END-IF.

      *>   every field validated before the record is written; the
      *>   supplier offered is the one the catalog names, but a
      *>   revenue-share deal may be struck with another
       ADD-AGREEMENT.
           DISPLAY "ENTER VIDEO CODE(5 DIGITS) : " WITH NO ADVANCING
           ACCEPT KeyedVideoCode
           MOVE KeyedVideoCode TO VideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY CONTINUE
           END-READ
           IF NOT VideoFound
               DISPLAY "..NO SUCH TITLE ON THE CATALOG.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TITLE    : ", VideoTitle
           DISPLAY "ENTER SUPPLIER CODE(3 DIGITS, CATALOG SAYS ",
               VideoSupplierCode, ") : " WITH NO ADVANCING
           ACCEPT KeyedSupplierCode
           MOVE KeyedSupplierCode TO SupplierKey
           READ SupplierFile
               INVALID KEY CONTINUE
           END-READ
           IF NOT SupplierFound
               DISPLAY "..NO SUCH SUPPLIER ON FILE.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SUPPLIER : ", SupplierName
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
           DISPLAY "ENTER SUPPLIER SHARE PER CENT(NN.NN) : "
             WITH NO ADVANCING
           ACCEPT KeyedPercent
           IF KeyedPercent = ZERO OR KeyedPercent > 90
               DISPLAY "..SHARE MUST BE 0.01 TO 90.00 PER CENT.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER MONTHLY MINIMUM GUARANTEE(NNNNN.NN, "
             "0 = NONE) : " WITH NO ADVANCING
           ACCEPT KeyedGuarantee

           PERFORM CHECK-FOR-OVERLAP
           IF OverlapFound
               DISPLAY "..OVERLAPS AN AGREEMENT ALREADY ON FILE FOR "
                   "THIS TITLE - END THAT ONE FIRST.."
               EXIT PARAGRAPH
           END-IF

           MOVE KeyedVideoCode TO RshVideoCode
           MOVE NewStartDate TO RshStartDate
           MOVE KeyedSupplierCode TO RshSupplierCode
           MOVE KeyedPercent TO RshSharePercent
           MOVE NewEndDate TO RshEndDate
           MOVE KeyedGuarantee TO RshMinimumGuarantee
           MOVE BusinessDate TO RshKeyedDate
           MOVE SignedOnOperator TO RshKeyedBy
           WRITE RevShareRecord
               INVALID KEY
               DISPLAY "(WRITE) AGREEMENT STATUS = ", RevShareStatus
           END-WRITE
           IF RevShareFound
               DISPLAY "..AGREEMENT ADDED.."
           END-IF.

      *>   two agreements for a title overlap when each starts no
      *>   later than the other ends - an open end running forever
       CHECK-FOR-OVERLAP.
           MOVE "N" TO OverlapSw
           IF NewEndDate = ZERO
               MOVE 99999999 TO NewEndCompare
           ELSE
               MOVE NewEndDate TO NewEndCompare
           END-IF
           MOVE KeyedVideoCode TO RshVideoCode
           MOVE ZERO TO RshStartDate
           START RevShareFile KEY IS NOT LESS THAN RshKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ RevShareFile NEXT RECORD
               AT END SET EndOfRevShareFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRevShareFile
                   OR RshVideoCode NOT = KeyedVideoCode
                   OR OverlapFound
               IF RshOpenEnded
                   MOVE 99999999 TO OldEndCompare
               ELSE
                   MOVE RshEndDate TO OldEndCompare
               END-IF
               IF RshStartDate NOT > NewEndCompare
                   AND NewStartDate NOT > OldEndCompare
                   SET OverlapFound TO TRUE
               END-IF
               READ RevShareFile NEXT RECORD
                   AT END SET EndOfRevShareFile TO TRUE
               END-READ
           END-PERFORM.

      *>   the agreement stays on file to settle the months it ran;
      *>   only its end date moves
       END-AGREEMENT.
           DISPLAY "ENTER VIDEO CODE(5 DIGITS) : " WITH NO ADVANCING
           ACCEPT RshVideoCode
           DISPLAY "ENTER AGREEMENT START DATE(YYYYMMDD) : "
             WITH NO ADVANCING
           ACCEPT RshStartDate
           READ RevShareFile
               KEY IS RshKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT RevShareFound
               DISPLAY "..NO SUCH AGREEMENT ON FILE.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER END DATE(YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT KeyedDate
           CALL "Sub-DateValidate-V2" USING KeyedDate,
               DateCheckResult
           IF NOT DateIsValid AND NOT DateIsFuture
               DISPLAY "..NOT A VALID DATE, REASON CODE ",
                   DateCheckResult, ".."
               EXIT PARAGRAPH
           END-IF
           IF KeyedDate < RshStartDate
               DISPLAY "..END DATE IS BEFORE THE START DATE.."
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedDate TO RshEndDate
           MOVE BusinessDate TO RshKeyedDate
           MOVE SignedOnOperator TO RshKeyedBy
           REWRITE RevShareRecord
               INVALID KEY
               DISPLAY "(REWRITE) AGREEMENT STATUS = ", RevShareStatus
           END-REWRITE
           IF RevShareFound
               DISPLAY "..AGREEMENT ENDED.."
           END-IF.

      *>   every agreement for the chosen title, oldest first
       LIST-TITLE-AGREEMENTS.
           DISPLAY "ENTER VIDEO CODE(5 DIGITS) : " WITH NO ADVANCING
           ACCEPT KeyedVideoCode
           MOVE ZERO TO ListedCount
           MOVE KeyedVideoCode TO RshVideoCode
           MOVE ZERO TO RshStartDate
           START RevShareFile KEY IS NOT LESS THAN RshKey
               INVALID KEY CONTINUE
           END-START
           IF RevShareFound
               READ RevShareFile NEXT RECORD
                   AT END SET EndOfRevShareFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfRevShareFile
                       OR RshVideoCode NOT = KeyedVideoCode
                   ADD 1 TO ListedCount
                   MOVE RshVideoCode TO DtlVideoCode
                   MOVE RshStartDate TO DtlStartDate
                   IF RshOpenEnded
                       MOVE "OPEN" TO DtlEndDate
                   ELSE
                       MOVE RshEndDate TO DtlEndDate
                   END-IF
                   MOVE RshSupplierCode TO DtlSupplierCode
                   MOVE RshSharePercent TO DtlSharePercent
                   MOVE RshMinimumGuarantee TO DtlGuarantee
                   DISPLAY AgreementDetailLine
                   READ RevShareFile NEXT RECORD
                       AT END SET EndOfRevShareFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF ListedCount = ZERO
               DISPLAY "..NO AGREEMENTS ON FILE FOR THAT TITLE.."
           END-IF.
