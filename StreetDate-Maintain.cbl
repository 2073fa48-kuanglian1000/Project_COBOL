       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREETDATE-MAINTAIN.
      *> Keep the studios' street dates on STREETDATE.DAT
      *> (STREETREC.cpy). A title with a street date still ahead
      *> cannot be issued at the loan desk, singly or in a basket,
      *> however early its copies came in through GOODS-RECEIVING;
      *> reservations go on taking their place in the queue and
      *> RELEASE-TOMORROWLIST fills them in order the night before
      *> release. Senior or better only: the date is the supplier's
      *> term, not a counter decision. A date can be moved or
      *> lifted until the release run has filled the title's holds;
      *> after that the title is on general release and the record
      *> stays as it is.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StreetDateFile ASSIGN TO "STREETDATE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS StrVideoCode
             FILE STATUS IS StreetDateStatus.

           SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VideoCode
             ALTERNATE RECORD KEY IS VideoTitle
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS VideoSupplierCode
               WITH DUPLICATES
             FILE STATUS IS VideoStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  StreetDateFile.
           COPY STREETREC.

       FD  VideoFile.
           COPY VIDEOREC.

       WORKING-STORAGE SECTION.
       01  StreetDateStatus    PIC X(2).
           88  StreetDateFound     VALUE "00".
           88  StreetDateMissing   VALUE "35".
       01  VideoStatus         PIC X(2).
           88  VideoFound          VALUE "00".

       01  MaintAction         PIC 9.
           88  SetDateAction       VALUE 1.
           88  RemoveAction        VALUE 2.
           88  ListAction          VALUE 3.
           88  QuitMaintenance     VALUE 9.

       01  BusinessDate        PIC 9(8).

       01  KeyedVideoCode      PIC 9(5).
       01  KeyedStreetDate     PIC 9(8).
       01  DateCheckResult     PIC 9.
           88  DateIsValid     VALUE 0.
       01  ListedCount         PIC 9(4).

       01  StreetDateDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlTitle        PIC X(40).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlStreetDate   PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlState        PIC X(8).

      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".

      *> who is signed on at this session, and the role the sign-on
      *> handed back - a street date is a supplier's term, so senior
      *> or better only
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
               MOVE "STREETDATE-MAINTAIN" TO RefusalProgram
               MOVE "STREET-DATE" TO RefusalFunction
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
           OPEN I-O StreetDateFile
           IF StreetDateMissing
               CLOSE StreetDateFile
               OPEN OUTPUT StreetDateFile
               CLOSE StreetDateFile
               OPEN I-O StreetDateFile
           END-IF
           OPEN INPUT VideoFile

           PERFORM DO-MAINTENANCE UNTIL QuitMaintenance

           CLOSE StreetDateFile, VideoFile
           GOBACK.

       DO-MAINTENANCE.
           DISPLAY "CHOOSE: SET STREET DATE=1, LIFT STREET DATE=2, "
             "LIST AWAITING RELEASE=3, QUIT=9 : " WITH NO ADVANCING.
           ACCEPT MaintAction.

           IF SetDateAction
               PERFORM SET-STREET-DATE
           END-IF
           IF RemoveAction
               PERFORM LIFT-STREET-DATE
           END-IF
           IF ListAction
               PERFORM LIST-AWAITING-RELEASE
           END-IF.

      *>   the title must be on the catalog; a date already past
      *>   would embargo nothing, so it must still be ahead
       SET-STREET-DATE.
           PERFORM GET-STREET-DATE-TITLE
           IF NOT VideoFound
               EXIT PARAGRAPH
           END-IF
           IF StreetDateFound AND StrReleased
               DISPLAY "..ALREADY RELEASED ON ", StrReleasedDate,
                   " - NOTHING TO CHANGE.."
               EXIT PARAGRAPH
           END-IF
           MOVE 9 TO DateCheckResult
           PERFORM ACCEPT-ONE-STREET-DATE UNTIL DateIsValid
           IF KeyedStreetDate NOT > BusinessDate
               DISPLAY "..STREET DATE MUST BE AFTER TODAY'S "
                   "BUSINESS DATE ", BusinessDate, ".."
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedStreetDate TO StrStreetDate
           MOVE BusinessDate TO StrKeyedDate
           MOVE SignedOnOperator TO StrKeyedBy
           IF StreetDateFound
               REWRITE StreetDateRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) STREET DATE STATUS = ",
                       StreetDateStatus
               END-REWRITE
               DISPLAY "..STREET DATE MOVED.."
           ELSE
               MOVE KeyedVideoCode TO StrVideoCode
               SET StrAwaitingRelease TO TRUE
               MOVE ZERO TO StrReleasedDate
               WRITE StreetDateRecord
                   INVALID KEY
                   DISPLAY "(WRITE) STREET DATE STATUS = ",
                       StreetDateStatus
               END-WRITE
               DISPLAY "..STREET DATE SET.."
           END-IF.

       ACCEPT-ONE-STREET-DATE.
           DISPLAY "ENTER STREET DATE(YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT KeyedStreetDate
           CALL "Sub-DateValidate-V2" USING KeyedStreetDate,
               DateCheckResult
           IF NOT DateIsValid
               DISPLAY "..NOT A VALID DATE, REASON CODE ",
                   DateCheckResult, " - TRY AGAIN.."
           END-IF.

      *>   the studio brought the date forward to nothing - the title
      *>   is free to issue at once, and anyone queued is filled by
      *>   check-in the ordinary way
       LIFT-STREET-DATE.
           PERFORM GET-STREET-DATE-TITLE
           IF NOT VideoFound
               EXIT PARAGRAPH
           END-IF
           IF NOT StreetDateFound
               DISPLAY "..NO STREET DATE ON THAT TITLE.."
               EXIT PARAGRAPH
           END-IF
           IF StrReleased
               DISPLAY "..ALREADY RELEASED ON ", StrReleasedDate,
                   " - NOTHING TO LIFT.."
               EXIT PARAGRAPH
           END-IF
           DELETE StreetDateFile RECORD
               INVALID KEY
               DISPLAY "(DELETE) STREET DATE STATUS = ",
                   StreetDateStatus
           END-DELETE
           DISPLAY "..STREET DATE LIFTED..".

       GET-STREET-DATE-TITLE.
           DISPLAY "ENTER VIDEO CODE(5 DIGITS) : " WITH NO ADVANCING
           ACCEPT KeyedVideoCode
           MOVE KeyedVideoCode TO VideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY CONTINUE
           END-READ
           IF NOT VideoFound
               DISPLAY "..NO SUCH VIDEO ON FILE.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TITLE : ", VideoTitle
           MOVE KeyedVideoCode TO StrVideoCode
           READ StreetDateFile
               KEY IS StrVideoCode
               INVALID KEY CONTINUE
           END-READ
           IF StreetDateFound
               DISPLAY "STREET DATE : ", StrStreetDate
           END-IF.

       LIST-AWAITING-RELEASE.
           MOVE ZERO TO ListedCount
           MOVE ZERO TO StrVideoCode
           START StreetDateFile KEY IS NOT LESS THAN StrVideoCode
               INVALID KEY CONTINUE
           END-START
           IF StreetDateFound
               READ StreetDateFile NEXT RECORD
                   AT END SET EndOfStreetDateFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStreetDateFile
                   IF StrAwaitingRelease
                       PERFORM SHOW-STREET-DATE
                   END-IF
                   READ StreetDateFile NEXT RECORD
                       AT END SET EndOfStreetDateFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF ListedCount = ZERO
               DISPLAY "..NOTHING AWAITING RELEASE.."
           END-IF.

       SHOW-STREET-DATE.
           ADD 1 TO ListedCount
           MOVE StrVideoCode TO DtlVideoCode
           MOVE StrVideoCode TO VideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY MOVE "*TITLE NOT ON CATALOG*" TO VideoTitle
           END-READ
           MOVE VideoTitle TO DtlTitle
           MOVE StrStreetDate TO DtlStreetDate
           IF StrStreetDate > BusinessDate
               MOVE "EMBARGO" TO DtlState
           ELSE
               MOVE "DUE FILL" TO DtlState
           END-IF
           DISPLAY StreetDateDetailLine.
