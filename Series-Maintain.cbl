       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERIES-MAINTAIN.
      *> Keep the series master (SERIES.DAT, SERIESREC.cpy) and the
      *> running order of each series (SERIESVOL.DAT,
      *> SERVOLREC.cpy): which catalog title is volume 1, volume 2
      *> and so on, and which titles are box sets covering a run of
      *> volumes. The loan desk uses the running order to offer the
      *> next volume when one comes back, and prices a box set at
      *> the set's own daily rate as one item;
      *> SERIES-COMPLETIONREPORT uses it to find where a series
      *> loses its audience. Senior or better only: a box-set rate
      *> is a price. Every title keyed is checked on IDXVIDEO.DAT
      *> and may sit in one series only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SeriesFile ASSIGN TO "SERIES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SerCode
             FILE STATUS IS SeriesStatus.

           SELECT SeriesVolFile ASSIGN TO "SERIESVOL.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SvlKey
             ALTERNATE RECORD KEY IS SvlVideoCode
             FILE STATUS IS SeriesVolStatus.

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
       FD  SeriesFile.
           COPY SERIESREC.

       FD  SeriesVolFile.
           COPY SERVOLREC.

       FD  VideoFile.
           COPY VIDEOREC.

       WORKING-STORAGE SECTION.
       01  SeriesStatus        PIC X(2).
           88  SeriesFound         VALUE "00".
           88  SeriesFileMissing   VALUE "35".
       01  SeriesVolStatus     PIC X(2).
           88  SeriesVolFound      VALUE "00".
           88  SeriesVolFileMissing    VALUE "35".
       01  VideoStatus         PIC X(2).
           88  VideoFound          VALUE "00".

       01  MaintAction         PIC 9.
           88  AddSeriesAction     VALUE 1.
           88  AddVolumeAction     VALUE 2.
           88  AddBoxSetAction     VALUE 3.
           88  RemoveEntryAction   VALUE 4.
           88  ListAction          VALUE 5.
           88  QuitMaintenance     VALUE 9.

       01  BusinessDate        PIC 9(8).

      *> the entry being keyed, held apart until every field has
      *> passed its check
       01  KeyedSeriesCode     PIC X(6).
       01  KeyedName           PIC X(30).
       01  KeyedKind           PIC X.
       01  KeyedVolumeNo       PIC 99.
       01  KeyedLastVol        PIC 99.
       01  KeyedVideoCode      PIC 9(5).
       01  KeyedDailyRate      PIC 9(3)V99.
       01  KeyedEntryType      PIC X.
       01  EntryCheckBadSw     PIC X.
           88  EntryCheckBad   VALUE "Y".
       01  ListedCount         PIC 9(3).

       01  SeriesVolDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlVolumeNo     PIC Z9.
           03  DtlToVolume     PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlEntryKind    PIC X(7).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlTitle        PIC X(40).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlRate         PIC X(9).
       01  VolumeNoEdit        PIC Z9.
       01  RateEdit            PIC ZZ9.99.

      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".

      *> who is signed on at this session, and the role the sign-on
      *> handed back - a box-set rate is a price, so senior or
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
               MOVE "SERIES-MAINTAIN" TO RefusalProgram
               MOVE "SERIES-EDIT" TO RefusalFunction
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
           OPEN I-O SeriesFile
           IF SeriesFileMissing
               CLOSE SeriesFile
               OPEN OUTPUT SeriesFile
               CLOSE SeriesFile
               OPEN I-O SeriesFile
           END-IF
           OPEN I-O SeriesVolFile
           IF SeriesVolFileMissing
               CLOSE SeriesVolFile
               OPEN OUTPUT SeriesVolFile
               CLOSE SeriesVolFile
               OPEN I-O SeriesVolFile
           END-IF
           OPEN INPUT VideoFile

           PERFORM DO-MAINTENANCE UNTIL QuitMaintenance

           CLOSE SeriesFile, SeriesVolFile, VideoFile
           GOBACK.

       DO-MAINTENANCE.
           DISPLAY "CHOOSE: ADD SERIES=1, ADD VOLUME=2, "
             "ADD BOX SET=3, REMOVE ENTRY=4, LIST SERIES=5, "
             "QUIT=9 : " WITH NO ADVANCING.
           ACCEPT MaintAction.

           IF AddSeriesAction
               PERFORM ADD-SERIES
           END-IF
           IF AddVolumeAction
               PERFORM ADD-VOLUME
           END-IF
           IF AddBoxSetAction
               PERFORM ADD-BOX-SET
           END-IF
           IF RemoveEntryAction
               PERFORM REMOVE-ENTRY
           END-IF
           IF ListAction
               PERFORM LIST-SERIES
           END-IF.

       ADD-SERIES.
           DISPLAY "ENTER SERIES CODE(6) : " WITH NO ADVANCING
           ACCEPT KeyedSeriesCode
           IF KeyedSeriesCode = SPACES
               DISPLAY "..A SERIES CODE IS REQUIRED.."
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedSeriesCode TO SerCode
           READ SeriesFile
               KEY IS SerCode
               INVALID KEY CONTINUE
           END-READ
           IF SeriesFound
               DISPLAY "..THAT SERIES CODE IS ALREADY ON FILE.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER SERIES NAME(30) : " WITH NO ADVANCING
           ACCEPT KeyedName
           IF KeyedName = SPACES
               DISPLAY "..A SERIES NAME IS REQUIRED.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER KIND(T = TV SERIES, F = FILM FRANCHISE) : "
             WITH NO ADVANCING
           ACCEPT KeyedKind
           MOVE KeyedKind TO SerKind
           IF NOT ValidSerKind
               DISPLAY "..KIND MUST BE T OR F.."
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedSeriesCode TO SerCode
           MOVE KeyedName TO SerName
           MOVE BusinessDate TO SerKeyedDate
           MOVE SignedOnOperator TO SerKeyedBy
           WRITE SeriesRecord
               INVALID KEY
               DISPLAY "(WRITE) SERIES STATUS = ", SeriesStatus
           END-WRITE
           IF SeriesFound
               DISPLAY "..SERIES ADDED.."
           END-IF.

      *>   one title as one numbered volume of the series
       ADD-VOLUME.
           PERFORM GET-SERIES-CODE
           IF NOT SeriesFound
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER VOLUME NUMBER(2) : " WITH NO ADVANCING
           ACCEPT KeyedVolumeNo
           IF KeyedVolumeNo = ZERO
               DISPLAY "..VOLUMES ARE NUMBERED FROM 1.."
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedVolumeNo TO KeyedLastVol
           MOVE "V" TO KeyedEntryType
           MOVE ZERO TO KeyedDailyRate
           PERFORM CHECK-NEW-ENTRY
           IF NOT EntryCheckBad
               PERFORM WRITE-SERIES-ENTRY
           END-IF.

      *>   one title standing for a run of volumes, lent as one item
       ADD-BOX-SET.
           PERFORM GET-SERIES-CODE
           IF NOT SeriesFound
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER FIRST VOLUME IN THE SET(2) : "
             WITH NO ADVANCING
           ACCEPT KeyedVolumeNo
           DISPLAY "ENTER LAST VOLUME IN THE SET(2) : "
             WITH NO ADVANCING
           ACCEPT KeyedLastVol
           IF KeyedVolumeNo = ZERO OR KeyedLastVol NOT > KeyedVolumeNo
               DISPLAY "..A BOX SET RUNS FROM ONE VOLUME TO A LATER "
                   "ONE.."
               EXIT PARAGRAPH
           END-IF
           MOVE "B" TO KeyedEntryType
           DISPLAY "ENTER THE SET'S DAILY RATE(NNN.NN, 0 = TITLE'S "
             "CATEGORY RATE) : " WITH NO ADVANCING
           ACCEPT KeyedDailyRate
           PERFORM CHECK-NEW-ENTRY
           IF NOT EntryCheckBad
               PERFORM WRITE-SERIES-ENTRY
           END-IF.

       GET-SERIES-CODE.
           DISPLAY "ENTER SERIES CODE(6) : " WITH NO ADVANCING
           ACCEPT KeyedSeriesCode
           MOVE KeyedSeriesCode TO SerCode
           READ SeriesFile
               KEY IS SerCode
               INVALID KEY CONTINUE
           END-READ
           IF NOT SeriesFound
               DISPLAY "..NO SUCH SERIES ON FILE.."
           ELSE
               DISPLAY "SERIES : ", SerName
           END-IF.

      *>   the place in the running order must be free and the title
      *>   on the catalog and in no series yet
       CHECK-NEW-ENTRY.
           MOVE "N" TO EntryCheckBadSw
           MOVE KeyedSeriesCode TO SvlSeriesCode
           MOVE KeyedVolumeNo TO SvlVolumeNo
           MOVE KeyedEntryType TO SvlEntryType
           READ SeriesVolFile
               KEY IS SvlKey
               INVALID KEY CONTINUE
           END-READ
           IF SeriesVolFound
               DISPLAY "..THAT PLACE IN THE SERIES IS ALREADY TAKEN BY "
                   SvlVideoCode, ".."
               SET EntryCheckBad TO TRUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER VIDEO CODE(5) : " WITH NO ADVANCING
           ACCEPT KeyedVideoCode
           MOVE KeyedVideoCode TO VideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY CONTINUE
           END-READ
           IF NOT VideoFound
               DISPLAY "..NO SUCH VIDEO ON FILE.."
               SET EntryCheckBad TO TRUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TITLE  : ", VideoTitle
           MOVE KeyedVideoCode TO SvlVideoCode
           READ SeriesVolFile
               KEY IS SvlVideoCode
               INVALID KEY CONTINUE
           END-READ
           IF SeriesVolFound
               DISPLAY "..THAT TITLE IS ALREADY IN SERIES ",
                   SvlSeriesCode, ".."
               SET EntryCheckBad TO TRUE
           END-IF.

       WRITE-SERIES-ENTRY.
           MOVE KeyedSeriesCode TO SvlSeriesCode
           MOVE KeyedVolumeNo TO SvlVolumeNo
           MOVE KeyedEntryType TO SvlEntryType
           MOVE KeyedVideoCode TO SvlVideoCode
           MOVE KeyedLastVol TO SvlBoxLastVol
           MOVE KeyedDailyRate TO SvlBoxDailyRate
           MOVE BusinessDate TO SvlKeyedDate
           MOVE SignedOnOperator TO SvlKeyedBy
           WRITE SeriesVolRecord
               INVALID KEY
               DISPLAY "(WRITE) SERIES VOLUME STATUS = ",
                   SeriesVolStatus
           END-WRITE
           IF SeriesVolFound
               DISPLAY "..ADDED TO THE SERIES.."
           END-IF.

      *>   a title keyed into the wrong place comes out again; the
      *>   loans already taken on it are untouched
       REMOVE-ENTRY.
           DISPLAY "ENTER VIDEO CODE(5) : " WITH NO ADVANCING
           ACCEPT KeyedVideoCode
           MOVE KeyedVideoCode TO SvlVideoCode
           READ SeriesVolFile
               KEY IS SvlVideoCode
               INVALID KEY CONTINUE
           END-READ
           IF NOT SeriesVolFound
               DISPLAY "..THAT TITLE IS IN NO SERIES.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SERIES ", SvlSeriesCode, " VOLUME ", SvlVolumeNo,
               " TYPE ", SvlEntryType
           DELETE SeriesVolFile RECORD
               INVALID KEY
               DISPLAY "(DELETE) SERIES VOLUME STATUS = ",
                   SeriesVolStatus
           END-DELETE
           IF SeriesVolFound
               DISPLAY "..REMOVED FROM THE SERIES.."
           END-IF.

      *>   the running order, box sets just ahead of the volume they
      *>   start at
       LIST-SERIES.
           PERFORM GET-SERIES-CODE
           IF NOT SeriesFound
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ListedCount
           MOVE KeyedSeriesCode TO SvlSeriesCode
           MOVE ZERO TO SvlVolumeNo
           MOVE SPACE TO SvlEntryType
           START SeriesVolFile KEY IS NOT LESS THAN SvlKey
               INVALID KEY CONTINUE
           END-START
           IF SeriesVolFound
               READ SeriesVolFile NEXT RECORD
                   AT END SET EndOfSeriesVolFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSeriesVolFile
                       OR SvlSeriesCode NOT = KeyedSeriesCode
                   PERFORM SHOW-SERIES-ENTRY
                   READ SeriesVolFile NEXT RECORD
                       AT END SET EndOfSeriesVolFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF ListedCount = ZERO
               DISPLAY "..NO VOLUMES IN THIS SERIES YET.."
           END-IF.

       SHOW-SERIES-ENTRY.
           ADD 1 TO ListedCount
           MOVE SvlVolumeNo TO DtlVolumeNo
           MOVE SvlVideoCode TO DtlVideoCode
           MOVE SvlVideoCode TO VideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY MOVE "*TITLE NOT ON CATALOG*" TO VideoTitle
           END-READ
           MOVE VideoTitle TO DtlTitle
           IF SvlIsBoxSet
               MOVE SvlBoxLastVol TO VolumeNoEdit
               MOVE SPACES TO DtlToVolume
               STRING "-" VolumeNoEdit DELIMITED BY SIZE
                   INTO DtlToVolume
               END-STRING
               MOVE "BOX SET" TO DtlEntryKind
               IF SvlBoxDailyRate = ZERO
                   MOVE "CAT RATE" TO DtlRate
               ELSE
                   MOVE SvlBoxDailyRate TO RateEdit
                   MOVE RateEdit TO DtlRate
               END-IF
           ELSE
               MOVE SPACES TO DtlToVolume
               MOVE "VOLUME" TO DtlEntryKind
               MOVE SPACES TO DtlRate
           END-IF
           DISPLAY SeriesVolDetailLine.
