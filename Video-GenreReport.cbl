      *> the genre name resolved off IDXGENRE.DAT and a title count
      *> per block - so "what westerns do we stock" is one page of
      *> one report instead of a hand-sifted full catalog print.
      *> Each title shows the copies in service on VIDEOCOPY.DAT
      *> split tape and disc, totalled by genre and for the catalog.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS GenreCode
             FILE STATUS IS GenreFileStatus.

           SELECT VideoCopyFile ASSIGN TO "VIDEOCOPY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CopyKey
             FILE STATUS IS CopyStatus.

           SELECT SortedVideoFile ASSIGN TO "GENRE-SORTED.TEMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SortedFileStatus.
       FD  GenreFile.
           COPY GENREREC.

       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  SortedVideoFile.
       01  SortedVideoRec.
           88  EndOfSortedFile     VALUE HIGH-VALUES.
           03  wRatingCode         PIC XX.

       FD  ReportFile.
       01  ReportLine  PIC X(80).

       WORKING-STORAGE SECTION.
       01  VideoStatus         PIC X(2).
           88  WorkFileOK      VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".
       01  CopyStatus          PIC X(2).
           88  CopyFileOK      VALUE "00".

       01  PriorGenreCode      PIC X(3) VALUE HIGH-VALUES.
       01  GenreTitleCount     PIC 9(5) VALUE ZERO.
       01  CatalogTitleCount   PIC 9(5) VALUE ZERO.
      *> copies in service split by format - 1 = tape, 2 = disc -
      *> for the title in hand, its genre and the whole catalog
       01  FormatCopyTable.
           03  FormatCopyEntry     OCCURS 2 TIMES.
               05  TitleCopyCount      PIC 9(3).
               05  GenreCopyCount      PIC 9(5).
               05  CatalogCopyCount    PIC 9(5).
       01  FormatIndex         PIC 9.
       01  UnknownGenreName    PIC X(20)
             VALUE "**UNKNOWN GENRE**".

           03  DtlVideoTitle   PIC X(40).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlRatingCode   PIC XX.
           03  FILLER          PIC X(6) VALUE " TAPE ".
           03  DtlTapeCopies   PIC ZZ9.
           03  FILLER          PIC X(6) VALUE " DISC ".
           03  DtlDiscCopies   PIC ZZ9.

       01  GenreTotalLine.
           03  FILLER          PIC X(20) VALUE "  TITLES IN GENRE = ".
           03  GtlTitleCount   PIC ZZ,ZZ9.
           03  FILLER          PIC X(14) VALUE "  TAPE COPIES ".
           03  GtlTapeCopies   PIC ZZ,ZZ9.
           03  FILLER          PIC X(14) VALUE "  DISC COPIES ".
           03  GtlDiscCopies   PIC ZZ,ZZ9.

       01  CatalogTotalLine.
           03  FILLER          PIC X(20) VALUE "TOTAL TITLES      = ".
           03  CtlTitleCount   PIC ZZ,ZZ9.
           03  FILLER          PIC X(14) VALUE "  TAPE COPIES ".
           03  CtlTapeCopies   PIC ZZ,ZZ9.
           03  FILLER          PIC X(14) VALUE "  DISC COPIES ".
           03  CtlDiscCopies   PIC ZZ,ZZ9.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> Main-Call-NightlyBatch can detect this step did not
           OPEN OUTPUT ReportFile
           PERFORM CHECK-REPORT-STATUS
           OPEN INPUT GenreFile.
           OPEN INPUT VideoCopyFile.
           MOVE ZEROS TO FormatCopyTable.

           IF NOT RunFailed
               WRITE ReportLine FROM ReportHeading
                       PERFORM PRINT-GENRE-HEADING
                   END-IF
                   ADD 1 TO GenreTitleCount CatalogTitleCount
                   PERFORM COUNT-TITLE-COPIES
                   MOVE SortedVideoCode TO DtlVideoCode
                   MOVE SortedVideoTitle TO DtlVideoTitle
                   MOVE SortedRatingCode TO DtlRatingCode
                   MOVE TitleCopyCount(1) TO DtlTapeCopies
                   MOVE TitleCopyCount(2) TO DtlDiscCopies
                   WRITE ReportLine FROM TitleDetailLine
                   READ SortedVideoFile
                       AT END SET EndOfSortedFile TO TRUE
               MOVE SPACES TO ReportLine
               WRITE ReportLine
               MOVE CatalogTitleCount TO CtlTitleCount
               MOVE CatalogCopyCount(1) TO CtlTapeCopies
               MOVE CatalogCopyCount(2) TO CtlDiscCopies
               WRITE ReportLine FROM CatalogTotalLine

               CLOSE SortedVideoFile, ReportFile, GenreFile,
                   VideoCopyFile
           END-IF.

       PRINT-GENRE-HEADING.

       PRINT-GENRE-TOTAL.
           MOVE GenreTitleCount TO GtlTitleCount
           MOVE GenreCopyCount(1) TO GtlTapeCopies
           MOVE GenreCopyCount(2) TO GtlDiscCopies
           WRITE ReportLine FROM GenreTotalLine
           MOVE ZERO TO GenreTitleCount
           MOVE ZERO TO GenreCopyCount(1) GenreCopyCount(2).

      *>   the title's copies lie together on the copy key; one out
      *>   of service is not stock, the same rule the reorder
      *>   suggestions count by
       COUNT-TITLE-COPIES.
           MOVE ZERO TO TitleCopyCount(1) TitleCopyCount(2)
           MOVE SortedVideoCode TO CopyVideoCode
           MOVE ZERO TO CopyNumber
           START VideoCopyFile KEY IS NOT LESS THAN CopyKey
               INVALID KEY CONTINUE
           END-START
           IF CopyFileOK
               READ VideoCopyFile NEXT RECORD
                   AT END SET EndOfCopyFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCopyFile
                       OR CopyVideoCode NOT = SortedVideoCode
                   IF NOT CopyOutOfService
                       IF CopyOnDisc
                           MOVE 2 TO FormatIndex
                       ELSE
                           MOVE 1 TO FormatIndex
                       END-IF
                       ADD 1 TO TitleCopyCount(FormatIndex)
                           GenreCopyCount(FormatIndex)
                           CatalogCopyCount(FormatIndex)
                   END-IF
                   READ VideoCopyFile NEXT RECORD
                       AT END SET EndOfCopyFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
