               WITH DUPLICATES
             FILE STATUS IS VideoStatus.

      *> the copy on loan - its format picks the replacement
      *> amount the final notice quotes
           SELECT VideoCopyFile ASSIGN TO "VIDEOCOPY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CopyKey
             FILE STATUS IS CopyStatus.

      *> per-category, effective-dated rates - the final notice
      *> quotes the replacement amount; a missing file falls back to
      *> the standing amounts below
       FD  VideoFile.
           COPY VIDEOREC.

       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  FeeScheduleFile.
       01  FeeScheduleFlatLine     PIC X(36).

       FD  LetterFile.
       01  LetterLine  PIC X(60).
       01  BorrowerKey         PIC 9(4).
       01  VideoStatus         PIC X(2).
           88  VideoFound      VALUE "00".
       01  CopyStatus          PIC X(2).
       01  FeeScheduleStatus   PIC X(2).
           88  FeeScheduleFound    VALUE "00".
       01  LetterStatus        PIC X(2).
       01  ReplacementAmount   PIC 9(5)V99 VALUE 25.00.

      *> the standing replacement amounts per pricing category
      *> (1 = new release, 2 = standard, 3 = classic) and copy
      *> format (1 = tape, 2 = disc), overwritten from the newest
      *> effective fee-schedule line per category and format
       01  CategoryReplaceTable.
           03  CategoryReplaceEntry    OCCURS 3 TIMES.
               05  FormatReplaceEntry  OCCURS 2 TIMES.
                   07  CatReplace      PIC 9(5)V99.
                   07  CatBestEffDate  PIC 9(8).
                   07  CatBestExactSw  PIC X.
                       88  CatBestExact    VALUE "Y".
       01  CategoryIndex       PIC 9.
       01  FormatIndex         PIC 9.

       01  BusinessDate        PIC 9(8).
       01  TodayDayNumber      PIC 9(7).
           END-IF
           OPEN INPUT BorrowerFile
           OPEN INPUT VideoFile
           OPEN INPUT VideoCopyFile

           MOVE ZEROS TO LoanKey
           START VideoLoanFile KEY IS NOT LESS THAN LoanKey
               END-PERFORM
           END-IF

           CLOSE LetterFile, BorrowerFile, VideoFile, VideoCopyFile.

      *>   the loan only earns a letter when its age crosses into a
      *>   stage above the one already remembered on the record
                   WHEN OTHER
                       MOVE 2 TO CategoryIndex
               END-EVALUATE
               MOVE LoanVideoCode TO CopyVideoCode
               MOVE LoanCopyNumber TO CopyNumber
               READ VideoCopyFile
                   KEY IS CopyKey
                   INVALID KEY MOVE SPACE TO CopyFormat
               END-READ
               IF CopyOnDisc
                   MOVE 2 TO FormatIndex
               ELSE
                   MOVE 1 TO FormatIndex
               END-IF
               MOVE CatReplace(CategoryIndex, FormatIndex)
                   TO ReplacementAmount
               MOVE ReplacementAmount TO LtrReplaceValue
               WRITE LetterLine FROM LetterValueLine
           END-IF
           WRITE LetterLine.

      *>   first run of all has no schedule file yet - the standing
      *>   amounts stay in force. Per category and format the newest
      *>   line whose effective date has arrived wins, same as the
      *>   loan desk.
       LOAD-FEE-SCHEDULE.
           MOVE 35.00 TO CatReplace(1, 1)
           MOVE 25.00 TO CatReplace(2, 1)
           MOVE 15.00 TO CatReplace(3, 1)
           PERFORM VARYING CategoryIndex FROM 1 BY 1
                   UNTIL CategoryIndex > 3
               MOVE ZERO TO CatBestEffDate(CategoryIndex, 1)
               MOVE "N" TO CatBestExactSw(CategoryIndex, 1)
               MOVE FormatReplaceEntry(CategoryIndex, 1)
                   TO FormatReplaceEntry(CategoryIndex, 2)
           END-PERFORM
           OPEN INPUT FeeScheduleFile
           IF FeeScheduleFound
               READ FeeScheduleFile
           IF CategoryIndex > ZERO
               AND SchedEffectiveFrom NUMERIC
               AND SchedReplaceAmount NUMERIC
               AND ValidSchedFormat
               AND SchedEffectiveFrom <= BusinessDate
               PERFORM VARYING FormatIndex FROM 1 BY 1
                       UNTIL FormatIndex > 2
                   IF SchedBothFormats
                       OR (SchedTapeOnly AND FormatIndex = 1)
                       OR (SchedDiscOnly AND FormatIndex = 2)
                       PERFORM APPLY-SCHEDULE-TO-FORMAT
                   END-IF
               END-PERFORM
           END-IF.

      *>   a line naming the format beats a both-formats line of
      *>   the same date
       APPLY-SCHEDULE-TO-FORMAT.
           IF SchedEffectiveFrom
                   > CatBestEffDate(CategoryIndex, FormatIndex)
               OR (SchedEffectiveFrom
                   = CatBestEffDate(CategoryIndex, FormatIndex)
                   AND (NOT SchedBothFormats OR NOT
                        CatBestExact(CategoryIndex, FormatIndex)))
               MOVE SchedReplaceAmount
                   TO CatReplace(CategoryIndex, FormatIndex)
               MOVE SchedEffectiveFrom
                   TO CatBestEffDate(CategoryIndex, FormatIndex)
               IF SchedBothFormats
                   MOVE "N"
                       TO CatBestExactSw(CategoryIndex, FormatIndex)
               ELSE
                   MOVE "Y"
                       TO CatBestExactSw(CategoryIndex, FormatIndex)
               END-IF
           END-IF.
