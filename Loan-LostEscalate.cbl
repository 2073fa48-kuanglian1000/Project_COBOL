       01  HistoryFlatLine         PIC X(63).

       FD  FeesJournalFile.
       01  FeesJournalFlatLine     PIC X(85).

       FD  BorrowerAccountFile.
       01  BorrowerAccountFlatLine PIC X(39).

       FD  FeeScheduleFile.
       01  FeeScheduleFlatLine     PIC X(36).

       FD  VideoFile.
           COPY VIDEOREC.
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

      *> the conversions found on the scan pass, applied afterwards
      *> by key so the REWRITEs and DELETEs never fight the
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30) VALUE "LOST-ESCALATE-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "LOAN-LOSTESCALATE".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.

           CLOSE ReportFile, VideoCopyFile, VideoFile,
               BorrowerFile, LoanHistoryFile, FeesJournalFile,
               BorrowerAccountFile
           CALL "Sub-VaultReport" USING VaultReportName, VaultStepName.

       GATHER-LONG-OVERDUE.
           MOVE ZEROS TO LoanKey
           MOVE ReplacementAmount TO FeeJrnTotal
           MOVE BatchOperatorId TO FeeJrnOperatorId
           MOVE SPACES TO FeeJrnApproverId
      *>   the replacement is owed to the shop that lent the copy
           MOVE LoanBranchCode TO FeeJrnBranchCode
           IF FeeJrnBranchCode = ZERO
               MOVE 1 TO FeeJrnBranchCode
           END-IF
           CALL "Sub-JournalTax" USING FeesJournalLine
           WRITE FeesJournalFlatLine FROM FeesJournalLine.

       POST-CONVERSION-TO-ACCOUNT.
           END-READ
           IF CopyFound
               MOVE "X" TO CopyConditionFlag
               MOVE BusinessDate TO CopyConditionDate
               REWRITE VideoCopyRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) COPY STATUS = ", CopyStatus
           WRITE ReportLine FROM SignatureLine.

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

      *>   an unstamped or unknown category bills as standard; the
      *>   copy's own inventory record says tape or disc
       SET-REPLACEMENT-FOR-TITLE.
           MOVE LoanVideoCode TO VideoCode
           READ VideoFile
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
               TO ReplacementAmount.
