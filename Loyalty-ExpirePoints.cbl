       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYALTY-EXPIREPOINTS.
      *> Nightly expiry of loyalty points over LOYALTY.DAT. A member
      *> whose points have not moved - nothing earned on a paid
      *> rental, nothing redeemed at the desk - for longer than the
      *> scheme's expiry period (LOYALTY-RULES.DAT, LOYRULES.cpy)
      *> loses the balance: it goes to nil on the master, into the
      *> expired-to-date total, and an EXP line goes on
      *> LOYALTY-LEDGER.DAT so the member's trail still adds up.
      *> Every expiry prints on LOYALTY-EXPIRY-RPT.DAT with what the
      *> points were worth, so the liability report's next run can
      *> be squared against the night's drop. Runs in the nightly
      *> chain behind the counter day it ages.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoyaltyFile ASSIGN TO "LOYALTY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LoyBorrowerNumber
             FILE STATUS IS LoyaltyStatus.

           SELECT LoyaltyLedgerFile ASSIGN TO "LOYALTY-LEDGER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LoyaltyLedgerStatus.

           SELECT LoyaltyRulesFile ASSIGN TO "LOYALTY-RULES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LoyaltyRulesStatus.

           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS BorrowerKey
             FILE STATUS IS BorrowerStatus.

           SELECT ReportFile ASSIGN TO "LOYALTY-EXPIRY-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LoyaltyFile.
           COPY LOYALREC.

       FD  LoyaltyLedgerFile.
       01  LoyaltyLedgerFlatLine   PIC X(53).

       FD  LoyaltyRulesFile.
       01  LoyaltyRulesFlatLine    PIC X(23).

       FD  BorrowerFile.
           COPY BORROWREC.

       FD  ReportFile.
       01  ReportLine  PIC X(70).

       WORKING-STORAGE SECTION.
           COPY LOYLEDG.
           COPY LOYRULES.

       01  LoyaltyStatus       PIC X(2).
           88  LoyaltyFileOK   VALUE "00".
           88  LoyaltyNotFound VALUE "35".
       01  LoyaltyLedgerStatus PIC X(2).
           88  LoyaltyLedgerOK     VALUE "00".
           88  LoyaltyLedgerMissing    VALUE "35".
       01  LoyaltyRulesStatus  PIC X(2).
           88  LoyaltyRulesFound   VALUE "00".
       01  BorrowerStatus      PIC X(2).
           88  BorrowerFound   VALUE "00".
       01  BorrowerKey         PIC 9(4).
       01  UnknownBorrowerName PIC X(20)
             VALUE "**UNKNOWN BORROWER**".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

       01  BusinessDate        PIC 9(8).
       01  BusinessDayNumber   PIC 9(7).
       01  ActivityDayNumber   PIC 9(7).
       01  DaysQuiet           PIC 9(7).
       01  ExpiredPoints       PIC 9(7).
       01  ExpiredValue        PIC 9(9)V99.

      *> the nightly run's own id on the ledger lines it writes
       01  BatchOperatorId     PIC X(4) VALUE "BTCH".

       01  ExpiredCount        PIC 9(5) VALUE ZERO.
       01  ExpiredPointsTotal  PIC 9(9) VALUE ZERO.
       01  ExpiredValueTotal   PIC 9(9)V99 VALUE ZERO.

       01  ReportHeading.
           03  FILLER          PIC X(27)
                 VALUE "=LOYALTY POINTS EXPIRY RUN=".
           03  FILLER          PIC X VALUE SPACE.
           03  HdgDate         PIC 9(8).
           03  FILLER          PIC X(15) VALUE "  EXPIRY DAYS =".
           03  HdgExpiryDays   PIC ZZZ9.

       01  ExpiryDetailLine.
           03  DtlBorrower     PIC 9(4).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlBorrowerName PIC X(20).
           03  FILLER          PIC X(6) VALUE " LAST ".
           03  DtlLastActivity PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlPoints       PIC Z,ZZZ,ZZ9.
           03  FILLER          PIC X VALUE SPACE.
           03  DtlValue        PIC ZZZ,ZZ9.99.

       01  ExpiryTotalLine.
           03  TtlLabel        PIC X(24).
           03  TtlAmount       PIC ZZZ,ZZZ,ZZ9.99.

       01  ExpiryCountLine.
           03  CntLabel        PIC X(24).
           03  CntAmount       PIC ZZZ,ZZZ,ZZ9.

      *> start/end lines on the shared job log, so the weekly
      *> batch-window report can see this step's elapsed time
       01  JobLogName          PIC X(30) VALUE "LOYALTY-EXPIREPOINTS".
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
       01  VaultReportName     PIC X(30) VALUE "LOYALTY-EXPIRY-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "LOYALTY-EXPIREPOINTS".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-JobLog" USING JobLogName, JobStartEvent,
               JobLogCount, JobLogStatus.
           CALL "Sub-BusinessDate" USING BusinessDate.
           CALL "Sub-DateDayNumber" USING BusinessDate,
               BusinessDayNumber.
           PERFORM LOAD-LOYALTY-RULES.

           OPEN I-O LoyaltyFile.
           IF LoyaltyNotFound
      *>       nobody has earned a point yet - an empty night, not
      *>       a failure
               DISPLAY "..NO LOYALTY FILE - NOTHING TO EXPIRE.."
           ELSE
               IF NOT LoyaltyFileOK
                   DISPLAY "..UNABLE TO OPEN LOYALTY FILE, STATUS = ",
                       LoyaltyStatus
                   SET RunFailed TO TRUE
               ELSE
                   PERFORM RUN-POINTS-EXPIRY
                   CLOSE LoyaltyFile
               END-IF
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
               MOVE "FAIL" TO JobLogStatus
           ELSE
               MOVE "OK" TO JobLogStatus
           END-IF.
           MOVE ExpiredCount TO JobLogCount.
           MOVE RETURN-CODE TO HeldReturnCode.
           CALL "Sub-JobLog" USING JobLogName, JobEndEvent,
               JobLogCount, JobLogStatus.
           MOVE HeldReturnCode TO RETURN-CODE.

           GOBACK.

      *>   no rules on file leaves the standing rules in force
       LOAD-LOYALTY-RULES.
           OPEN INPUT LoyaltyRulesFile
           IF LoyaltyRulesFound
               READ LoyaltyRulesFile INTO LoyaltyRules
                   AT END CONTINUE
               END-READ
               CLOSE LoyaltyRulesFile
           END-IF.

       RUN-POINTS-EXPIRY.
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LoyaltyLedgerFile
           IF LoyaltyLedgerMissing
               OPEN OUTPUT LoyaltyLedgerFile
           END-IF
           IF NOT LoyaltyLedgerOK
               DISPLAY "..UNABLE TO OPEN LOYALTY LEDGER, STATUS = ",
                   LoyaltyLedgerStatus
               SET RunFailed TO TRUE
               CLOSE ReportFile
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BorrowerFile

           MOVE BusinessDate TO HdgDate
           MOVE LyrExpiryDays TO HdgExpiryDays
           WRITE ReportLine FROM ReportHeading
           MOVE SPACES TO ReportLine
           WRITE ReportLine

      *>   the master is walked in key order and each quiet balance
      *>   rewritten where it stands - the rewrite never moves the
      *>   key, so the scan's position is safe
           MOVE ZEROS TO LoyBorrowerNumber
           START LoyaltyFile KEY IS NOT LESS THAN LoyBorrowerNumber
               INVALID KEY CONTINUE
           END-START
           IF LoyaltyFileOK
               READ LoyaltyFile NEXT RECORD
                   AT END SET EndOfLoyaltyFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLoyaltyFile
                   IF LoyPointsBalance > ZERO
                       PERFORM AGE-ONE-BALANCE
                   END-IF
                   READ LoyaltyFile NEXT RECORD
                       AT END SET EndOfLoyaltyFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           PERFORM PRINT-EXPIRY-TOTALS

           CLOSE ReportFile, LoyaltyLedgerFile, BorrowerFile
           CALL "Sub-VaultReport" USING VaultReportName, VaultStepName.

       AGE-ONE-BALANCE.
           CALL "Sub-DateDayNumber" USING LoyLastActivityDate,
               ActivityDayNumber
           IF ActivityDayNumber NOT < BusinessDayNumber
               EXIT PARAGRAPH
           END-IF
           COMPUTE DaysQuiet = BusinessDayNumber - ActivityDayNumber
           IF DaysQuiet NOT > LyrExpiryDays
               EXIT PARAGRAPH
           END-IF
           MOVE LoyPointsBalance TO ExpiredPoints
           COMPUTE ExpiredValue = ExpiredPoints * LyrPointValue
           ADD ExpiredPoints TO LoyExpiredToDate
           MOVE ZERO TO LoyPointsBalance
           REWRITE LoyaltyRecord
               INVALID KEY
               DISPLAY "(REWRITE) LOYALTY STATUS = ", LoyaltyStatus
           END-REWRITE
           IF NOT LoyaltyFileOK
               EXIT PARAGRAPH
           END-IF

           MOVE BusinessDate TO LlgDate
           MOVE "EXP" TO LlgType
           MOVE LoyBorrowerNumber TO LlgBorrower
           MOVE ZEROS TO LlgVideoCode
           MOVE ExpiredPoints TO LlgPoints
           MOVE ExpiredValue TO LlgValue
           MOVE ZERO TO LlgBalanceAfter
           MOVE BatchOperatorId TO LlgOperatorId
           WRITE LoyaltyLedgerFlatLine FROM LoyaltyLedgerLine

           ADD 1 TO ExpiredCount
           ADD ExpiredPoints TO ExpiredPointsTotal
           ADD ExpiredValue TO ExpiredValueTotal
           PERFORM PRINT-EXPIRY-DETAIL.

       PRINT-EXPIRY-DETAIL.
           MOVE LoyBorrowerNumber TO DtlBorrower
           MOVE LoyBorrowerNumber TO BorrowerKey
           READ BorrowerFile
               INVALID KEY
                   MOVE UnknownBorrowerName TO DtlBorrowerName
               NOT INVALID KEY
                   MOVE BorrowerName TO DtlBorrowerName
           END-READ
           MOVE LoyLastActivityDate TO DtlLastActivity
           MOVE ExpiredPoints TO DtlPoints
           MOVE ExpiredValue TO DtlValue
           WRITE ReportLine FROM ExpiryDetailLine.

       PRINT-EXPIRY-TOTALS.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "BALANCES EXPIRED      = " TO CntLabel
           MOVE ExpiredCount TO CntAmount
           WRITE ReportLine FROM ExpiryCountLine
           MOVE "POINTS EXPIRED        = " TO CntLabel
           MOVE ExpiredPointsTotal TO CntAmount
           WRITE ReportLine FROM ExpiryCountLine
           MOVE "VALUE EXPIRED         = " TO TtlLabel
           MOVE ExpiredValueTotal TO TtlAmount
           WRITE ReportLine FROM ExpiryTotalLine.
