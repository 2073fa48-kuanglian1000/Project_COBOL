       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOUCHER-BREAKAGE.
      *> Nightly breakage run over VOUCHER.DAT. An open voucher
      *> whose expiry date has passed can no longer be spent at the
      *> desk, so it stops being owed: it is closed as expired (the
      *> remaining amount is left on it as the sum that lapsed) and
      *> a VBK line for that amount goes on FEES-JOURNAL.DAT, which
      *> the ledger extract takes off the voucher liability and
      *> onto breakage income. Vouchers sold before vouchers
      *> expired carry no date and are never touched. Every closure
      *> prints on VOUCHER-BREAKAGE-RPT.DAT so the liability list's
      *> next run can be squared against the night's drop. Runs in
      *> the nightly chain behind the counter day it closes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VoucherFile ASSIGN TO "VOUCHER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VoucherNumber
             FILE STATUS IS VoucherStatus.

           SELECT FeesJournalFile ASSIGN TO "FEES-JOURNAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FeesJournalStatus.

           SELECT ReportFile ASSIGN TO "VOUCHER-BREAKAGE-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  VoucherFile.
           COPY VOUCHREC.

       FD  FeesJournalFile.
       01  FeesJournalFlatLine     PIC X(85).

       FD  ReportFile.
       01  ReportLine  PIC X(70).

       WORKING-STORAGE SECTION.
           COPY FEEJRNL.

       01  VoucherStatus       PIC X(2).
           88  VoucherFileOK   VALUE "00".
           88  VoucherNotFound VALUE "35".
       01  FeesJournalStatus   PIC X(2).
           88  FeesJournalOK       VALUE "00".
           88  FeesJournalMissing  VALUE "35".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

       01  BusinessDate        PIC 9(8).
       01  BrokenAmount        PIC 9(5)V99.

      *> the nightly run's own id on the journal lines it writes
       01  BatchOperatorId     PIC X(4) VALUE "BTCH".

       01  ClosedCount         PIC 9(5) VALUE ZERO.
       01  BrokenTotal         PIC 9(9)V99 VALUE ZERO.

       01  ReportHeading.
           03  FILLER          PIC X(27)
                 VALUE "=GIFT VOUCHER BREAKAGE RUN=".
           03  FILLER          PIC X VALUE SPACE.
           03  HdgDate         PIC 9(8).

       01  BreakageDetailLine.
           03  DtlNumber       PIC 9(6).
           03  FILLER          PIC X(6) VALUE " SOLD ".
           03  DtlSoldDate     PIC 9(8).
           03  FILLER          PIC X(9) VALUE " EXPIRED ".
           03  DtlExpiryDate   PIC 9(8).
           03  FILLER          PIC X(6) VALUE " FACE ".
           03  DtlFace         PIC ZZ,ZZ9.99.
           03  FILLER          PIC X(7) VALUE " LAPSED".
           03  FILLER          PIC X VALUE SPACE.
           03  DtlBroken       PIC ZZ,ZZ9.99.

       01  BreakageTotalLine.
           03  TtlLabel        PIC X(24).
           03  TtlAmount       PIC ZZZ,ZZZ,ZZ9.99.

       01  BreakageCountLine.
           03  CntLabel        PIC X(24).
           03  CntAmount       PIC ZZZ,ZZZ,ZZ9.

      *> start/end lines on the shared job log, so the weekly
      *> batch-window report can see this step's elapsed time
       01  JobLogName          PIC X(30) VALUE "VOUCHER-BREAKAGE".
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
       01  VaultReportName     PIC X(30)
             VALUE "VOUCHER-BREAKAGE-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "VOUCHER-BREAKAGE".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-JobLog" USING JobLogName, JobStartEvent,
               JobLogCount, JobLogStatus.
           CALL "Sub-BusinessDate" USING BusinessDate.

           OPEN I-O VoucherFile.
           IF VoucherNotFound
      *>       no voucher sold yet - an empty night, not a failure
               DISPLAY "..NO VOUCHER FILE - NOTHING TO CLOSE.."
           ELSE
               IF NOT VoucherFileOK
                   DISPLAY "..UNABLE TO OPEN VOUCHER FILE, STATUS = ",
                       VoucherStatus
                   SET RunFailed TO TRUE
               ELSE
                   PERFORM RUN-VOUCHER-BREAKAGE
                   CLOSE VoucherFile
               END-IF
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
               MOVE "FAIL" TO JobLogStatus
           ELSE
               MOVE "OK" TO JobLogStatus
           END-IF.
           MOVE ClosedCount TO JobLogCount.
           MOVE RETURN-CODE TO HeldReturnCode.
           CALL "Sub-JobLog" USING JobLogName, JobEndEvent,
               JobLogCount, JobLogStatus.
           MOVE HeldReturnCode TO RETURN-CODE.

           GOBACK.

       RUN-VOUCHER-BREAKAGE.
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FeesJournalFile
           IF FeesJournalMissing
               OPEN OUTPUT FeesJournalFile
           END-IF
           IF NOT FeesJournalOK
               DISPLAY "..UNABLE TO OPEN FEES JOURNAL, STATUS = ",
                   FeesJournalStatus
               SET RunFailed TO TRUE
               CLOSE ReportFile
               EXIT PARAGRAPH
           END-IF

           MOVE BusinessDate TO HdgDate
           WRITE ReportLine FROM ReportHeading
           MOVE SPACES TO ReportLine
           WRITE ReportLine

      *>   the master is walked in key order and each lapsed voucher
      *>   rewritten where it stands - the rewrite never moves the
      *>   key, so the scan's position is safe
           MOVE ZEROS TO VoucherNumber
           START VoucherFile KEY IS NOT LESS THAN VoucherNumber
               INVALID KEY CONTINUE
           END-START
           IF VoucherFileOK
               READ VoucherFile NEXT RECORD
                   AT END SET EndOfVoucherFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfVoucherFile
                   IF VoucherIsOpen AND NOT VoucherNeverExpires
                       AND VoucherExpiryDate < BusinessDate
                       PERFORM CLOSE-ONE-VOUCHER
                   END-IF
                   READ VoucherFile NEXT RECORD
                       AT END SET EndOfVoucherFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           PERFORM PRINT-BREAKAGE-TOTALS

           CLOSE ReportFile, FeesJournalFile
           CALL "Sub-VaultReport" USING VaultReportName, VaultStepName.

      *>   an open voucher with nothing left on it is simply marked
      *>   used up late - there is no balance to take as income
       CLOSE-ONE-VOUCHER.
           MOVE VoucherRemaining TO BrokenAmount
           IF BrokenAmount = ZERO
               SET VoucherUsedUp TO TRUE
           ELSE
               SET VoucherExpired TO TRUE
           END-IF
           REWRITE VoucherRecord
               INVALID KEY
               DISPLAY "(REWRITE) VOUCHER STATUS = ", VoucherStatus
           END-REWRITE
           IF NOT VoucherFileOK OR BrokenAmount = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE BusinessDate TO FeeJrnDate
           MOVE "VBK" TO FeeJrnType
           MOVE ZEROS TO FeeJrnVideoCode
           MOVE ZEROS TO FeeJrnBorrower
           MOVE ZEROS TO FeeJrnDaysOut
           MOVE ZEROS TO FeeJrnRental
           MOVE ZEROS TO FeeJrnLateFee
           MOVE BrokenAmount TO FeeJrnTotal
           MOVE BatchOperatorId TO FeeJrnOperatorId
           MOVE SPACES TO FeeJrnApproverId
           CALL "Sub-TerminalBranch" USING FeeJrnBranchCode
           CALL "Sub-JournalTax" USING FeesJournalLine
           WRITE FeesJournalFlatLine FROM FeesJournalLine

           ADD 1 TO ClosedCount
           ADD BrokenAmount TO BrokenTotal
           MOVE VoucherNumber TO DtlNumber
           MOVE VoucherSoldDate TO DtlSoldDate
           MOVE VoucherExpiryDate TO DtlExpiryDate
           MOVE VoucherFaceAmount TO DtlFace
           MOVE BrokenAmount TO DtlBroken
           WRITE ReportLine FROM BreakageDetailLine.

       PRINT-BREAKAGE-TOTALS.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "VOUCHERS CLOSED       = " TO CntLabel
           MOVE ClosedCount TO CntAmount
           WRITE ReportLine FROM BreakageCountLine
           MOVE "BREAKAGE TAKEN (VBK)  = " TO TtlLabel
           MOVE BrokenTotal TO TtlAmount
           WRITE ReportLine FROM BreakageTotalLine.
