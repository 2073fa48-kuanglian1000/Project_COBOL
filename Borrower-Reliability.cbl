      *> per borrower: loans, the percent returned late, and the
      *> average days late across the late ones, with the name off
      *> BORROWER.DAT. Three or more loans with half of them late
      *> earns the **CHRONIC** marker the desk acts on - and a
      *> chronic borrower still on file is flagged on DEPOSIT.DAT as
      *> required to lodge a security deposit before the next
      *> checkout (a senior at DEPOSIT-DESK lifts it; this run never
      *> does). Output to BORROWER-RELIABILITY-RPT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RELATIVE KEY IS BorrowerKey
             FILE STATUS IS BorrowerStatus.

           SELECT DepositFile ASSIGN TO "DEPOSIT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DepBorrowerNumber
             FILE STATUS IS DepositStatus.

           SELECT ReportFile
             ASSIGN TO "BORROWER-RELIABILITY-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
       FD  BorrowerFile.
           COPY BORROWREC.

       FD  DepositFile.
           COPY DEPOSITREC.

       FD  ReportFile.
       01  ReportLine  PIC X(95).

             VALUE "**UNKNOWN BORROWER**".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".
       01  DepositStatus       PIC X(2).
           88  DepositFound    VALUE "00".
           88  DepositFileOK   VALUE "00".
           88  DepositFileMissing  VALUE "35".
       01  DepositOpenSw       PIC X VALUE "N".
           88  DepositFileOpen VALUE "Y".
       01  BorrowerOnFileSw    PIC X.
           88  BorrowerOnFile  VALUE "Y".
       01  DepositsFlagged     PIC 9(4) VALUE ZERO.

       01  DueDayNumber        PIC 9(7).
       01  ReturnDayNumber     PIC 9(7).
                 VALUE "BORROWERS LISTED      = ".
           03  TtlCount        PIC ZZZ9.

       01  DepositFlaggedLine.
           03  FILLER          PIC X(24)
                 VALUE "DEPOSITS NOW REQUIRED = ".
           03  DflCount        PIC ZZZ9.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
               ELSE
                   MOVE ZERO TO LateDays
               END-IF
               IF NOT HistAnonymised
                   MOVE HistBorrowerNumber TO wBorrowerNumber
                   MOVE LateDays TO wLateDays
                   RELEASE WorkRec
               END-IF
               READ LoanHistoryFile
                   AT END SET EndOfHistoryFlat TO TRUE
               END-READ
           OPEN OUTPUT ReportFile
           PERFORM CHECK-REPORT-STATUS
           OPEN INPUT BorrowerFile.
           OPEN I-O DepositFile
           IF DepositFileMissing
               OPEN OUTPUT DepositFile
               CLOSE DepositFile
               OPEN I-O DepositFile
           END-IF
           IF DepositFileOK
               SET DepositFileOpen TO TRUE
           END-IF

           IF NOT RunFailed
               MOVE BusinessDate TO HdgDate
               WRITE ReportLine
               MOVE BorrowersListed TO TtlCount
               WRITE ReportLine FROM ReliabilityTotalLine
               MOVE DepositsFlagged TO DflCount
               WRITE ReportLine FROM DepositFlaggedLine

               CLOSE SortedLoanFile, ReportFile, BorrowerFile,
                   DepositFile
           END-IF.

       BREAK-TO-NEW-BORROWER.
           ADD 1 TO BorrowersListed
           MOVE PriorBorrowerNumber TO DtlBorrower
           MOVE PriorBorrowerNumber TO BorrowerKey
           MOVE "N" TO BorrowerOnFileSw
           READ BorrowerFile
               INVALID KEY
                   MOVE UnknownBorrowerName TO DtlBorrowerName
               NOT INVALID KEY
                   MOVE BorrowerName TO DtlBorrowerName
                   SET BorrowerOnFile TO TRUE
           END-READ
           MOVE BlockLoanCount TO DtlLoanCount
           IF BlockLoanCount > ZERO
           IF BlockLoanCount >= ChronicMinLoans
               AND LatePercent >= ChronicPercent
               MOVE "**CHRONIC**" TO DtlChronicMark
               IF BorrowerOnFile
                   PERFORM FLAG-DEPOSIT-REQUIRED
               END-IF
           ELSE
               MOVE SPACES TO DtlChronicMark
           END-IF
           WRITE ReportLine FROM ReliabilityDetailLine.

      *>   a borrower already flagged is left as the desk has it -
      *>   including a deposit already held against the flag
       FLAG-DEPOSIT-REQUIRED.
           IF NOT DepositFileOpen
               EXIT PARAGRAPH
           END-IF
           MOVE PriorBorrowerNumber TO DepBorrowerNumber
           READ DepositFile
               KEY IS DepBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF DepositFound
               IF NOT DepositRequired
                   SET DepositRequired TO TRUE
                   MOVE BusinessDate TO DepFlaggedDate
                   MOVE "RELY" TO DepFlaggedBy
                   REWRITE DepositRecord
                       INVALID KEY CONTINUE
                   END-REWRITE
                   ADD 1 TO DepositsFlagged
               END-IF
           ELSE
               MOVE PriorBorrowerNumber TO DepBorrowerNumber
               MOVE ZEROS TO DepHeldAmount DepTakenDate DepClosedDate
                   DepForfeitAmount DepRefundAmount
               MOVE SPACES TO DepTakenBy DepClosedBy
               SET DepositRequired TO TRUE
               MOVE BusinessDate TO DepFlaggedDate
               MOVE "RELY" TO DepFlaggedBy
               SET DepositNoneTaken TO TRUE
               WRITE DepositRecord
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO DepositsFlagged
           END-IF.
