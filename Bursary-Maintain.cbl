       IDENTIFICATION DIVISION.
       PROGRAM-ID. BURSARY-MAINTAIN.
      *> Maintains the bursaries and scholarships students hold on
      *> BURSARY.DAT (BURSARYREC.cpy) - until now an award was
      *> knocked off the invoice by hand, and nobody could say at
      *> term end what each sponsor owed. An award is added for a
      *> student as a percentage of each course fee or a fixed
      *> amount off each invoice, with the funding source paying
      *> for it and the first and last terms it covers, both on the
      *> term calendar (asked through Sub-TermCheck); it is
      *> cancelled rather than deleted. TUITION-BILLING's invoice
      *> run takes the awards off the fee and logs each one it
      *> takes on SPONSOR-LEDGER.DAT. The sponsor report sorts that
      *> ledger by funding source (the same SORT ... INPUT
      *> PROCEDURE ... GIVING shape LOAN-OVERDUEREPORT uses) and
      *> totals what each sponsor owes, net of the shares withdrawal
      *> refunds have given back, for all terms or one keyed term,
      *> to SPONSOR-RPT.DAT. Same menu shape the other reference
      *> maintainers use.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BursaryFile ASSIGN TO "BURSARY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BurKey
             FILE STATUS IS BursaryStatus.

           SELECT StudentFile ASSIGN TO "IDXSTUDENT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS IdxStudentId
             FILE STATUS IS StudentFileStatus.

           SELECT SponsorLedgerFile ASSIGN TO "SPONSOR-LEDGER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SponsorLedgerStatus.

           SELECT SortedSponsorFile ASSIGN TO "SPONSOR-SORTED.TEMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SortedFileStatus.

           SELECT WorkFile ASSIGN TO "WORK.TEMP"
             FILE STATUS IS WorkFileStatus.

           SELECT ReportFile ASSIGN TO "SPONSOR-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  BursaryFile.
           COPY BURSARYREC.

       FD  StudentFile.
           COPY IDXSTUDREC.

       FD  SponsorLedgerFile.
       01  SponsorLedgerFlatLine   PIC X(52).

       FD  SortedSponsorFile.
       01  SortedSponsorRec.
           88  EndOfSortedFile     VALUE HIGH-VALUES.
           03  SortedSource        PIC X(10).
           03  SortedStudentId     PIC X(7).
           03  SortedTerm          PIC X(6).
           03  SortedCourseCode    PIC X(4).
           03  SortedAmount        PIC S9(5)V99.

       SD  WorkFile.
       01  WorkRec.
           03  wSource             PIC X(10).
           03  wStudentId          PIC X(7).
           03  wTerm               PIC X(6).
           03  wCourseCode         PIC X(4).
           03  wAmount             PIC S9(5)V99.

       FD  ReportFile.
       01  ReportLine  PIC X(80).

       WORKING-STORAGE SECTION.
       01  BursaryStatus       PIC X(2).
           88  BursaryFound    VALUE "00".
           88  BursaryFileOK   VALUE "00".
           88  BursaryFileMissing  VALUE "35".
       01  StudentFileStatus   PIC X(2).
           88  StudentFound    VALUE "00".
       01  SponsorLedgerStatus PIC X(2).
           88  SponsorLedgerOK VALUE "00".
       01  SortedFileStatus    PIC X(2).
           88  SortedFileOK    VALUE "00".
       01  WorkFileStatus      PIC X(2).
           88  WorkFileOK      VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

       COPY SPONSLEDG.

      *> the term calendar's verdict on the term keyed
           COPY TERMCHECK.
       01  TermBlockedSw       PIC X.
           88  TermBlocked     VALUE "Y".

       01  MaintAction         PIC 9.
           88  AddAction       VALUE 1.
           88  CancelAction    VALUE 2.
           88  ListAction      VALUE 3.
           88  SponsorReportAction VALUE 4.
           88  QuitMaintenance VALUE 9.

       01  BusinessDate        PIC 9(8).
       01  WantedStudentId     PIC X(7).
       01  WantedTerm          PIC X(6).
       01  LastSeqNo           PIC 99.
       01  KeyedPercent        PIC 9(3).
           88  ValidPercent    VALUE 1 THRU 100.
       01  KeyedAmount         PIC 9(5)V99.
       01  ListedCount         PIC 9(3).

       01  ReportFailedSw      PIC X VALUE "N".
           88  ReportFailed    VALUE "Y".
       01  PriorSource         PIC X(10).
       01  FirstBlockSw        PIC X VALUE "Y".
           88  FirstBlock      VALUE "Y".
       01  SponsorTotal        PIC S9(7)V99.
       01  SponsorLineCount    PIC 9(4).
       01  GrandTotal          PIC S9(7)V99.
       01  GrandLineCount      PIC 9(5).
       01  SponsorCount        PIC 9(3).
       01  Prn-Total           PIC Z,ZZZ,ZZ9.99-.

       01  BursaryDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlSeqNo        PIC Z9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlAwardValue   PIC X(11).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlSource       PIC X(10).
           03  FILLER          PIC X(7) VALUE " TERMS ".
           03  DtlFromTerm     PIC X(6).
           03  FILLER          PIC X(4) VALUE " TO ".
           03  DtlToTerm       PIC X(6).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlState        PIC X(9).

       01  Prn-Percent         PIC ZZ9.
       01  Prn-Amount          PIC ZZ,ZZ9.99.

       01  ReportHeading.
           03  FILLER          PIC X(29)
                 VALUE "=SPONSOR BURSARY STATEMENT=  ".
           03  HdgDate         PIC 9(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  HdgTermLabel    PIC X(6) VALUE "TERM: ".
           03  HdgTerm         PIC X(9).

       01  SourceHeadingLine.
           03  FILLER          PIC X(17) VALUE "FUNDING SOURCE : ".
           03  ShdSource       PIC X(10).

       01  SponsorDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  SdlStudentId    PIC X(7).
           03  FILLER          PIC X VALUE SPACE.
           03  SdlStudentName  PIC X(18).
           03  FILLER          PIC X VALUE SPACE.
           03  SdlCourseCode   PIC X(4).
           03  FILLER          PIC X VALUE "/".
           03  SdlTerm         PIC X(6).
           03  FILLER          PIC X(3) VALUE SPACES.
           03  SdlAmount       PIC ZZ,ZZ9.99-.

       01  SourceTotalLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  FILLER          PIC X(18) VALUE "OWED BY SPONSOR = ".
           03  StlAmount       PIC Z,ZZZ,ZZ9.99-.
           03  FILLER          PIC X(4) VALUE SPACES.
           03  StlCount        PIC ZZZ9.
           03  FILLER          PIC X(7) VALUE " AWARDS".

       01  GrandTotalLine.
           03  FILLER          PIC X(20)
                 VALUE "ALL SPONSORS OWE  = ".
           03  GtlAmount       PIC Z,ZZZ,ZZ9.99-.
           03  FILLER          PIC X(4) VALUE SPACES.
           03  GtlSponsors     PIC ZZ9.
           03  FILLER          PIC X(9) VALUE " SPONSORS".


      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".


      *> who is signed on at this session - stamped on every award
      *> the session adds
       01  SignedOnOperator    PIC X(4) VALUE SPACES.
       01  SignOnResult        PIC X VALUE "N".
           88  SignOnOk        VALUE "Y".
      *> the role Sub-OperatorSignOn handed back - what this
      *> session may reach
       01  SignedOnRole        PIC X VALUE "C".
           88  SignedOnCounter     VALUE "C".
           88  SignedOnSenior      VALUE "S".
           88  SignedOnSupervisor  VALUE "V".

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
           CALL "Sub-CheckSystemBusy" USING SystemBusyFlag
           IF SystemIsBusy
               DISPLAY "..NIGHTLY PROCESSING IN PROGRESS - TRY "
                   "AGAIN WHEN THE CHAIN HAS FINISHED.."
               GOBACK
           END-IF
           OPEN I-O BursaryFile.
           IF BursaryFileMissing
               CLOSE BursaryFile
               OPEN OUTPUT BursaryFile
               CLOSE BursaryFile
               OPEN I-O BursaryFile
           END-IF
           OPEN INPUT StudentFile.
           CALL "Sub-BusinessDate" USING BusinessDate.

           PERFORM DO-MAINTENANCE UNTIL QuitMaintenance.

           CLOSE BursaryFile, StudentFile.
           GOBACK.

       DO-MAINTENANCE.
           DISPLAY "CHOOSE: ADD=1, CANCEL=2, LIST=3, "
               "SPONSOR REPORT=4, QUIT=9 : "
             WITH NO ADVANCING.
           ACCEPT MaintAction.

           EVALUATE TRUE
               WHEN AddAction
                   PERFORM ADD-BURSARY
               WHEN CancelAction
                   PERFORM CANCEL-BURSARY
               WHEN ListAction
                   PERFORM LIST-STUDENT-BURSARIES
               WHEN SponsorReportAction
                   PERFORM PRINT-SPONSOR-REPORT
           END-EVALUATE.

      *>   the award takes the student's next free sequence number,
      *>   so the awards list in the order they were granted - which
      *>   is the order the invoice run takes them off the fee
       ADD-BURSARY.
           DISPLAY "ENTER STUDENT ID(7 CHARS) : " WITH NO ADVANCING
           ACCEPT IdxStudentId
           READ StudentFile
               INVALID KEY CONTINUE
           END-READ
           IF NOT StudentFound
               DISPLAY "..NO SUCH STUDENT ON FILE.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "STUDENT : ", IdxStudentName
           MOVE IdxStudentId TO WantedStudentId
           PERFORM FIND-LAST-SEQUENCE
           IF LastSeqNo = 99
               DISPLAY "..THE STUDENT HAS NO FREE AWARD NUMBERS "
                   "LEFT.."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BursaryRecord
           MOVE WantedStudentId TO BurStudentId
           COMPUTE BurSeqNo = LastSeqNo + 1
           DISPLAY "PERCENTAGE OR FIXED AMOUNT (P/F) : "
             WITH NO ADVANCING
           ACCEPT BurType
           MOVE ZERO TO BurPercent BurAmount
           EVALUATE TRUE
               WHEN BurIsPercent
                   DISPLAY "ENTER PERCENT OF EACH COURSE FEE(NNN) : "
                     WITH NO ADVANCING
                   MOVE ZERO TO KeyedPercent
                   ACCEPT KeyedPercent
                   IF NOT ValidPercent
                       DISPLAY "..PERCENT MUST BE 1 TO 100 - NOT "
                           "ADDED.."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE KeyedPercent TO BurPercent
               WHEN BurIsFixed
                   DISPLAY "ENTER AMOUNT OFF EACH INVOICE(NNNNN.NN) : "
                     WITH NO ADVANCING
                   MOVE ZERO TO KeyedAmount
                   ACCEPT KeyedAmount
                   IF KeyedAmount = ZERO
                       DISPLAY "..NO AMOUNT KEYED - NOT ADDED.."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE KeyedAmount TO BurAmount
               WHEN OTHER
                   DISPLAY "..MUST BE P OR F - NOT ADDED.."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "ENTER FUNDING SOURCE(10 CHARS) : "
             WITH NO ADVANCING
           ACCEPT BurFundingSource
           IF BurFundingSource = SPACES
               DISPLAY "..NO FUNDING SOURCE KEYED - NOT ADDED.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER FIRST TERM COVERED(6 CHARS, E.G. 2026-1) : "
             WITH NO ADVANCING
           ACCEPT BurFromTerm
           IF BurFromTerm = SPACES
               DISPLAY "..NO TERM KEYED - NOT ADDED.."
               EXIT PARAGRAPH
           END-IF
           MOVE BurFromTerm TO TchTerm
           PERFORM CHECK-TERM-CALENDAR
           IF TermBlocked
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER LAST TERM COVERED(BLANK = FIRST TERM ONLY) : "
             WITH NO ADVANCING
           ACCEPT BurToTerm
           IF BurToTerm = SPACES
               MOVE BurFromTerm TO BurToTerm
           END-IF
           MOVE BurToTerm TO TchTerm
           PERFORM CHECK-TERM-CALENDAR
           IF TermBlocked
               EXIT PARAGRAPH
           END-IF
           IF BurToTerm < BurFromTerm
               DISPLAY "..LAST TERM IS BEFORE THE FIRST - NOT ADDED.."
               EXIT PARAGRAPH
           END-IF
           SET BurIsActive TO TRUE
           MOVE BusinessDate TO BurAddedDate
           MOVE SignedOnOperator TO BurOperatorId
           WRITE BursaryRecord
               INVALID KEY
               DISPLAY "(WRITE) BURSARY STATUS = ", BursaryStatus
               NOT INVALID KEY
               DISPLAY "..AWARD ", BurSeqNo, " ADDED.."
           END-WRITE.

       FIND-LAST-SEQUENCE.
           MOVE ZERO TO LastSeqNo
           MOVE WantedStudentId TO BurStudentId
           MOVE ZERO TO BurSeqNo
           START BursaryFile KEY IS NOT LESS THAN BurKey
               INVALID KEY SET EndOfBursaryFile TO TRUE
           END-START
           IF NOT EndOfBursaryFile
               READ BursaryFile NEXT RECORD
                   AT END SET EndOfBursaryFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfBursaryFile
                   OR BurStudentId NOT = WantedStudentId
               MOVE BurSeqNo TO LastSeqNo
               READ BursaryFile NEXT RECORD
                   AT END SET EndOfBursaryFile TO TRUE
               END-READ
           END-PERFORM.

      *>   cancelled, never deleted - the invoices it has already
      *>   reduced and the ledger lines they logged still point at
      *>   it; only invoices raised from now on go without it
       CANCEL-BURSARY.
           DISPLAY "ENTER STUDENT ID(7 CHARS) : " WITH NO ADVANCING
           ACCEPT BurStudentId
           DISPLAY "ENTER AWARD NUMBER(NN) : " WITH NO ADVANCING
           ACCEPT BurSeqNo
           READ BursaryFile
               KEY IS BurKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT BursaryFound
               DISPLAY "..NO SUCH AWARD ON FILE.."
               EXIT PARAGRAPH
           END-IF
           IF BurIsCancelled
               DISPLAY "..AWARD IS ALREADY CANCELLED.."
               EXIT PARAGRAPH
           END-IF
           PERFORM FORMAT-BURSARY-LINE
           DISPLAY BursaryDetailLine
           SET BurIsCancelled TO TRUE
           REWRITE BursaryRecord
               INVALID KEY
               DISPLAY "(REWRITE) BURSARY STATUS = ", BursaryStatus
               NOT INVALID KEY
               DISPLAY "..AWARD CANCELLED.."
           END-REWRITE.

       LIST-STUDENT-BURSARIES.
           DISPLAY "ENTER STUDENT ID(7 CHARS) : " WITH NO ADVANCING
           ACCEPT WantedStudentId
           MOVE ZERO TO ListedCount
           MOVE WantedStudentId TO BurStudentId
           MOVE ZERO TO BurSeqNo
           START BursaryFile KEY IS NOT LESS THAN BurKey
               INVALID KEY CONTINUE
           END-START
           IF BursaryFileOK
               READ BursaryFile NEXT RECORD
                   AT END SET EndOfBursaryFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBursaryFile
                       OR BurStudentId NOT = WantedStudentId
                   ADD 1 TO ListedCount
                   PERFORM FORMAT-BURSARY-LINE
                   DISPLAY BursaryDetailLine
                   READ BursaryFile NEXT RECORD
                       AT END SET EndOfBursaryFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF ListedCount = ZERO
               DISPLAY "..NO AWARDS ON FILE FOR THAT STUDENT.."
           END-IF.

       FORMAT-BURSARY-LINE.
           MOVE BurSeqNo TO DtlSeqNo
           MOVE SPACES TO DtlAwardValue
           IF BurIsPercent
               MOVE BurPercent TO Prn-Percent
               STRING Prn-Percent DELIMITED BY SIZE
                   "% OF FEE" DELIMITED BY SIZE
                   INTO DtlAwardValue
               END-STRING
           ELSE
               MOVE BurAmount TO Prn-Amount
               MOVE Prn-Amount TO DtlAwardValue
           END-IF
           MOVE BurFundingSource TO DtlSource
           MOVE BurFromTerm TO DtlFromTerm
           MOVE BurToTerm TO DtlToTerm
           IF BurIsActive
               MOVE "ACTIVE" TO DtlState
           ELSE
               MOVE "CANCELLED" TO DtlState
           END-IF.

      *>   what each funding source owes for the awards the invoice
      *>   runs have taken - every ledger line, or one keyed term's,
      *>   sorted so each sponsor's lines arrive together
       PRINT-SPONSOR-REPORT.
           DISPLAY "ENTER TERM(6 CHARS, BLANK = ALL TERMS) : "
             WITH NO ADVANCING
           MOVE SPACES TO WantedTerm
           ACCEPT WantedTerm
           MOVE "N" TO ReportFailedSw
           SORT WorkFile ON ASCENDING KEY wSource, wStudentId,
                   wTerm, wCourseCode
               INPUT PROCEDURE IS GATHER-SPONSOR-CHARGES
               GIVING SortedSponsorFile
           IF NOT WorkFileOK
               DISPLAY "..SORT WORK FILE ERROR, STATUS = ",
                   WorkFileStatus
               SET ReportFailed TO TRUE
           END-IF
           IF NOT ReportFailed
               PERFORM WRITE-SPONSOR-REPORT
           END-IF.

       GATHER-SPONSOR-CHARGES.
           OPEN INPUT SponsorLedgerFile
           IF NOT SponsorLedgerOK
               DISPLAY "..NO SPONSOR LEDGER ON FILE - NO AWARDS HAVE "
                   "BEEN INVOICED.."
               SET ReportFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ SponsorLedgerFile INTO SponsorLedgerLine
               AT END SET EndOfSponsorLedger TO TRUE
           END-READ
           PERFORM UNTIL EndOfSponsorLedger
               IF WantedTerm = SPACES OR SplTerm = WantedTerm
                   MOVE SplFundingSource TO wSource
                   MOVE SplStudentId TO wStudentId
                   MOVE SplTerm TO wTerm
                   MOVE SplCourseCode TO wCourseCode
                   MOVE SplAmount TO wAmount
                   RELEASE WorkRec
               END-IF
               READ SponsorLedgerFile INTO SponsorLedgerLine
                   AT END SET EndOfSponsorLedger TO TRUE
               END-READ
           END-PERFORM
           CLOSE SponsorLedgerFile.

      *>   a control break on funding source, one block and one
      *>   total per sponsor
       WRITE-SPONSOR-REPORT.
           OPEN INPUT SortedSponsorFile
           IF NOT SortedFileOK
               DISPLAY "..SORTED SPONSOR FILE ERROR, STATUS = ",
                   SortedFileStatus
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               CLOSE SortedSponsorFile
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO GrandTotal GrandLineCount SponsorCount
           MOVE "Y" TO FirstBlockSw
           MOVE BusinessDate TO HdgDate
           IF WantedTerm = SPACES
               MOVE "ALL TERMS" TO HdgTerm
           ELSE
               MOVE WantedTerm TO HdgTerm
           END-IF
           WRITE ReportLine FROM ReportHeading

           READ SortedSponsorFile
               AT END SET EndOfSortedFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSortedFile
               IF SortedSource NOT = PriorSource OR FirstBlock
                   IF NOT FirstBlock
                       PERFORM PRINT-SOURCE-TOTAL
                   END-IF
                   PERFORM PRINT-SOURCE-HEADING
               END-IF
               PERFORM PRINT-SPONSOR-DETAIL
               READ SortedSponsorFile
                   AT END SET EndOfSortedFile TO TRUE
               END-READ
           END-PERFORM
           IF NOT FirstBlock
               PERFORM PRINT-SOURCE-TOTAL
           END-IF

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE GrandTotal TO GtlAmount
           MOVE SponsorCount TO GtlSponsors
           WRITE ReportLine FROM GrandTotalLine
           CLOSE SortedSponsorFile, ReportFile
           MOVE GrandTotal TO Prn-Total
           DISPLAY "SPONSORS = ", SponsorCount, "  AWARDS = ",
               GrandLineCount, "  OWED = ", Prn-Total
           DISPLAY "..REPORT WRITTEN TO SPONSOR-RPT.DAT..".

       PRINT-SOURCE-HEADING.
           ADD 1 TO SponsorCount
           MOVE ZERO TO SponsorTotal SponsorLineCount
           MOVE SortedSource TO ShdSource
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM SourceHeadingLine
           MOVE SortedSource TO PriorSource
           MOVE "N" TO FirstBlockSw.

       PRINT-SPONSOR-DETAIL.
           ADD 1 TO SponsorLineCount GrandLineCount
           ADD SortedAmount TO SponsorTotal GrandTotal
           MOVE SortedStudentId TO SdlStudentId
           MOVE SortedStudentId TO IdxStudentId
           READ StudentFile
               INVALID KEY
                   MOVE "**UNKNOWN STUDENT*" TO SdlStudentName
               NOT INVALID KEY
                   MOVE IdxStudentName TO SdlStudentName
           END-READ
           MOVE SortedCourseCode TO SdlCourseCode
           MOVE SortedTerm TO SdlTerm
           MOVE SortedAmount TO SdlAmount
           WRITE ReportLine FROM SponsorDetailLine.

       PRINT-SOURCE-TOTAL.
           MOVE SponsorTotal TO StlAmount
           MOVE SponsorLineCount TO StlCount
           WRITE ReportLine FROM SourceTotalLine.

      *>   an award only covers terms on the calendar
       CHECK-TERM-CALENDAR.
           MOVE "N" TO TermBlockedSw
           MOVE ZERO TO TchAsOfDate
           CALL "Sub-TermCheck" USING TermCheck
           EVALUATE TRUE
               WHEN TchNoCalendar
                   DISPLAY "..NO TERM CALENDAR ON FILE - TERMS ARE "
                       "KEYED ON THE CONTROL FILE WORKBENCH.."
                   SET TermBlocked TO TRUE
               WHEN TchUnknownTerm
                   DISPLAY "..TERM ", TchTerm, " IS NOT ON THE "
                       "TERM CALENDAR - ENTRY REFUSED.."
                   SET TermBlocked TO TRUE
           END-EVALUATE.
