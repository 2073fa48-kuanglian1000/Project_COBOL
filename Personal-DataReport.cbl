       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSONAL-DATAREPORT.
      *> Supervisor function answering a member's request to see
      *> what the shop holds on them - instead of six files searched
      *> by hand, one dated document per request, written to
      *> PERSONAL-DATA-<B|S><number>-<date>.DAT. For a borrower
      *> number it gathers:
      *>   the BORROWER.DAT record
      *>   the loans still out on VIDEOLOAN.DAT (with the overdue
      *>     letter level posted) and every loan on LOAN-HISTORY.DAT
      *>     not yet anonymised by HISTORY-RETENTION
      *>   the account postings on BORR-ACCOUNT.DAT
      *>   the reservations on RESERVE.DAT
      *>   the vouchers - each one they bought (the VSL line the
      *>     voucher desk stamps with a member buyer) and each
      *>     redemption (VCH) on FEES-JOURNAL.DAT
      *>   the notices - every hold pickup call and posted notice on
      *>     HOLD-CONTACT-LOG.DAT (overdue letters are recorded as
      *>     the level on the open loan)
      *>   the merged letters LETTER-MERGE has sent them, off
      *>     LETTER-LOG.DAT
      *>   any BORROWER-ARCHIVE.DAT or BORROWER-MERGE-JRN.DAT lines
      *> For a StudentId: the IDXSTUDENT.DAT record, the parent or
      *> guardian contact on GUARDIAN.DAT, enrollments, grades,
      *> attendance, tuition invoices, the letters sent on
      *> LETTER-LOG.DAT and the STUDENT-ARCHIVE.DAT lines. Every
      *> request - whoever it was for and however much was found -
      *> is logged to PERSONAL-DATA-LOG.DAT with the date, time and
      *> operator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS BorrowerKey
             FILE STATUS IS BorrowerStatus.

           SELECT VideoLoanFile ASSIGN TO "VIDEOLOAN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LoanKey
             FILE STATUS IS LoanStatus.

           SELECT LoanHistoryFile ASSIGN TO "LOAN-HISTORY.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HistoryStatus.

           SELECT BorrowerAccountFile ASSIGN TO "BORR-ACCOUNT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BorrowerAccountStatus.

           SELECT ReserveFile ASSIGN TO "RESERVE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ReserveKey
             FILE STATUS IS ReserveStatus.

           SELECT FeesJournalFile ASSIGN TO "FEES-JOURNAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FeesJournalStatus.

           SELECT ContactLogFile ASSIGN TO "HOLD-CONTACT-LOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ContactLogStatus.

           SELECT LetterLogFile ASSIGN TO "LETTER-LOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LetterLogStatus.

           SELECT BorrowerArchiveFile ASSIGN TO "BORROWER-ARCHIVE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BorrowerArchiveStatus.

           SELECT MergeJournalFile ASSIGN TO "BORROWER-MERGE-JRN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MergeJournalStatus.

           SELECT StudentFile ASSIGN TO "IDXSTUDENT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS IdxStudentId
             FILE STATUS IS StudentFileStatus.

           SELECT GuardianFile ASSIGN TO "GUARDIAN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS GrdStudentId
             FILE STATUS IS GuardianStatus.

           SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EnrollKey
             FILE STATUS IS EnrollStatus.

           SELECT GradeFile ASSIGN TO "GRADES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GradeKey
             FILE STATUS IS GradeStatus.

           SELECT AttendFile ASSIGN TO "ATTEND.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AttendKey
             FILE STATUS IS AttendStatus.

           SELECT TuitionFile ASSIGN TO "TUITION.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TuitKey
             FILE STATUS IS TuitionStatus.

           SELECT StudentArchiveFile ASSIGN TO "STUDENT-ARCHIVE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StudentArchiveStatus.

           SELECT DocumentFile ASSIGN TO DocumentFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DocumentStatus.

           SELECT RequestLogFile ASSIGN TO "PERSONAL-DATA-LOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RequestLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  BorrowerFile.
           COPY BORROWREC.

       FD  VideoLoanFile.
           COPY LOANREC.

       FD  LoanHistoryFile.
       01  HistoryFlatLine     PIC X(63).
           88  EndOfHistoryFlat    VALUE HIGH-VALUES.

       FD  BorrowerAccountFile.
       01  BorrowerAccountFlatLine PIC X(39).
           88  EndOfAccountFlat    VALUE HIGH-VALUES.

       FD  ReserveFile.
           COPY RESERVREC.

       FD  FeesJournalFile.
       01  FeesJournalFlatLine PIC X(85).
           88  EndOfJournalFlat    VALUE HIGH-VALUES.

       FD  ContactLogFile.
       01  ContactLogFlatLine  PIC X(43).
           88  EndOfContactFlat    VALUE HIGH-VALUES.

       FD  LetterLogFile.
       01  LetterLogFlatLine   PIC X(32).
           88  EndOfLetterLogFlat  VALUE HIGH-VALUES.

       FD  BorrowerArchiveFile.
       01  BorrowerArchiveFlatLine PIC X(115).
           88  EndOfBorrowerArchive    VALUE HIGH-VALUES.

       FD  MergeJournalFile.
       01  MergeJournalFlatLine    PIC X(73).
           88  EndOfMergeJournal   VALUE HIGH-VALUES.

       FD  StudentFile.
           COPY IDXSTUDREC.

       FD  GuardianFile.
           COPY GUARDREC.

       FD  EnrollFile.
           COPY ENROLLREC.

       FD  GradeFile.
           COPY GRADEREC.

       FD  AttendFile.
           COPY ATTENDREC.

       FD  TuitionFile.
           COPY TUITINVREC.

       FD  StudentArchiveFile.
       01  StudentArchiveFlatLine  PIC X(90).
           88  EndOfStudentArchiveFlat VALUE HIGH-VALUES.

       FD  DocumentFile.
       01  DocumentLine        PIC X(120).

       FD  RequestLogFile.
       01  RequestLogFlatLine  PIC X(60).

       WORKING-STORAGE SECTION.
           COPY LOANHIST.
           COPY ACCTREC.
           COPY FEEJRNL.
           COPY HOLDCONT.
           COPY LETTERLOG.
           COPY STUARCREC.

      *> the archive line shape BORROWER-PURGE and BORROWER-MERGE
      *> both append - the whole outgoing master record behind the
      *> date it left
       01  BorrowerArchiveRecord.
           03  BorArcPurgeDate     PIC 9(8).
           03  FILLER              PIC X.
           03  BorArcRecordImage   PIC X(106).

      *> the merge journal line, as far as the two numbers it names
       01  MergeJournalView.
           03  FILLER              PIC X(22).
           03  MjvFromNumber       PIC 9(4).
           03  FILLER              PIC X(6).
           03  MjvToNumber         PIC 9(4).
           03  FILLER              PIC X(37).

      *> one line per request answered - when, who asked the system
      *> for it, whose data, and how many records went out
       01  RequestLogLine.
           03  RqlDate             PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  RqlTime             PIC 9(6).
           03  FILLER              PIC X(4) VALUE " OP=".
           03  RqlOperatorId       PIC X(4).
           03  FILLER              PIC X(6) VALUE " SUBJ=".
           03  RqlSubjectType      PIC X.
           03  FILLER              PIC X VALUE SPACE.
           03  RqlSubjectId        PIC X(7).
           03  FILLER              PIC X(9) VALUE " RECORDS=".
           03  RqlRecordCount      PIC 9(5).

       01  BorrowerStatus      PIC X(2).
           88  BorrowerFound   VALUE "00".
       01  BorrowerKey         PIC 9(4).
       01  LoanStatus          PIC X(2).
           88  LoanFileOK      VALUE "00".
       01  HistoryStatus       PIC X(2).
           88  HistoryFileOK   VALUE "00".
       01  BorrowerAccountStatus   PIC X(2).
           88  AccountFileFound    VALUE "00".
       01  ReserveStatus       PIC X(2).
           88  ReserveFileOK   VALUE "00".
       01  FeesJournalStatus   PIC X(2).
           88  FeesJournalOK   VALUE "00".
       01  ContactLogStatus    PIC X(2).
           88  ContactLogOK    VALUE "00".
       01  LetterLogStatus     PIC X(2).
           88  LetterLogOK     VALUE "00".
       01  BorrowerArchiveStatus   PIC X(2).
           88  BorrowerArchiveOK   VALUE "00".
       01  MergeJournalStatus  PIC X(2).
           88  MergeJournalOK  VALUE "00".
       01  StudentFileStatus   PIC X(2).
           88  StudentFound    VALUE "00".
       01  GuardianStatus      PIC X(2).
           88  GuardianFound   VALUE "00".
           88  GuardianFileOK  VALUE "00".
           88  StudentFileOK   VALUE "00".
       01  EnrollStatus        PIC X(2).
           88  EnrollFileOK    VALUE "00".
       01  GradeStatus         PIC X(2).
           88  GradeFileOK     VALUE "00".
       01  AttendStatus        PIC X(2).
           88  AttendFileOK    VALUE "00".
       01  TuitionStatus       PIC X(2).
           88  TuitionFileOK   VALUE "00".
       01  StudentArchiveStatus    PIC X(2).
           88  StudentArchiveOK    VALUE "00".
       01  DocumentStatus      PIC X(2).
           88  DocumentFileOK  VALUE "00".
       01  RequestLogStatus    PIC X(2).
           88  RequestLogNotFound  VALUE "35".

       01  RequiredAction      PIC 9.
           88  BorrowerAction  VALUE 1.
           88  StudentAction   VALUE 2.
           88  QuitDataMenu    VALUE 9.

       01  WantedBorrower      PIC 9(4).
       01  WantedStudentId     PIC X(7).
       01  DocumentFileName    PIC X(40).
       01  RequestDate         PIC 9(8).
       01  RequestTime.
           03  RequestHHMMSS   PIC 9(6).
           03  FILLER          PIC 99.
       01  SectionCount        PIC 9(5).
       01  RecordTotal         PIC 9(5).

       01  DocumentHeading.
           03  FILLER          PIC X(33)
                 VALUE "=PERSONAL DATA HELD BY THE SHOP= ".
           03  DhdSubjectType  PIC X(9).
           03  DhdSubjectId    PIC X(7).
           03  FILLER          PIC X(10) VALUE "  AS AT   ".
           03  DhdDate         PIC 9(8).
           03  FILLER          PIC X(14) VALUE "  PREPARED BY ".
           03  DhdOperator     PIC X(4).

       01  SectionHeading.
           03  FILLER          PIC X(3) VALUE "-- ".
           03  ShdTitle        PIC X(50).

       01  SectionCountLine.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  SclCount        PIC ZZ,ZZ9.
           03  FILLER          PIC X(14) VALUE " RECORD(S)    ".

       01  DocumentTotalLine.
           03  FILLER          PIC X(30)
                 VALUE "TOTAL RECORDS HELD          = ".
           03  DtlTotal        PIC ZZ,ZZ9.

      *> a labelled single value, for the master records
       01  FieldLine.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  FdlLabel        PIC X(20).
           03  FdlValue        PIC X(60).

       01  LoanDetailLine.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  LdlVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  LdlCopyNumber   PIC 99.
           03  FILLER          PIC X(6) VALUE " LENT ".
           03  LdlLoanDate     PIC 9(8).
           03  FILLER          PIC X(5) VALUE " DUE ".
           03  LdlDueDate      PIC 9(8).
           03  LdlLabel1       PIC X(11).
           03  LdlValue1       PIC X(8).
           03  LdlLabel2       PIC X(10).
           03  LdlValue2       PIC X(2).

       01  AccountDetailLine.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  AdlDate         PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  AdlDrCr         PIC X.
           03  FILLER          PIC X VALUE SPACE.
           03  AdlType         PIC X(3).
           03  FILLER          PIC X(7) VALUE " VIDEO ".
           03  AdlVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE SPACE.
           03  AdlAmount       PIC X(8).
           03  FILLER          PIC X(4) VALUE " OP ".
           03  AdlOperator     PIC X(4).

       01  ReserveDetailLine.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  RdlVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  RdlSeqNo        PIC 9(3).
           03  FILLER          PIC X(8) VALUE " PLACED ".
           03  RdlDate         PIC 9(8).
           03  FILLER          PIC X(8) VALUE " STATUS ".
           03  RdlFlag         PIC X.
           03  FILLER          PIC X(8) VALUE " FILLED ".
           03  RdlFilledDate   PIC 9(8).
           03  FILLER          PIC X(6) VALUE " HELD ".
           03  RdlHeldCopy     PIC 99.
           03  FILLER          PIC X VALUE SPACE.
           03  RdlHeldDate     PIC 9(8).

       01  VoucherDetailLine.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  VdlDate         PIC 9(8).
           03  VdlAction       PIC X(18).
           03  VdlAmount       PIC X(8).
           03  FILLER          PIC X(4) VALUE " OP ".
           03  VdlOperator     PIC X(4).

       01  NoticeDetailLine.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  NdlDate         PIC 9(8).
           03  FILLER          PIC X(10) VALUE " HOLD FOR ".
           03  NdlVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  NdlSeqNo        PIC 9(3).
           03  FILLER          PIC X(9) VALUE " OUTCOME ".
           03  NdlOutcome      PIC X.
           03  FILLER          PIC X(7) VALUE " PHONE ".
           03  NdlPhone        PIC X(12).
           03  FILLER          PIC X(4) VALUE " OP ".
           03  NdlOperator     PIC X(4).

       01  LetterDetailLine.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  LdtDate         PIC 9(8).
           03  FILLER          PIC X(17) VALUE " LETTER TEMPLATE ".
           03  LdtTemplateCode PIC X(8).
           03  FILLER          PIC X(4) VALUE " OP ".
           03  LdtOperator     PIC X(4).

      *> an archive line as it stands on the file - the date it
      *> left, then the record image exactly as it was
       01  ArchiveDetailLine.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  ArdDate         PIC 9(8).
           03  FILLER          PIC X(3) VALUE " : ".
           03  ArdImage        PIC X(106).

       01  JournalDetailLine.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  JdlImage        PIC X(73).

       01  CourseDetailLine.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  CdlCourseCode   PIC X(4).
           03  FILLER          PIC X(6) VALUE " TERM ".
           03  CdlTerm         PIC X(6).
           03  CdlLabel1       PIC X(10).
           03  CdlValue1       PIC X(8).
           03  CdlLabel2       PIC X(10).
           03  CdlValue2       PIC X(8).
           03  CdlLabel3       PIC X(8).
           03  CdlValue3       PIC X(8).
           03  CdlLabel4       PIC X(8).
           03  CdlValue4       PIC X(1).

       01  Prn-Money           PIC ZZZZ9.99.

      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".

      *> who is signed on at this session - stamped on the document
      *> and on the request log
       01  SignedOnOperator    PIC X(4) VALUE SPACES.
       01  SignOnResult        PIC X VALUE "N".
           88  SignOnOk        VALUE "Y".
      *> the role Sub-OperatorSignOn handed back - the whole of a
      *> member's data is supervisor-only
       01  SignedOnRole        PIC X VALUE "C".
           88  SignedOnCounter     VALUE "C".
           88  SignedOnSenior      VALUE "S".
           88  SignedOnSupervisor  VALUE "V".
       01  RefusalProgram      PIC X(20).
       01  RefusalFunction     PIC X(14).

       PROCEDURE DIVISION.
       BEGIN.
      *>   working storage keeps its last-used state between CALLs
      *>   from the counter menu, so the quit value must be cleared
      *>   or a second visit would fall straight through the loop
           MOVE 0 TO RequiredAction
           CALL "Sub-OperatorSignOn" USING SignedOnOperator,
               SignOnResult, SignedOnRole
           IF NOT SignOnOk
               DISPLAY "..SIGN-ON REFUSED.."
               GOBACK
           END-IF
           IF NOT SignedOnSupervisor
               DISPLAY "..SUPERVISOR ROLE REQUIRED - REFUSED.."
               MOVE "PERSONAL-DATAREPORT" TO RefusalProgram
               MOVE "DATA REQUEST" TO RefusalFunction
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

           PERFORM DO-DATA-MENU UNTIL QuitDataMenu.
           GOBACK.

       DO-DATA-MENU.
           DISPLAY "CHOOSE: BORROWER REQUEST=1, STUDENT REQUEST=2, "
             "QUIT=9 : " WITH NO ADVANCING.
           ACCEPT RequiredAction.

           IF BorrowerAction
               PERFORM BORROWER-DATA-REQUEST
           END-IF

           IF StudentAction
               PERFORM STUDENT-DATA-REQUEST
           END-IF.

      *>   the document and the log line both carry the day and the
      *>   operator; the name is dated so an earlier request for
      *>   the same person is never written over
       START-DOCUMENT.
           CALL "Sub-BusinessDate" USING RequestDate
           ACCEPT RequestTime FROM TIME
           MOVE ZERO TO RecordTotal
           MOVE SPACES TO DocumentFileName
           STRING "PERSONAL-DATA-" DELIMITED BY SIZE
               RqlSubjectType DELIMITED BY SIZE
               RqlSubjectId DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               RequestDate DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO DocumentFileName
           END-STRING
           OPEN OUTPUT DocumentFile
           IF NOT DocumentFileOK
               DISPLAY "..DOCUMENT FILE ERROR, STATUS = ",
                   DocumentStatus
               EXIT PARAGRAPH
           END-IF
           MOVE RqlSubjectId TO DhdSubjectId
           MOVE RequestDate TO DhdDate
           MOVE SignedOnOperator TO DhdOperator
           WRITE DocumentLine FROM DocumentHeading
           MOVE SPACES TO DocumentLine
           WRITE DocumentLine.

       FINISH-DOCUMENT.
           MOVE SPACES TO DocumentLine
           WRITE DocumentLine
           MOVE RecordTotal TO DtlTotal
           WRITE DocumentLine FROM DocumentTotalLine
           CLOSE DocumentFile
           PERFORM LOG-DATA-REQUEST
           DISPLAY "..", RecordTotal, " RECORDS WRITTEN TO ",
               DocumentFileName.

       LOG-DATA-REQUEST.
           MOVE RequestDate TO RqlDate
           MOVE RequestHHMMSS TO RqlTime
           MOVE SignedOnOperator TO RqlOperatorId
           MOVE RecordTotal TO RqlRecordCount
           OPEN EXTEND RequestLogFile
           IF RequestLogNotFound
               OPEN OUTPUT RequestLogFile
           END-IF
           WRITE RequestLogFlatLine FROM RequestLogLine
           CLOSE RequestLogFile.

       START-SECTION.
           MOVE ZERO TO SectionCount
           WRITE DocumentLine FROM SectionHeading.

       END-SECTION.
           MOVE SectionCount TO SclCount
           WRITE DocumentLine FROM SectionCountLine
           MOVE SPACES TO DocumentLine
           WRITE DocumentLine
           ADD SectionCount TO RecordTotal.

       WRITE-FIELD-LINE.
           WRITE DocumentLine FROM FieldLine.

      *>   ---------------- borrower -----------------------------
      *>   a number with nothing on the master is still answered -
      *>   a purged or merged-away member can have archive and
      *>   journal lines left, and "nothing held" is an answer too
       BORROWER-DATA-REQUEST.
           DISPLAY "ENTER BORROWER NUMBER(4 DIGITS) : "
             WITH NO ADVANCING
           ACCEPT WantedBorrower
           IF WantedBorrower = ZERO
               DISPLAY "..NO BORROWER NUMBER ENTERED.."
               EXIT PARAGRAPH
           END-IF
           MOVE "B" TO RqlSubjectType
           MOVE SPACES TO RqlSubjectId
           MOVE WantedBorrower TO RqlSubjectId(1:4)
           MOVE "BORROWER " TO DhdSubjectType
           PERFORM START-DOCUMENT
           IF NOT DocumentFileOK
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-BORROWER-MASTER
           PERFORM LIST-OPEN-LOANS
           PERFORM LIST-LOAN-HISTORY
           PERFORM LIST-ACCOUNT-POSTINGS
           PERFORM LIST-RESERVATIONS
           PERFORM LIST-VOUCHERS
           PERFORM LIST-HOLD-NOTICES
           PERFORM LIST-LETTERS-SENT
           PERFORM LIST-BORROWER-ARCHIVE
           PERFORM LIST-MERGE-JOURNAL
           PERFORM FINISH-DOCUMENT.

       LIST-BORROWER-MASTER.
           MOVE "BORROWER MASTER (BORROWER.DAT)" TO ShdTitle
           PERFORM START-SECTION
           OPEN INPUT BorrowerFile
           MOVE WantedBorrower TO BorrowerKey
           READ BorrowerFile
               INVALID KEY CONTINUE
           END-READ
           IF BorrowerFound
               ADD 1 TO SectionCount
               MOVE "NAME" TO FdlLabel
               MOVE BorrowerName TO FdlValue
               PERFORM WRITE-FIELD-LINE
               MOVE "PHONE" TO FdlLabel
               MOVE BorrowerPhone TO FdlValue
               PERFORM WRITE-FIELD-LINE
               MOVE "DATE OF BIRTH" TO FdlLabel
               MOVE BorrowerDateOfBirth TO FdlValue
               PERFORM WRITE-FIELD-LINE
               MOVE "JOINED" TO FdlLabel
               MOVE BorrowerJoinedDate TO FdlValue
               PERFORM WRITE-FIELD-LINE
               MOVE "MEMBERSHIP PAID TO" TO FdlLabel
               MOVE BorrowerMembPaidTo TO FdlValue
               PERFORM WRITE-FIELD-LINE
               MOVE "STREET" TO FdlLabel
               MOVE BorrowerStreet TO FdlValue
               PERFORM WRITE-FIELD-LINE
               MOVE "TOWN" TO FdlLabel
               MOVE BorrowerTown TO FdlValue
               PERFORM WRITE-FIELD-LINE
               MOVE "POST CODE" TO FdlLabel
               MOVE BorrowerPostCode TO FdlValue
               PERFORM WRITE-FIELD-LINE
               MOVE "NO ARRIVALS BULLETIN" TO FdlLabel
               MOVE BorrowerBulletinOptOut TO FdlValue
               PERFORM WRITE-FIELD-LINE
           END-IF
           CLOSE BorrowerFile
           PERFORM END-SECTION.

       LIST-OPEN-LOANS.
           MOVE "LOANS STILL OUT (VIDEOLOAN.DAT)" TO ShdTitle
           PERFORM START-SECTION
           OPEN INPUT VideoLoanFile
           IF LoanFileOK
               READ VideoLoanFile NEXT RECORD
                   AT END SET EndOfLoanFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLoanFile
                   IF LoanBorrowerNumber = WantedBorrower
                       ADD 1 TO SectionCount
                       MOVE LoanVideoCode TO LdlVideoCode
                       MOVE LoanCopyNumber TO LdlCopyNumber
                       MOVE LoanDate TO LdlLoanDate
                       MOVE LoanDueDate TO LdlDueDate
                       MOVE " RENEWALS  " TO LdlLabel1
                       MOVE LoanRenewalCount TO LdlValue1
                       MOVE " LETTERS  " TO LdlLabel2
                       MOVE LoanNoticeLevel TO LdlValue2
                       WRITE DocumentLine FROM LoanDetailLine
                   END-IF
                   READ VideoLoanFile NEXT RECORD
                       AT END SET EndOfLoanFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VideoLoanFile
           END-IF
           PERFORM END-SECTION.

       LIST-LOAN-HISTORY.
           MOVE "COMPLETED LOANS (LOAN-HISTORY.DAT)" TO ShdTitle
           PERFORM START-SECTION
           OPEN INPUT LoanHistoryFile
           IF HistoryFileOK
               READ LoanHistoryFile
                   AT END SET EndOfHistoryFlat TO TRUE
               END-READ
               PERFORM UNTIL EndOfHistoryFlat
                   MOVE HistoryFlatLine TO LoanHistoryRecord
                   IF HistBorrowerNumber = WantedBorrower
                       ADD 1 TO SectionCount
                       MOVE HistVideoCode TO LdlVideoCode
                       MOVE HistCopyNumber TO LdlCopyNumber
                       MOVE HistLoanDate TO LdlLoanDate
                       MOVE HistDueDate TO LdlDueDate
                       MOVE " RETURNED  " TO LdlLabel1
                       MOVE HistReturnDate TO LdlValue1
                       MOVE " OUTCOME  " TO LdlLabel2
                       MOVE HistOutcomeCode TO LdlValue2
                       WRITE DocumentLine FROM LoanDetailLine
                   END-IF
                   READ LoanHistoryFile
                       AT END SET EndOfHistoryFlat TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LoanHistoryFile
           END-IF
           PERFORM END-SECTION.

       LIST-ACCOUNT-POSTINGS.
           MOVE "ACCOUNT POSTINGS (BORR-ACCOUNT.DAT)" TO ShdTitle
           PERFORM START-SECTION
           OPEN INPUT BorrowerAccountFile
           IF AccountFileFound
               READ BorrowerAccountFile
                   AT END SET EndOfAccountFlat TO TRUE
               END-READ
               PERFORM UNTIL EndOfAccountFlat
                   MOVE BorrowerAccountFlatLine
                       TO BorrowerAccountRecord
                   IF AcctBorrowerNumber = WantedBorrower
                       ADD 1 TO SectionCount
                       MOVE AcctDate TO AdlDate
                       MOVE AcctDrCrFlag TO AdlDrCr
                       MOVE AcctEntryType TO AdlType
                       MOVE AcctVideoCode TO AdlVideoCode
                       MOVE AcctAmount TO AdlAmount
                       MOVE AcctOperatorId TO AdlOperator
                       WRITE DocumentLine FROM AccountDetailLine
                   END-IF
                   READ BorrowerAccountFile
                       AT END SET EndOfAccountFlat TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BorrowerAccountFile
           END-IF
           PERFORM END-SECTION.

       LIST-RESERVATIONS.
           MOVE "RESERVATIONS (RESERVE.DAT)" TO ShdTitle
           PERFORM START-SECTION
           OPEN INPUT ReserveFile
           IF ReserveFileOK
               READ ReserveFile NEXT RECORD
                   AT END SET EndOfReserveFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfReserveFile
                   IF ReserveBorrowerNumber = WantedBorrower
                       ADD 1 TO SectionCount
                       MOVE ReserveVideoCode TO RdlVideoCode
                       MOVE ReserveSeqNo TO RdlSeqNo
                       MOVE ReserveDate TO RdlDate
                       MOVE ReserveFilledFlag TO RdlFlag
                       MOVE ReserveFilledDate TO RdlFilledDate
                       MOVE ReserveHeldCopyNumber TO RdlHeldCopy
                       MOVE ReserveHeldDate TO RdlHeldDate
                       WRITE DocumentLine FROM ReserveDetailLine
                   END-IF
                   READ ReserveFile NEXT RECORD
                       AT END SET EndOfReserveFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReserveFile
           END-IF
           PERFORM END-SECTION.

      *>   the vouchers a member bought - a walk-in's sale carries
      *>   no member - and the redemptions against their check-ins
       LIST-VOUCHERS.
           MOVE "VOUCHERS BOUGHT/REDEEMED (FEES-JOURNAL.DAT)"
               TO ShdTitle
           PERFORM START-SECTION
           OPEN INPUT FeesJournalFile
           IF FeesJournalOK
               READ FeesJournalFile
                   AT END SET EndOfJournalFlat TO TRUE
               END-READ
               PERFORM UNTIL EndOfJournalFlat
                   MOVE FeesJournalFlatLine TO FeesJournalLine
                   IF (FeeJrnType = "VSL" OR FeeJrnType = "VCH")
                       AND FeeJrnBorrower = WantedBorrower
                       ADD 1 TO SectionCount
                       IF FeeJrnType = "VSL"
                           MOVE " VOUCHER BOUGHT   " TO VdlAction
                       ELSE
                           MOVE " VOUCHER REDEEMED " TO VdlAction
                       END-IF
                       MOVE FeeJrnDate TO VdlDate
                       MOVE FeeJrnTotal TO VdlAmount
                       MOVE FeeJrnOperatorId TO VdlOperator
                       WRITE DocumentLine FROM VoucherDetailLine
                   END-IF
                   READ FeesJournalFile
                       AT END SET EndOfJournalFlat TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FeesJournalFile
           END-IF
           PERFORM END-SECTION.

       LIST-HOLD-NOTICES.
           MOVE "HOLD CALLS AND NOTICES (HOLD-CONTACT-LOG.DAT)"
               TO ShdTitle
           PERFORM START-SECTION
           OPEN INPUT ContactLogFile
           IF ContactLogOK
               READ ContactLogFile
                   AT END SET EndOfContactFlat TO TRUE
               END-READ
               PERFORM UNTIL EndOfContactFlat
                   MOVE ContactLogFlatLine TO HoldContactLine
                   IF HclBorrower = WantedBorrower
                       ADD 1 TO SectionCount
                       MOVE HclDate TO NdlDate
                       MOVE HclVideoCode TO NdlVideoCode
                       MOVE HclSeqNo TO NdlSeqNo
                       MOVE HclOutcome TO NdlOutcome
                       MOVE HclPhone TO NdlPhone
                       MOVE HclOperatorId TO NdlOperator
                       WRITE DocumentLine FROM NoticeDetailLine
                   END-IF
                   READ ContactLogFile
                       AT END SET EndOfContactFlat TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ContactLogFile
           END-IF
           PERFORM END-SECTION.

      *>   the letter log names its person the same way the
      *>   request log does - type, then number or StudentId
       LIST-LETTERS-SENT.
           MOVE "LETTERS SENT (LETTER-LOG.DAT)" TO ShdTitle
           PERFORM START-SECTION
           OPEN INPUT LetterLogFile
           IF LetterLogOK
               READ LetterLogFile
                   AT END SET EndOfLetterLogFlat TO TRUE
               END-READ
               PERFORM UNTIL EndOfLetterLogFlat
                   MOVE LetterLogFlatLine TO LetterLogLine
                   IF LlgSubjectType = RqlSubjectType
                       AND LlgSubjectId = RqlSubjectId
                       ADD 1 TO SectionCount
                       MOVE LlgDate TO LdtDate
                       MOVE LlgTemplateCode TO LdtTemplateCode
                       MOVE LlgOperatorId TO LdtOperator
                       WRITE DocumentLine FROM LetterDetailLine
                   END-IF
                   READ LetterLogFile
                       AT END SET EndOfLetterLogFlat TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LetterLogFile
           END-IF
           PERFORM END-SECTION.

      *>   the archived record image leads with the borrower number
       LIST-BORROWER-ARCHIVE.
           MOVE "ARCHIVED RECORDS (BORROWER-ARCHIVE.DAT)" TO ShdTitle
           PERFORM START-SECTION
           OPEN INPUT BorrowerArchiveFile
           IF BorrowerArchiveOK
               READ BorrowerArchiveFile
                   AT END SET EndOfBorrowerArchive TO TRUE
               END-READ
               PERFORM UNTIL EndOfBorrowerArchive
                   MOVE BorrowerArchiveFlatLine
                       TO BorrowerArchiveRecord
                   IF BorArcRecordImage(1:4) = RqlSubjectId(1:4)
                       ADD 1 TO SectionCount
                       MOVE BorArcPurgeDate TO ArdDate
                       MOVE BorArcRecordImage TO ArdImage
                       WRITE DocumentLine FROM ArchiveDetailLine
                   END-IF
                   READ BorrowerArchiveFile
                       AT END SET EndOfBorrowerArchive TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BorrowerArchiveFile
           END-IF
           PERFORM END-SECTION.

      *>   a merge names the number either side - merged away, or
      *>   the survivor that took the other's records
       LIST-MERGE-JOURNAL.
           MOVE "MERGES (BORROWER-MERGE-JRN.DAT)" TO ShdTitle
           PERFORM START-SECTION
           OPEN INPUT MergeJournalFile
           IF MergeJournalOK
               READ MergeJournalFile
                   AT END SET EndOfMergeJournal TO TRUE
               END-READ
               PERFORM UNTIL EndOfMergeJournal
                   MOVE MergeJournalFlatLine TO MergeJournalView
                   IF MjvFromNumber = WantedBorrower
                       OR MjvToNumber = WantedBorrower
                       ADD 1 TO SectionCount
                       MOVE MergeJournalFlatLine TO JdlImage
                       WRITE DocumentLine FROM JournalDetailLine
                   END-IF
                   READ MergeJournalFile
                       AT END SET EndOfMergeJournal TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MergeJournalFile
           END-IF
           PERFORM END-SECTION.

      *>   ---------------- student ------------------------------
       STUDENT-DATA-REQUEST.
           DISPLAY "ENTER STUDENT ID(7 CHARS) : " WITH NO ADVANCING
           ACCEPT WantedStudentId
           IF WantedStudentId = SPACES
               DISPLAY "..NO STUDENT ID ENTERED.."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO RqlSubjectType
           MOVE WantedStudentId TO RqlSubjectId
           MOVE "STUDENT  " TO DhdSubjectType
           PERFORM START-DOCUMENT
           IF NOT DocumentFileOK
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-STUDENT-MASTER
           PERFORM LIST-GUARDIAN-CONTACT
           PERFORM LIST-ENROLLMENTS
           PERFORM LIST-GRADES
           PERFORM LIST-ATTENDANCE
           PERFORM LIST-TUITION
           PERFORM LIST-LETTERS-SENT
           PERFORM LIST-STUDENT-ARCHIVE
           PERFORM FINISH-DOCUMENT.

       LIST-STUDENT-MASTER.
           MOVE "STUDENT MASTER (IDXSTUDENT.DAT)" TO ShdTitle
           PERFORM START-SECTION
           OPEN INPUT StudentFile
           MOVE WantedStudentId TO IdxStudentId
           READ StudentFile
               KEY IS IdxStudentId
               INVALID KEY CONTINUE
           END-READ
           IF StudentFound
               ADD 1 TO SectionCount
               MOVE "FIRST NAME" TO FdlLabel
               MOVE IdxStudentFirstName TO FdlValue
               PERFORM WRITE-FIELD-LINE
               MOVE "LAST NAME" TO FdlLabel
               MOVE IdxStudentLastName TO FdlValue
               PERFORM WRITE-FIELD-LINE
               MOVE "DATE OF BIRTH" TO FdlLabel
               MOVE IdxStudentDateOfBirth TO FdlValue
               PERFORM WRITE-FIELD-LINE
               MOVE "COURSE" TO FdlLabel
               MOVE IdxStudentCourseCode TO FdlValue
               PERFORM WRITE-FIELD-LINE
               MOVE "GENDER" TO FdlLabel
               MOVE IdxStudentGender TO FdlValue
               PERFORM WRITE-FIELD-LINE
               MOVE "STREET" TO FdlLabel
               MOVE IdxStudentStreet TO FdlValue
               PERFORM WRITE-FIELD-LINE
               MOVE "TOWN" TO FdlLabel
               MOVE IdxStudentTown TO FdlValue
               PERFORM WRITE-FIELD-LINE
               MOVE "POST CODE" TO FdlLabel
               MOVE IdxStudentPostCode TO FdlValue
               PERFORM WRITE-FIELD-LINE
           END-IF
           CLOSE StudentFile
           PERFORM END-SECTION.

       LIST-GUARDIAN-CONTACT.
           MOVE "PARENT/GUARDIAN CONTACT (GUARDIAN.DAT)" TO ShdTitle
           PERFORM START-SECTION
           OPEN INPUT GuardianFile
           IF GuardianFileOK
               MOVE WantedStudentId TO GrdStudentId
               READ GuardianFile
                   KEY IS GrdStudentId
                   INVALID KEY CONTINUE
               END-READ
               IF GuardianFound
                   ADD 1 TO SectionCount
                   MOVE "NAME" TO FdlLabel
                   MOVE GrdName TO FdlValue
                   PERFORM WRITE-FIELD-LINE
                   MOVE "RELATIONSHIP" TO FdlLabel
                   MOVE GrdRelationship TO FdlValue
                   PERFORM WRITE-FIELD-LINE
                   MOVE "STREET" TO FdlLabel
                   IF GrdAtStudentAddress
                       MOVE "SAME ADDRESS AS THE STUDENT" TO FdlValue
                   ELSE
                       MOVE GrdStreet TO FdlValue
                   END-IF
                   PERFORM WRITE-FIELD-LINE
                   MOVE "TOWN" TO FdlLabel
                   MOVE GrdTown TO FdlValue
                   PERFORM WRITE-FIELD-LINE
                   MOVE "POST CODE" TO FdlLabel
                   MOVE GrdPostCode TO FdlValue
                   PERFORM WRITE-FIELD-LINE
                   MOVE "PHONE" TO FdlLabel
                   MOVE GrdPhone TO FdlValue
                   PERFORM WRITE-FIELD-LINE
                   MOVE "LAST CHANGED" TO FdlLabel
                   MOVE GrdChangedDate TO FdlValue
                   PERFORM WRITE-FIELD-LINE
               END-IF
               CLOSE GuardianFile
           END-IF
           PERFORM END-SECTION.

      *>   the course files all lead their key with the StudentId,
      *>   so each is read from the student's first key onward
      *>   until the id changes
       LIST-ENROLLMENTS.
           MOVE "ENROLLMENTS (ENROLL.DAT)" TO ShdTitle
           PERFORM START-SECTION
           OPEN INPUT EnrollFile
           IF EnrollFileOK
               MOVE LOW-VALUES TO EnrollKey
               MOVE WantedStudentId TO EnrollStudentId
               START EnrollFile KEY IS NOT LESS THAN EnrollKey
                   INVALID KEY SET EndOfEnrollFile TO TRUE
               END-START
               IF NOT EndOfEnrollFile
                   READ EnrollFile NEXT RECORD
                       AT END SET EndOfEnrollFile TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL EndOfEnrollFile
                       OR EnrollStudentId NOT = WantedStudentId
                   ADD 1 TO SectionCount
                   MOVE SPACES TO CourseDetailLine
                   MOVE EnrollCourseCode TO CdlCourseCode
                   MOVE " TERM " TO CourseDetailLine(8:6)
                   MOVE EnrollTerm TO CdlTerm
                   MOVE " STATUS   " TO CdlLabel1
                   MOVE EnrollStatusFlag TO CdlValue1
                   MOVE " ENROLLED " TO CdlLabel2
                   MOVE EnrollDate TO CdlValue2
                   WRITE DocumentLine FROM CourseDetailLine
                   READ EnrollFile NEXT RECORD
                       AT END SET EndOfEnrollFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EnrollFile
           END-IF
           PERFORM END-SECTION.

       LIST-GRADES.
           MOVE "GRADES (GRADES.DAT)" TO ShdTitle
           PERFORM START-SECTION
           OPEN INPUT GradeFile
           IF GradeFileOK
               MOVE LOW-VALUES TO GradeKey
               MOVE WantedStudentId TO GradeStudentId
               START GradeFile KEY IS NOT LESS THAN GradeKey
                   INVALID KEY SET EndOfGradeFile TO TRUE
               END-START
               IF NOT EndOfGradeFile
                   READ GradeFile NEXT RECORD
                       AT END SET EndOfGradeFile TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL EndOfGradeFile
                       OR GradeStudentId NOT = WantedStudentId
                   ADD 1 TO SectionCount
                   MOVE SPACES TO CourseDetailLine
                   MOVE GradeCourseCode TO CdlCourseCode
                   MOVE " TERM " TO CourseDetailLine(8:6)
                   MOVE GradeTerm TO CdlTerm
                   MOVE " GRADE    " TO CdlLabel1
                   MOVE GradeValue TO CdlValue1
                   WRITE DocumentLine FROM CourseDetailLine
                   READ GradeFile NEXT RECORD
                       AT END SET EndOfGradeFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GradeFile
           END-IF
           PERFORM END-SECTION.

       LIST-ATTENDANCE.
           MOVE "ATTENDANCE (ATTEND.DAT)" TO ShdTitle
           PERFORM START-SECTION
           OPEN INPUT AttendFile
           IF AttendFileOK
               MOVE LOW-VALUES TO AttendKey
               MOVE WantedStudentId TO AttStudentId
               START AttendFile KEY IS NOT LESS THAN AttendKey
                   INVALID KEY SET EndOfAttendFile TO TRUE
               END-START
               IF NOT EndOfAttendFile
                   READ AttendFile NEXT RECORD
                       AT END SET EndOfAttendFile TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL EndOfAttendFile
                       OR AttStudentId NOT = WantedStudentId
                   ADD 1 TO SectionCount
                   MOVE SPACES TO CourseDetailLine
                   MOVE AttCourseCode TO CdlCourseCode
                   MOVE " TERM " TO CourseDetailLine(8:6)
                   MOVE AttTerm TO CdlTerm
                   MOVE " SESSION  " TO CdlLabel1
                   MOVE AttSessionDate TO CdlValue1
                   MOVE " PRESENT  " TO CdlLabel2
                   MOVE AttPresentFlag TO CdlValue2
                   WRITE DocumentLine FROM CourseDetailLine
                   READ AttendFile NEXT RECORD
                       AT END SET EndOfAttendFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AttendFile
           END-IF
           PERFORM END-SECTION.

       LIST-TUITION.
           MOVE "TUITION INVOICES (TUITION.DAT)" TO ShdTitle
           PERFORM START-SECTION
           OPEN INPUT TuitionFile
           IF TuitionFileOK
               MOVE LOW-VALUES TO TuitKey
               MOVE WantedStudentId TO TuitStudentId
               START TuitionFile KEY IS NOT LESS THAN TuitKey
                   INVALID KEY SET EndOfTuitionFile TO TRUE
               END-START
               IF NOT EndOfTuitionFile
                   READ TuitionFile NEXT RECORD
                       AT END SET EndOfTuitionFile TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL EndOfTuitionFile
                       OR TuitStudentId NOT = WantedStudentId
                   ADD 1 TO SectionCount
                   MOVE SPACES TO CourseDetailLine
                   MOVE TuitCourseCode TO CdlCourseCode
                   MOVE " TERM " TO CourseDetailLine(8:6)
                   MOVE TuitTerm TO CdlTerm
                   MOVE " INVOICED " TO CdlLabel1
                   MOVE TuitInvoiceDate TO CdlValue1
                   MOVE " AMOUNT   " TO CdlLabel2
                   MOVE TuitAmount TO Prn-Money
                   MOVE Prn-Money TO CdlValue2
                   MOVE " PAID   " TO CdlLabel3
                   MOVE TuitPaidAmount TO Prn-Money
                   MOVE Prn-Money TO CdlValue3
                   MOVE " STATUS " TO CdlLabel4
                   MOVE TuitStatusFlag TO CdlValue4
                   WRITE DocumentLine FROM CourseDetailLine
                   READ TuitionFile NEXT RECORD
                       AT END SET EndOfTuitionFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TuitionFile
           END-IF
           PERFORM END-SECTION.

       LIST-STUDENT-ARCHIVE.
           MOVE "ARCHIVED RECORDS (STUDENT-ARCHIVE.DAT)" TO ShdTitle
           PERFORM START-SECTION
           OPEN INPUT StudentArchiveFile
           IF StudentArchiveOK
               READ StudentArchiveFile
                   AT END SET EndOfStudentArchiveFlat TO TRUE
               END-READ
               PERFORM UNTIL EndOfStudentArchiveFlat
                   MOVE StudentArchiveFlatLine
                       TO StudentArchiveRecord
                   IF StuArcRecordImage(1:7) = WantedStudentId
                       ADD 1 TO SectionCount
                       MOVE StuArcPurgeDate TO ArdDate
                       MOVE StuArcRecordImage TO ArdImage
                       WRITE DocumentLine FROM ArchiveDetailLine
                   END-IF
                   READ StudentArchiveFile
                       AT END SET EndOfStudentArchiveFlat TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StudentArchiveFile
           END-IF
           PERFORM END-SECTION.
