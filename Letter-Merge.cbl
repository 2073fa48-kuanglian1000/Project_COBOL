       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTER-MERGE.
      *> Turn one of the standing letters on LETTER-TEMPLATE.DAT
      *> (kept by LETTER-TEMPLATEMAINTAIN) into ready-to-print
      *> letters for a chosen set of people. A borrower template
      *> runs off BORROWER.DAT and goes to:
      *>   every member on file
      *>   members with a balance owing on BORR-ACCOUNT.DAT
      *>   members with titles still out on VIDEOLOAN.DAT
      *>   members whose paid-to date has passed
      *>   one member by number
      *> A student template runs off IDXSTUDENT.DAT and goes to
      *> every student, the students actively enrolled on a course
      *> (in one term, or any term) on ENROLL.DAT, or one student.
      *> Each letter gets the banner, date and address block the
      *> way OVERDUE-NOTICES lays them out, then the template body
      *> with its @ merge fields filled in for the person; a line
      *> holding only @ONLOAN@ or @COURSES@ becomes one line per
      *> title out or course taken. Nobody is written to without a
      *> street to post it to. Letters are added to
      *> LETTERS-<template>-<date>.DAT, so a second run of the same
      *> template in a day adds to the day's file rather than
      *> overwriting it, and every letter is logged to
      *> LETTER-LOG.DAT against the person for PERSONAL-DATAREPORT.
      *> Senior or better, like the templates themselves.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TemplateFile ASSIGN TO "LETTER-TEMPLATE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TplKey
             FILE STATUS IS TemplateStatus.

           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS BorrowerKey
             FILE STATUS IS BorrowerStatus.

           SELECT VideoLoanFile ASSIGN TO "VIDEOLOAN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LoanKey
             FILE STATUS IS LoanStatus.

           SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VideoCode
             ALTERNATE RECORD KEY IS VideoTitle
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS VideoSupplierCode
               WITH DUPLICATES
             FILE STATUS IS VideoStatus.

           SELECT BorrowerAccountFile ASSIGN TO "BORR-ACCOUNT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BorrowerAccountStatus.

           SELECT StudentFile ASSIGN TO "IDXSTUDENT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS IdxStudentId
             FILE STATUS IS StudentFileStatus.

           SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EnrollKey
             FILE STATUS IS EnrollStatus.

           SELECT CourseFile ASSIGN TO "IDXCOURSE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CourseCode
             FILE STATUS IS CourseFileStatus.

           SELECT LetterFile ASSIGN TO LetterFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LetterStatus.

           SELECT LetterLogFile ASSIGN TO "LETTER-LOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LetterLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  TemplateFile.
           COPY LETTERTPL.

       FD  BorrowerFile.
           COPY BORROWREC.

       FD  VideoLoanFile.
           COPY LOANREC.

       FD  VideoFile.
           COPY VIDEOREC.

       FD  BorrowerAccountFile.
       01  BorrowerAccountFlatLine PIC X(39).

       FD  StudentFile.
           COPY IDXSTUDREC.

       FD  EnrollFile.
           COPY ENROLLREC.

       FD  CourseFile.
           COPY COURSEREC.

       FD  LetterFile.
       01  LetterLine          PIC X(80).

       FD  LetterLogFile.
       01  LetterLogFlatLine   PIC X(32).

       WORKING-STORAGE SECTION.
           COPY ACCTREC.
           COPY LETTERLOG.

       01  TemplateStatus      PIC X(2).
           88  TemplateFound       VALUE "00".
       01  BorrowerStatus      PIC X(2).
           88  BorrowerFileOK      VALUE "00".
           88  BorrowerFound       VALUE "00".
       01  BorrowerKey         PIC 9(4).
       01  LoanStatus          PIC X(2).
           88  LoanFileOK          VALUE "00".
       01  VideoStatus         PIC X(2).
           88  VideoFound          VALUE "00".
       01  BorrowerAccountStatus   PIC X(2).
           88  AccountFileFound    VALUE "00".
       01  StudentFileStatus   PIC X(2).
           88  StudentFileOK       VALUE "00".
           88  StudentFound        VALUE "00".
       01  EnrollStatus        PIC X(2).
           88  EnrollFileOK        VALUE "00".
       01  CourseFileStatus    PIC X(2).
           88  CourseFound         VALUE "00".
       01  LetterStatus        PIC X(2).
           88  LetterFileOK        VALUE "00".
           88  LetterFileNotFound  VALUE "35".
       01  LetterLogStatus     PIC X(2).
           88  LetterLogNotFound   VALUE "35".

      *> the look-up files are optional - a missing one leaves its
      *> fields blank rather than stopping the run
       01  VideoFileOpenSw     PIC X VALUE "N".
           88  VideoFileOpen       VALUE "Y".
       01  EnrollFileOpenSw    PIC X VALUE "N".
           88  EnrollFileOpen      VALUE "Y".
       01  CourseFileOpenSw    PIC X VALUE "N".
           88  CourseFileOpen      VALUE "Y".

       01  MergeAction         PIC 9.
           88  RunMergeAction      VALUE 1.
           88  QuitMerge           VALUE 9.

       01  BorrowerSelection   PIC 9.
           88  SelectAllBorrowers  VALUE 1.
           88  SelectBalanceOwing  VALUE 2.
           88  SelectOnLoan        VALUE 3.
           88  SelectLapsed        VALUE 4.
           88  SelectOneBorrower   VALUE 5.
           88  ValidBorrowerSelection  VALUE 1 THRU 5.
       01  StudentSelection    PIC 9.
           88  SelectAllStudents   VALUE 1.
           88  SelectCourseTerm    VALUE 2.
           88  SelectOneStudent    VALUE 3.
           88  ValidStudentSelection   VALUE 1 THRU 3.

       01  BusinessDate        PIC 9(8).
       01  KeyedTemplateCode   PIC X(8).
       01  KeyedBorrower       PIC 9(4).
       01  KeyedStudentId      PIC X(7).
       01  KeyedCourseCode     PIC X(4).
       01  KeyedTerm           PIC X(6).
       01  LetterFileName      PIC X(40).

      *> the template held whole for the run - who it is for and
      *> its body lines in order
       01  MergeAudience       PIC X.
           88  MergeForBorrowers   VALUE "B".
           88  MergeForStudents    VALUE "S".
       01  TemplateUsableSw    PIC X.
           88  TemplateUsable      VALUE "Y".
       01  TemplateBodyTable.
           03  TemplateBodyLine    PIC X(60) OCCURS 200 TIMES.
       01  TemplateLineCount   PIC 9(3).
       01  BodyIndex           PIC 9(3).

      *> per-borrower figures, indexed straight by the number
      *> itself the way the purge and the student link do it
       01  BalanceTable.
           03  BalanceEntry    PIC S9(7)V99 COMP-3
                               OCCURS 9999 TIMES.
       01  LoanCountTable.
           03  LoanCountEntry  PIC 9(3) OCCURS 9999 TIMES.
       01  TableIndex          PIC 9(5).
       01  AccountEntryAmount  PIC 9(5)V99.

      *> the titles out, for the @ONLOAN@ list
       01  OpenLoanTable.
           03  OpenLoanEntry   OCCURS 3000 TIMES.
               05  OlnBorrower     PIC 9(4).
               05  OlnVideoCode    PIC 9(5).
               05  OlnDueDate      PIC 9(8).
       01  OpenLoanCount       PIC 9(4).
       01  OpenLoanMax         PIC 9(4) VALUE 3000.
       01  OpenLoanIndex       PIC 9(4).

      *> the students a course/term selection picked, gathered
      *> first so the enrollment file is free for @COURSES@
       01  CourseSelectTable.
           03  CourseSelectEntry   OCCURS 3000 TIMES.
               05  CslStudentId    PIC X(7).
               05  CslCourseCode   PIC X(4).
               05  CslTerm         PIC X(6).
       01  CourseSelectCount   PIC 9(4).
       01  CourseSelectMax     PIC 9(4) VALUE 3000.
       01  CourseSelectIndex   PIC 9(4).

      *> the person the letter is going to, as the merge fields
      *> print it
       01  MergeValues.
           03  MrgName         PIC X(30).
           03  MrgStreet       PIC X(20).
           03  MrgTown         PIC X(15).
           03  MrgPostCode     PIC X(8).
           03  MrgNumber       PIC X(7).
           03  MrgPaidTo       PIC X(8).
           03  MrgBalance      PIC ZZZZ9.99CR.
           03  MrgLoanCount    PIC ZZ9.
           03  MrgCourse       PIC X(4).
           03  MrgCourseName   PIC X(20).
           03  MrgTerm         PIC X(6).

      *> one body line being merged - InPos walks the template
      *> line, OutPos the letter line it is building
       01  BodySourceLine      PIC X(60).
       01  InPos               PIC 9(3).
       01  OutPos              PIC 9(3).
       01  ScanPos             PIC 9(3).
       01  FieldName           PIC X(12).
       01  FieldNameLength     PIC 99.
       01  FieldScanSw         PIC X.
           88  FieldScanOpen       VALUE "O".
           88  FieldScanClosed     VALUE "C".
           88  FieldScanFailed     VALUE "F".
       01  FieldKnownSw        PIC X.
           88  FieldKnown          VALUE "Y".
       01  FieldValue          PIC X(40).
       01  ValueStart          PIC 99.
       01  ValueEnd            PIC 99.
       01  ValueLength         PIC 99.

       01  LettersWrittenCount PIC 9(5).
       01  NoAddressCount      PIC 9(5).

       01  LetterRuleLine      PIC X(50) VALUE ALL "=".
       01  LetterShopLine      PIC X(30)
             VALUE "      KUANG VIDEO RENTALS".
       01  LetterDateLine.
           03  FILLER          PIC X(7) VALUE "DATE : ".
           03  LtrDate         PIC 9(8).
       01  LetterTownLine.
           03  LtlTown         PIC X(15).
           03  FILLER          PIC X VALUE SPACE.
           03  LtlPostCode     PIC X(8).
       01  OnLoanLine.
           03  FILLER          PIC X(4) VALUE SPACES.
           03  OllTitle        PIC X(40).
           03  FILLER          PIC X(10) VALUE " DUE BACK ".
           03  OllDueDate      PIC 9(8).
       01  CourseTakenLine.
           03  FILLER          PIC X(4) VALUE SPACES.
           03  CtlCourseCode   PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  CtlCourseName   PIC X(20).
           03  FILLER          PIC X(6) VALUE " TERM ".
           03  CtlTerm         PIC X(6).

      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".

      *> who is signed on at this session - stamped on every line of
      *> the letter log
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
           MOVE 0 TO MergeAction
           CALL "Sub-OperatorSignOn" USING SignedOnOperator,
               SignOnResult, SignedOnRole
           IF NOT SignOnOk
               DISPLAY "..SIGN-ON REFUSED.."
               GOBACK
           END-IF
           IF NOT SignedOnSenior AND NOT SignedOnSupervisor
               DISPLAY "..SENIOR ROLE REQUIRED - REFUSED.."
               MOVE "LETTER-MERGE" TO RefusalProgram
               MOVE "LETTER-MERGE" TO RefusalFunction
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
           OPEN INPUT TemplateFile
           IF NOT TemplateFound
               DISPLAY "..NO LETTER TEMPLATES ON FILE, STATUS = ",
                   TemplateStatus
               GOBACK
           END-IF

           PERFORM DO-MERGE-MENU UNTIL QuitMerge

           CLOSE TemplateFile
           GOBACK.

       DO-MERGE-MENU.
           DISPLAY "CHOOSE: RUN A LETTER MERGE=1, QUIT=9 : "
             WITH NO ADVANCING.
           ACCEPT MergeAction.

           IF RunMergeAction
               PERFORM RUN-LETTER-MERGE
           END-IF.

       RUN-LETTER-MERGE.
           PERFORM LOAD-TEMPLATE
           IF NOT TemplateUsable
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO LettersWrittenCount
           MOVE ZERO TO NoAddressCount
           IF MergeForBorrowers
               PERFORM BORROWER-MERGE
           ELSE
               PERFORM STUDENT-MERGE
           END-IF.

      *>   the header says who the letter is for; the body is held
      *>   in line order for the whole run
       LOAD-TEMPLATE.
           MOVE "N" TO TemplateUsableSw
           DISPLAY "ENTER TEMPLATE CODE(8) : " WITH NO ADVANCING
           ACCEPT KeyedTemplateCode
           MOVE KeyedTemplateCode TO TplCode
           MOVE ZERO TO TplLineNumber
           READ TemplateFile
               KEY IS TplKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT TemplateFound
               DISPLAY "..NO SUCH TEMPLATE ON FILE.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TEMPLATE : ", TplTitle
           MOVE TplAudience TO MergeAudience
           MOVE ZERO TO TemplateLineCount
           READ TemplateFile NEXT RECORD
               AT END SET EndOfTemplateFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTemplateFile
                   OR TplCode NOT = KeyedTemplateCode
               IF TemplateLineCount < 200
                   ADD 1 TO TemplateLineCount
                   MOVE TplText TO TemplateBodyLine(TemplateLineCount)
               END-IF
               READ TemplateFile NEXT RECORD
                   AT END SET EndOfTemplateFile TO TRUE
               END-READ
           END-PERFORM
           IF TemplateLineCount = ZERO
               DISPLAY "..THE TEMPLATE HAS NO BODY - NOTHING TO "
                   "MERGE.."
               EXIT PARAGRAPH
           END-IF
           IF NOT MergeForBorrowers AND NOT MergeForStudents
               DISPLAY "..THE TEMPLATE DOES NOT SAY WHO IT IS FOR.."
               EXIT PARAGRAPH
           END-IF
           SET TemplateUsable TO TRUE.

      *>   the day's letters for one template share one file - a
      *>   second run the same day adds to it
       OPEN-LETTER-OUTPUT.
           MOVE SPACES TO LetterFileName
           STRING "LETTERS-" DELIMITED BY SIZE
               KeyedTemplateCode DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               BusinessDate DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO LetterFileName
           END-STRING
           OPEN EXTEND LetterFile
           IF LetterFileNotFound
               OPEN OUTPUT LetterFile
           END-IF
           IF NOT LetterFileOK
               DISPLAY "..LETTER FILE ERROR, STATUS = ", LetterStatus
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LetterLogFile
           IF LetterLogNotFound
               OPEN OUTPUT LetterLogFile
           END-IF.

       CLOSE-LETTER-OUTPUT.
           CLOSE LetterFile, LetterLogFile
           DISPLAY "..", LettersWrittenCount, " LETTER(S) WRITTEN TO ",
               LetterFileName
           IF NoAddressCount > ZERO
               DISPLAY "..", NoAddressCount, " LEFT OUT - NO STREET "
                   "ON FILE TO POST TO.."
           END-IF.

      *>   ---------------- borrowers ----------------------------
       BORROWER-MERGE.
           DISPLAY "SEND TO: ALL MEMBERS=1, BALANCE OWING=2, "
             "TITLES ON LOAN=3, MEMBERSHIP LAPSED=4, "
             "ONE MEMBER=5 : " WITH NO ADVANCING
           ACCEPT BorrowerSelection
           IF NOT ValidBorrowerSelection
               DISPLAY "..UNKNOWN SELECTION.."
               EXIT PARAGRAPH
           END-IF
           IF SelectOneBorrower
               DISPLAY "ENTER BORROWER NUMBER(4 DIGITS) : "
                 WITH NO ADVANCING
               ACCEPT KeyedBorrower
               IF KeyedBorrower = ZERO
                   DISPLAY "..NO BORROWER NUMBER ENTERED.."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN INPUT BorrowerFile
           IF NOT BorrowerFileOK
               DISPLAY "..UNABLE TO OPEN BORROWER MASTER, STATUS = ",
                   BorrowerStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-BORROWER-TABLES
           PERFORM SCAN-OPEN-LOANS
           PERFORM SCAN-ACCOUNT-BALANCES
           MOVE "N" TO VideoFileOpenSw
           OPEN INPUT VideoFile
           IF VideoFound
               SET VideoFileOpen TO TRUE
           END-IF
           PERFORM OPEN-LETTER-OUTPUT
           IF NOT LetterFileOK
               PERFORM CLOSE-BORROWER-FILES
               EXIT PARAGRAPH
           END-IF
           IF SelectOneBorrower
               MOVE KeyedBorrower TO BorrowerKey
               READ BorrowerFile
                   INVALID KEY CONTINUE
               END-READ
               IF BorrowerFound
                   PERFORM CONSIDER-BORROWER
               ELSE
                   DISPLAY "..NO SUCH BORROWER ON FILE.."
               END-IF
           ELSE
               READ BorrowerFile NEXT RECORD
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL NOT BorrowerFileOK
                   PERFORM CONSIDER-BORROWER
                   READ BorrowerFile NEXT RECORD
                       AT END CONTINUE
                   END-READ
               END-PERFORM
           END-IF
           PERFORM CLOSE-LETTER-OUTPUT
           PERFORM CLOSE-BORROWER-FILES.

       CLOSE-BORROWER-FILES.
           CLOSE BorrowerFile
           IF VideoFileOpen
               CLOSE VideoFile
           END-IF.

       CLEAR-BORROWER-TABLES.
           PERFORM CLEAR-ONE-SLOT
               VARYING TableIndex FROM 1 BY 1
               UNTIL TableIndex > 9999
           MOVE ZERO TO OpenLoanCount.

       CLEAR-ONE-SLOT.
           MOVE ZERO TO BalanceEntry(TableIndex)
           MOVE ZERO TO LoanCountEntry(TableIndex).

      *>   every copy out counts against its borrower; the list of
      *>   titles is kept as far as the table holds
       SCAN-OPEN-LOANS.
           OPEN INPUT VideoLoanFile
           IF LoanFileOK
               READ VideoLoanFile NEXT RECORD
                   AT END SET EndOfLoanFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLoanFile
                   IF LoanBorrowerNumber > ZERO
                       ADD 1 TO LoanCountEntry(LoanBorrowerNumber)
                       IF OpenLoanCount < OpenLoanMax
                           ADD 1 TO OpenLoanCount
                           MOVE LoanBorrowerNumber
                               TO OlnBorrower(OpenLoanCount)
                           MOVE LoanVideoCode
                               TO OlnVideoCode(OpenLoanCount)
                           MOVE LoanDueDate TO OlnDueDate(OpenLoanCount)
                       END-IF
                   END-IF
                   READ VideoLoanFile NEXT RECORD
                       AT END SET EndOfLoanFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VideoLoanFile
           END-IF.

      *>   the open balance is the debits less the credits
       SCAN-ACCOUNT-BALANCES.
           OPEN INPUT BorrowerAccountFile
           IF AccountFileFound
               READ BorrowerAccountFile
                   AT END MOVE HIGH-VALUES TO BorrowerAccountFlatLine
               END-READ
               PERFORM UNTIL BorrowerAccountFlatLine = HIGH-VALUES
                   MOVE BorrowerAccountFlatLine
                       TO BorrowerAccountRecord
                   MOVE AcctAmount TO AccountEntryAmount
                   IF AcctBorrowerNumber > ZERO
                       IF AcctIsDebit
                           ADD AccountEntryAmount
                               TO BalanceEntry(AcctBorrowerNumber)
                       ELSE
                           SUBTRACT AccountEntryAmount
                               FROM BalanceEntry(AcctBorrowerNumber)
                       END-IF
                   END-IF
                   READ BorrowerAccountFile
                       AT END
                       MOVE HIGH-VALUES TO BorrowerAccountFlatLine
                   END-READ
               END-PERFORM
               CLOSE BorrowerAccountFile
           END-IF.

      *>   a paid-to date of zeros has not been billed yet and is
      *>   not counted as lapsed, the same as at the desk
       CONSIDER-BORROWER.
           IF BorrowerNumber = ZERO
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN SelectBalanceOwing
                   IF BalanceEntry(BorrowerNumber) NOT > ZERO
                       EXIT PARAGRAPH
                   END-IF
               WHEN SelectOnLoan
                   IF LoanCountEntry(BorrowerNumber) = ZERO
                       EXIT PARAGRAPH
                   END-IF
               WHEN SelectLapsed
                   IF BorrowerMembPaidTo = ZERO
                       OR BorrowerMembPaidTo NOT < BusinessDate
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           IF BorrowerStreet = SPACES
               ADD 1 TO NoAddressCount
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MergeValues
           MOVE BorrowerName TO MrgName
           MOVE BorrowerStreet TO MrgStreet
           MOVE BorrowerTown TO MrgTown
           MOVE BorrowerPostCode TO MrgPostCode
           MOVE BorrowerNumber TO MrgNumber(1:4)
           MOVE BorrowerMembPaidTo TO MrgPaidTo
           MOVE BalanceEntry(BorrowerNumber) TO MrgBalance
           MOVE LoanCountEntry(BorrowerNumber) TO MrgLoanCount
           PERFORM WRITE-ONE-LETTER
           MOVE "B" TO LlgSubjectType
           PERFORM LOG-ONE-LETTER.

      *>   ---------------- students -----------------------------
       STUDENT-MERGE.
           DISPLAY "SEND TO: ALL STUDENTS=1, ON A COURSE/TERM=2, "
             "ONE STUDENT=3 : " WITH NO ADVANCING
           ACCEPT StudentSelection
           IF NOT ValidStudentSelection
               DISPLAY "..UNKNOWN SELECTION.."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT StudentFile
           IF NOT StudentFileOK
               DISPLAY "..UNABLE TO OPEN STUDENT MASTER, STATUS = ",
                   StudentFileStatus
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EnrollFileOpenSw
           OPEN INPUT EnrollFile
           IF EnrollFileOK
               SET EnrollFileOpen TO TRUE
           END-IF
           MOVE "N" TO CourseFileOpenSw
           OPEN INPUT CourseFile
           IF CourseFound
               SET CourseFileOpen TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN SelectAllStudents
                   PERFORM MERGE-ALL-STUDENTS
               WHEN SelectCourseTerm
                   PERFORM MERGE-COURSE-STUDENTS
               WHEN SelectOneStudent
                   PERFORM MERGE-ONE-STUDENT
           END-EVALUATE
           CLOSE StudentFile
           IF EnrollFileOpen
               CLOSE EnrollFile
           END-IF
           IF CourseFileOpen
               CLOSE CourseFile
           END-IF.

       MERGE-ALL-STUDENTS.
           PERFORM OPEN-LETTER-OUTPUT
           IF NOT LetterFileOK
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO IdxStudentId
           START StudentFile KEY IS NOT LESS THAN IdxStudentId
               INVALID KEY CONTINUE
           END-START
           IF StudentFileOK
               READ StudentFile NEXT RECORD
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL NOT StudentFileOK
                   PERFORM FIND-LATEST-ENROLLMENT
                   PERFORM CONSIDER-STUDENT
                   READ StudentFile NEXT RECORD
                       AT END CONTINUE
                   END-READ
               END-PERFORM
           END-IF
           PERFORM CLOSE-LETTER-OUTPUT.

       MERGE-ONE-STUDENT.
           DISPLAY "ENTER STUDENT ID(7 CHARS) : " WITH NO ADVANCING
           ACCEPT KeyedStudentId
           MOVE KeyedStudentId TO IdxStudentId
           READ StudentFile
               KEY IS IdxStudentId
               INVALID KEY CONTINUE
           END-READ
           IF NOT StudentFound
               DISPLAY "..NO SUCH STUDENT ON FILE.."
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-LETTER-OUTPUT
           IF NOT LetterFileOK
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LATEST-ENROLLMENT
           PERFORM CONSIDER-STUDENT
           PERFORM CLOSE-LETTER-OUTPUT.

      *>   the active enrollments on the course, in the one term or
      *>   in any term when none is keyed - a student on the course
      *>   in two open terms gets the one letter
       MERGE-COURSE-STUDENTS.
           DISPLAY "ENTER COURSE CODE(4) : " WITH NO ADVANCING
           ACCEPT KeyedCourseCode
           IF NOT EnrollFileOpen OR NOT CourseFileOpen
               DISPLAY "..NO ENROLLMENT OR COURSE FILE TO SELECT "
                   "FROM.."
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedCourseCode TO CourseCode
           READ CourseFile
               KEY IS CourseCode
               INVALID KEY CONTINUE
           END-READ
           IF NOT CourseFound
               DISPLAY "..NO SUCH COURSE ON FILE.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "COURSE : ", CourseName
           DISPLAY "ENTER TERM(6, BLANK = ANY TERM) : "
             WITH NO ADVANCING
           MOVE SPACES TO KeyedTerm
           ACCEPT KeyedTerm
           MOVE ZERO TO CourseSelectCount
           MOVE LOW-VALUES TO EnrollKey
           START EnrollFile KEY IS NOT LESS THAN EnrollKey
               INVALID KEY CONTINUE
           END-START
           IF EnrollFileOK
               READ EnrollFile NEXT RECORD
                   AT END SET EndOfEnrollFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEnrollFile
                   IF EnrollIsActive
                       AND EnrollCourseCode = KeyedCourseCode
                       AND (KeyedTerm = SPACES
                            OR EnrollTerm = KeyedTerm)
                       PERFORM NOTE-COURSE-STUDENT
                   END-IF
                   READ EnrollFile NEXT RECORD
                       AT END SET EndOfEnrollFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF CourseSelectCount = ZERO
               DISPLAY "..NOBODY ACTIVELY ENROLLED ON THAT COURSE.."
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-LETTER-OUTPUT
           IF NOT LetterFileOK
               EXIT PARAGRAPH
           END-IF
           PERFORM MERGE-COURSE-STUDENT
               VARYING CourseSelectIndex FROM 1 BY 1
               UNTIL CourseSelectIndex > CourseSelectCount
           PERFORM CLOSE-LETTER-OUTPUT.

      *>   the file is in student order, so a second term for the
      *>   same student follows straight on from the first
       NOTE-COURSE-STUDENT.
           IF CourseSelectCount > ZERO
               IF CslStudentId(CourseSelectCount) = EnrollStudentId
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CourseSelectCount NOT < CourseSelectMax
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CourseSelectCount
           MOVE EnrollStudentId TO CslStudentId(CourseSelectCount)
           MOVE EnrollCourseCode TO CslCourseCode(CourseSelectCount)
           MOVE EnrollTerm TO CslTerm(CourseSelectCount).

       MERGE-COURSE-STUDENT.
           MOVE CslStudentId(CourseSelectIndex) TO IdxStudentId
           READ StudentFile
               KEY IS IdxStudentId
               INVALID KEY CONTINUE
           END-READ
           IF NOT StudentFound
               EXIT PARAGRAPH
           END-IF
           MOVE CslCourseCode(CourseSelectIndex) TO MrgCourse
           MOVE CslTerm(CourseSelectIndex) TO MrgTerm
           PERFORM CONSIDER-STUDENT.

      *>   the course and term a letter quotes when the selection
      *>   did not pick one - the student's active enrollment in
      *>   the latest term, or the master's own course code with no
      *>   term when there is none
       FIND-LATEST-ENROLLMENT.
           MOVE IdxStudentCourseCode TO MrgCourse
           MOVE SPACES TO MrgTerm
           IF NOT EnrollFileOpen
               EXIT PARAGRAPH
           END-IF
           MOVE IdxStudentId TO EnrollStudentId
           MOVE LOW-VALUES TO EnrollCourseCode
           MOVE LOW-VALUES TO EnrollTerm
           START EnrollFile KEY IS NOT LESS THAN EnrollKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ EnrollFile NEXT RECORD
               AT END SET EndOfEnrollFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfEnrollFile
                   OR EnrollStudentId NOT = IdxStudentId
               IF EnrollIsActive AND EnrollTerm > MrgTerm
                   MOVE EnrollCourseCode TO MrgCourse
                   MOVE EnrollTerm TO MrgTerm
               END-IF
               READ EnrollFile NEXT RECORD
                   AT END SET EndOfEnrollFile TO TRUE
               END-READ
           END-PERFORM.

      *>   MrgCourse and MrgTerm are already set by the selection
       CONSIDER-STUDENT.
           IF IdxStudentStreet = SPACES
               ADD 1 TO NoAddressCount
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MrgName
           STRING IdxStudentFirstName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               IdxStudentLastName DELIMITED BY SIZE
               INTO MrgName
           END-STRING
           MOVE IdxStudentStreet TO MrgStreet
           MOVE IdxStudentTown TO MrgTown
           MOVE IdxStudentPostCode TO MrgPostCode
           MOVE IdxStudentId TO MrgNumber
           MOVE SPACES TO MrgPaidTo
           MOVE ZERO TO MrgBalance
           MOVE ZERO TO MrgLoanCount
           MOVE MrgCourse TO CourseCode
           PERFORM READ-COURSE-NAME
           MOVE CourseName TO MrgCourseName
           PERFORM WRITE-ONE-LETTER
           MOVE "S" TO LlgSubjectType
           PERFORM LOG-ONE-LETTER.

       READ-COURSE-NAME.
           MOVE SPACES TO CourseName
           IF CourseFileOpen
               READ CourseFile
                   KEY IS CourseCode
                   INVALID KEY MOVE SPACES TO CourseName
               END-READ
           END-IF.

      *>   ---------------- the letter ---------------------------
      *>   one page per letter: banner and address block the way
      *>   OVERDUE-NOTICES does it, then the merged body
       WRITE-ONE-LETTER.
           ADD 1 TO LettersWrittenCount
           WRITE LetterLine FROM LetterRuleLine
           WRITE LetterLine FROM LetterShopLine
           MOVE BusinessDate TO LtrDate
           WRITE LetterLine FROM LetterDateLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           WRITE LetterLine FROM MrgName
           WRITE LetterLine FROM MrgStreet
           MOVE MrgTown TO LtlTown
           MOVE MrgPostCode TO LtlPostCode
           WRITE LetterLine FROM LetterTownLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           PERFORM WRITE-BODY-LINE
               VARYING BodyIndex FROM 1 BY 1
               UNTIL BodyIndex > TemplateLineCount
           MOVE SPACES TO LetterLine
           WRITE LetterLine.

       WRITE-BODY-LINE.
           MOVE TemplateBodyLine(BodyIndex) TO BodySourceLine
           IF BodySourceLine = "@ONLOAN@" AND MergeForBorrowers
               PERFORM WRITE-ONLOAN-LINES
               EXIT PARAGRAPH
           END-IF
           IF BodySourceLine = "@COURSES@" AND MergeForStudents
               PERFORM WRITE-COURSE-LINES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LetterLine
           MOVE 1 TO InPos
           MOVE 1 TO OutPos
           PERFORM UNTIL InPos > 60
               IF BodySourceLine(InPos:1) = "@"
                   PERFORM MERGE-ONE-FIELD
               ELSE
                   PERFORM COPY-ONE-CHAR
               END-IF
           END-PERFORM
           WRITE LetterLine.

      *>   a character the letter line has no room for is dropped
       COPY-ONE-CHAR.
           IF OutPos NOT > 80
               MOVE BodySourceLine(InPos:1) TO LetterLine(OutPos:1)
           END-IF
           ADD 1 TO InPos
           ADD 1 TO OutPos.

      *>   an @ opens a field name that the next @ closes; an @
      *>   with no closing one, or a name the merge does not know,
      *>   is printed as it stands
       MERGE-ONE-FIELD.
           MOVE SPACES TO FieldName
           MOVE ZERO TO FieldNameLength
           COMPUTE ScanPos = InPos + 1
           SET FieldScanOpen TO TRUE
           PERFORM UNTIL NOT FieldScanOpen
               IF ScanPos > 60
                   SET FieldScanFailed TO TRUE
               ELSE
                   IF BodySourceLine(ScanPos:1) = "@"
                       SET FieldScanClosed TO TRUE
                   ELSE
                       IF FieldNameLength = 12
                           SET FieldScanFailed TO TRUE
                       ELSE
                           ADD 1 TO FieldNameLength
                           MOVE BodySourceLine(ScanPos:1)
                               TO FieldName(FieldNameLength:1)
                           ADD 1 TO ScanPos
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF FieldScanFailed OR FieldNameLength = ZERO
               PERFORM COPY-ONE-CHAR
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOK-UP-FIELD-VALUE
           IF NOT FieldKnown
               PERFORM COPY-ONE-CHAR
               EXIT PARAGRAPH
           END-IF
           PERFORM PLACE-FIELD-VALUE
           COMPUTE InPos = ScanPos + 1.

       LOOK-UP-FIELD-VALUE.
           SET FieldKnown TO TRUE
           MOVE SPACES TO FieldValue
           EVALUATE FieldName
               WHEN "NAME"
                   MOVE MrgName TO FieldValue
               WHEN "STREET"
                   MOVE MrgStreet TO FieldValue
               WHEN "TOWN"
                   MOVE MrgTown TO FieldValue
               WHEN "POSTCODE"
                   MOVE MrgPostCode TO FieldValue
               WHEN "NUMBER"
                   MOVE MrgNumber TO FieldValue
               WHEN "DATE"
                   MOVE BusinessDate TO FieldValue
               WHEN OTHER
                   IF MergeForBorrowers
                       PERFORM LOOK-UP-BORROWER-FIELD
                   ELSE
                       PERFORM LOOK-UP-STUDENT-FIELD
                   END-IF
           END-EVALUATE.

       LOOK-UP-BORROWER-FIELD.
           EVALUATE FieldName
               WHEN "BALANCE"
                   MOVE MrgBalance TO FieldValue
               WHEN "PAIDTO"
                   MOVE MrgPaidTo TO FieldValue
               WHEN "LOANCOUNT"
                   MOVE MrgLoanCount TO FieldValue
               WHEN OTHER
                   MOVE "N" TO FieldKnownSw
           END-EVALUATE.

       LOOK-UP-STUDENT-FIELD.
           EVALUATE FieldName
               WHEN "COURSE"
                   MOVE MrgCourse TO FieldValue
               WHEN "COURSENAME"
                   MOVE MrgCourseName TO FieldValue
               WHEN "TERM"
                   MOVE MrgTerm TO FieldValue
               WHEN OTHER
                   MOVE "N" TO FieldKnownSw
           END-EVALUATE.

      *>   the value goes in without its leading or trailing
      *>   blanks, as far as the letter line has room; an empty
      *>   value simply closes up
       PLACE-FIELD-VALUE.
           IF FieldValue = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO ValueStart
           PERFORM UNTIL FieldValue(ValueStart:1) NOT = SPACE
               ADD 1 TO ValueStart
           END-PERFORM
           MOVE 40 TO ValueEnd
           PERFORM UNTIL FieldValue(ValueEnd:1) NOT = SPACE
               SUBTRACT 1 FROM ValueEnd
           END-PERFORM
           COMPUTE ValueLength = ValueEnd - ValueStart + 1
           IF OutPos > 80
               EXIT PARAGRAPH
           END-IF
           IF OutPos + ValueLength > 81
               COMPUTE ValueLength = 81 - OutPos
           END-IF
           MOVE FieldValue(ValueStart:ValueLength)
               TO LetterLine(OutPos:ValueLength)
           ADD ValueLength TO OutPos.

       WRITE-ONLOAN-LINES.
           PERFORM WRITE-ONE-ONLOAN-LINE
               VARYING OpenLoanIndex FROM 1 BY 1
               UNTIL OpenLoanIndex > OpenLoanCount.

       WRITE-ONE-ONLOAN-LINE.
           IF OlnBorrower(OpenLoanIndex) NOT = BorrowerNumber
               EXIT PARAGRAPH
           END-IF
           MOVE OlnVideoCode(OpenLoanIndex) TO VideoCode
           MOVE "*TITLE NOT ON CATALOG*" TO VideoTitle
           IF VideoFileOpen
               READ VideoFile
                   KEY IS VideoCode
                   INVALID KEY
                   MOVE "*TITLE NOT ON CATALOG*" TO VideoTitle
               END-READ
           END-IF
           MOVE VideoTitle TO OllTitle
           MOVE OlnDueDate(OpenLoanIndex) TO OllDueDate
           WRITE LetterLine FROM OnLoanLine.

      *>   every course the student is actively enrolled on
       WRITE-COURSE-LINES.
           IF NOT EnrollFileOpen
               EXIT PARAGRAPH
           END-IF
           MOVE IdxStudentId TO EnrollStudentId
           MOVE LOW-VALUES TO EnrollCourseCode
           MOVE LOW-VALUES TO EnrollTerm
           START EnrollFile KEY IS NOT LESS THAN EnrollKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ EnrollFile NEXT RECORD
               AT END SET EndOfEnrollFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfEnrollFile
                   OR EnrollStudentId NOT = IdxStudentId
               IF EnrollIsActive
                   MOVE EnrollCourseCode TO CtlCourseCode
                   MOVE EnrollTerm TO CtlTerm
                   MOVE EnrollCourseCode TO CourseCode
                   PERFORM READ-COURSE-NAME
                   MOVE CourseName TO CtlCourseName
                   WRITE LetterLine FROM CourseTakenLine
               END-IF
               READ EnrollFile NEXT RECORD
                   AT END SET EndOfEnrollFile TO TRUE
               END-READ
           END-PERFORM.

      *>   one line per letter against the person it went to
       LOG-ONE-LETTER.
           MOVE BusinessDate TO LlgDate
           MOVE MrgNumber TO LlgSubjectId
           MOVE KeyedTemplateCode TO LlgTemplateCode
           MOVE SignedOnOperator TO LlgOperatorId
           WRITE LetterLogFlatLine FROM LetterLogLine.
