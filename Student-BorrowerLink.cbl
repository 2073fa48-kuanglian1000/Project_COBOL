       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-BORROWERLINK.
      *> Nightly link between the student master (IDXSTUDENT.DAT)
      *> and the borrower master (BORROWER.DAT) - a student is
      *> entitled to borrow from the video library, and no longer
      *> re-registers at the desk by hand. Every student on the
      *> master who is not on the leavers feed (LEAVERS.DAT,
      *> LEAVERREC.cpy) is given a linked borrower account on
      *> STUDENT-BORROWER.DAT (STUBORREC.cpy): an account the
      *> student already holds - same name and date of birth, not
      *> linked to anyone else - is matched, otherwise one is
      *> opened in the lowest free borrower number. Each night the
      *> student's name, date of birth and address are carried
      *> across onto the account, so the overdue letters go where
      *> the college's post goes. A student's membership is the
      *> college's, so MEMBER-RENEWALRUN bills no active link.
      *> A leaver - on the feed, or already gone from the master
      *> under STUDENT-PURGE - is not purged from the library:
      *> while a loan is out or a balance stands on BORR-ACCOUNT.DAT
      *> the link is blocked, and the desk takes returns and
      *> payments but lends nothing. Once the account has washed
      *> clear the link goes; an account this run opened goes with
      *> it, archived WHOLE to BORROWER-ARCHIVE.DAT the way
      *> BORROWER-PURGE does (a deposit still held turned to REFUND
      *> DUE, a household member kept), while an account the
      *> student already held simply goes back to ordinary paid
      *> membership. TUITION-BILLING's arrears list and the
      *> transcript hold both count a linked account's balance.
      *> Every account opened, matched, blocked or released prints
      *> on STUDENT-BORROWER-RPT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "IDXSTUDENT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS IdxStudentId
             FILE STATUS IS StudentFileStatus.

           SELECT LeaversFile ASSIGN TO "LEAVERS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LeaversStatus.

           SELECT StudentBorrowerFile ASSIGN TO "STUDENT-BORROWER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SbrStudentId
             ALTERNATE RECORD KEY IS SbrBorrowerNumber
             FILE STATUS IS StudentBorrowerStatus.

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

           SELECT BorrowerAccountFile ASSIGN TO "BORR-ACCOUNT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BorrowerAccountStatus.

           SELECT ArchiveFile ASSIGN TO "BORROWER-ARCHIVE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ArchiveStatus.

           SELECT DepositFile ASSIGN TO "DEPOSIT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DepBorrowerNumber
             FILE STATUS IS DepositStatus.

           SELECT HouseMemberFile ASSIGN TO "HOUSEMEMB.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HmbBorrowerNumber
             ALTERNATE RECORD KEY IS HmbHouseholdNumber
               WITH DUPLICATES
             FILE STATUS IS HouseMemberStatus.

           SELECT ReportFile ASSIGN TO "STUDENT-BORROWER-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           COPY IDXSTUDREC.

       FD  LeaversFile.
           COPY LEAVERREC.

       FD  StudentBorrowerFile.
           COPY STUBORREC.

       FD  BorrowerFile.
           COPY BORROWREC.

       FD  VideoLoanFile.
           COPY LOANREC.

       FD  BorrowerAccountFile.
       01  BorrowerAccountFlatLine PIC X(39).

       FD  ArchiveFile.
       01  ArchiveFlatLine     PIC X(115).

       FD  DepositFile.
           COPY DEPOSITREC.

       FD  HouseMemberFile.
           COPY HHMEMBREC.

       FD  ReportFile.
       01  ReportLine  PIC X(80).

       WORKING-STORAGE SECTION.
           COPY ACCTREC.

      *> the same archive line BORROWER-PURGE writes
       01  BorrowerArchiveRecord.
           03  BorArcPurgeDate     PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  BorArcRecordImage   PIC X(106).

       01  StudentFileStatus   PIC X(2).
           88  StudentFound    VALUE "00".
           88  StudentFileOK   VALUE "00".
       01  LeaversStatus       PIC X(2).
           88  LeaversFileFound    VALUE "00".
       01  StudentBorrowerStatus   PIC X(2).
           88  StudentBorrowerFound    VALUE "00".
           88  StudentBorrowerFileOK   VALUE "00".
           88  StudentBorrowerNotFound VALUE "35".
       01  BorrowerStatus      PIC X(2).
           88  BorrowerFound   VALUE "00".
           88  BorrowerFileOK  VALUE "00".
           88  BorrowerNotFound    VALUE "35".
       01  BorrowerKey         PIC 9(4).
       01  LoanStatus          PIC X(2).
           88  LoanFileOK      VALUE "00".
       01  BorrowerAccountStatus   PIC X(2).
           88  AccountFileFound    VALUE "00".
       01  ArchiveStatus       PIC X(2).
           88  ArchiveNotFound VALUE "35".
       01  DepositStatus       PIC X(2).
           88  DepositFound    VALUE "00".
           88  DepositFileOK   VALUE "00".
       01  DepositOpenSw       PIC X VALUE "N".
           88  DepositFileOpen VALUE "Y".
       01  HouseMemberStatus   PIC X(2).
           88  HouseMemberFound    VALUE "00".
           88  HouseMemberFileOK   VALUE "00".
       01  HouseMemberOpenSw   PIC X VALUE "N".
           88  HouseMemberFileOpen VALUE "Y".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

       01  BusinessDate        PIC 9(8).

      *> the leavers feed, held whole - a student on it is never
      *> given an account, and a link of theirs is reviewed
       01  LeaverTable.
           03  LeaverEntry     PIC X(7) OCCURS 2000 TIMES.
       01  LeaverCount         PIC 9(4) VALUE ZERO.
       01  LeaverIndex         PIC 9(4).
       01  LeaverFoundSw       PIC X.
           88  LeaverFound     VALUE "Y".

      *> what the pre-scan passes learned about every borrower
      *> number, indexed straight by the number itself - whether
      *> the slot is taken (and by whom, for the matching), open
      *> loans, and the account balance
       01  BorrowerSlotTable.
           03  BorrowerSlot    OCCURS 9999 TIMES.
               05  SlotUsedFlag    PIC X.
               05  SlotName        PIC X(20).
               05  SlotDateOfBirth PIC 9(8).
       01  OpenLoanFlagTable.
           03  OpenLoanFlag    PIC X OCCURS 9999 TIMES.
       01  BalanceTable.
           03  BalanceEntry    PIC S9(7)V99 COMP-3
                               OCCURS 9999 TIMES.
       01  TableIndex          PIC 9(5).
       01  NextFreeSlot        PIC 9(5) VALUE 1.
       01  AccountEntryAmount  PIC 9(5)V99.

      *> the student's details as the borrower master holds them
       01  LinkedName          PIC X(20).
       01  LinkedDateOfBirth   PIC 9(8).
       01  MatchedNumber       PIC 9(4).
       01  DetailsChangedSw    PIC X.
           88  DetailsChanged  VALUE "Y".
       01  InHouseholdSw       PIC X.
           88  InHousehold     VALUE "Y".

       01  OpenedCount         PIC 9(5) VALUE ZERO.
       01  MatchedCount        PIC 9(5) VALUE ZERO.
       01  UpdatedCount        PIC 9(5) VALUE ZERO.
       01  BlockedCount        PIC 9(5) VALUE ZERO.
       01  UnblockedCount      PIC 9(5) VALUE ZERO.
       01  ReleasedCount       PIC 9(5) VALUE ZERO.
       01  ArchivedCount       PIC 9(5) VALUE ZERO.
       01  NoSlotCount         PIC 9(5) VALUE ZERO.

       01  ReportHeading.
           03  FILLER          PIC X(30)
                 VALUE "=STUDENT BORROWER LINK RUN=   ".
           03  HdgDate         PIC 9(8).

       01  LinkDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlStudentId    PIC X(7).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlStudentName  PIC X(20).
           03  FILLER          PIC X(10) VALUE " BORROWER ".
           03  DtlBorrowerNumber   PIC 9(4) BLANK WHEN ZERO.
           03  FILLER          PIC X VALUE SPACE.
           03  DtlAction       PIC X(20).
           03  DtlBalance      PIC -ZZ,ZZ9.99 BLANK WHEN ZERO.

       01  LinkCountLine.
           03  CntLabel        PIC X(26).
           03  CntAmount       PIC ZZZ,ZZ9.

      *> start/end lines on the shared job log, so the weekly
      *> batch-window report can see this step's elapsed time
       01  JobLogName          PIC X(30) VALUE "STUDENT-BORROWERLINK".
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
             VALUE "STUDENT-BORROWER-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "STUDENT-BORROWERLINK".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-JobLog" USING JobLogName, JobStartEvent,
               JobLogCount, JobLogStatus.
           CALL "Sub-BusinessDate" USING BusinessDate.

           PERFORM LOAD-LEAVERS.
           PERFORM CLEAR-SCAN-TABLES.
           PERFORM SCAN-OPEN-LOANS.
           PERFORM SCAN-ACCOUNT-BALANCES.
           PERFORM RUN-STUDENT-LINKS.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
               MOVE "FAIL" TO JobLogStatus
           ELSE
               MOVE "OK" TO JobLogStatus
               DISPLAY "BORROWER ACCOUNTS OPENED  = ", OpenedCount
               DISPLAY "BORROWER ACCOUNTS MATCHED = ", MatchedCount
               DISPLAY "LEAVER ACCOUNTS BLOCKED   = ", BlockedCount
               DISPLAY "LEAVER LINKS RELEASED     = ", ReleasedCount
           END-IF.
           ADD OpenedCount MatchedCount UpdatedCount BlockedCount
               UnblockedCount ReleasedCount GIVING JobLogCount.
           MOVE RETURN-CODE TO HeldReturnCode.
           CALL "Sub-JobLog" USING JobLogName, JobEndEvent,
               JobLogCount, JobLogStatus.
           MOVE HeldReturnCode TO RETURN-CODE.

           GOBACK.

      *>   no feed on disk means nobody is leaving tonight; a feed
      *>   longer than the table is reported, the rest still count
      *>   as leavers once STUDENT-PURGE has taken them off the
      *>   master
       LOAD-LEAVERS.
           MOVE ZERO TO LeaverCount
           OPEN INPUT LeaversFile
           IF NOT LeaversFileFound
               EXIT PARAGRAPH
           END-IF
           READ LeaversFile
               AT END SET EndOfLeaversFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLeaversFile
               IF LeaverStudentId NOT = SPACES
                   IF LeaverCount < 2000
                       ADD 1 TO LeaverCount
                       MOVE LeaverStudentId TO LeaverEntry(LeaverCount)
                   ELSE
                       DISPLAY "..LEAVERS TABLE FULL - ",
                           LeaverStudentId, " NOT HELD.."
                   END-IF
               END-IF
               READ LeaversFile
                   AT END SET EndOfLeaversFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE LeaversFile.

       CLEAR-SCAN-TABLES.
           PERFORM CLEAR-ONE-SLOT
               VARYING TableIndex FROM 1 BY 1
               UNTIL TableIndex > 9999.

       CLEAR-ONE-SLOT.
           MOVE "N" TO SlotUsedFlag(TableIndex)
           MOVE SPACES TO SlotName(TableIndex)
           MOVE ZERO TO SlotDateOfBirth(TableIndex)
           MOVE "N" TO OpenLoanFlag(TableIndex)
           MOVE ZERO TO BalanceEntry(TableIndex).

      *>   a record on the open-loan file pins its borrower - a
      *>   missing loan file simply means nothing is out
       SCAN-OPEN-LOANS.
           OPEN INPUT VideoLoanFile
           IF LoanFileOK
               READ VideoLoanFile NEXT RECORD
                   AT END SET EndOfLoanFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLoanFile
                   IF LoanBorrowerNumber > ZERO
                       MOVE "Y"
                           TO OpenLoanFlag(LoanBorrowerNumber)
                   END-IF
                   READ VideoLoanFile NEXT RECORD
                       AT END SET EndOfLoanFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VideoLoanFile
           END-IF.

      *>   money owed or standing in credit keeps a leaver's
      *>   account blocked - it has to wash to zero first
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

      *>   the student master is what says who is still here - with
      *>   it missing every link would look like a leaver's, so the
      *>   run stops rather than block the whole college
       RUN-STUDENT-LINKS.
           OPEN INPUT StudentFile
           IF NOT StudentFileOK
               DISPLAY "..UNABLE TO OPEN STUDENT MASTER, STATUS = ",
                   StudentFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O BorrowerFile
           IF BorrowerNotFound
               OPEN OUTPUT BorrowerFile
               CLOSE BorrowerFile
               OPEN I-O BorrowerFile
           END-IF
           IF NOT BorrowerFileOK
               DISPLAY "..UNABLE TO OPEN BORROWER MASTER, STATUS = ",
                   BorrowerStatus
               SET RunFailed TO TRUE
               CLOSE StudentFile
               EXIT PARAGRAPH
           END-IF
           OPEN I-O StudentBorrowerFile
           IF StudentBorrowerNotFound
               OPEN OUTPUT StudentBorrowerFile
               CLOSE StudentBorrowerFile
               OPEN I-O StudentBorrowerFile
           END-IF
           IF NOT StudentBorrowerFileOK
               DISPLAY "..UNABLE TO OPEN STUDENT BORROWER LINKS, "
                   "STATUS = ", StudentBorrowerStatus
               SET RunFailed TO TRUE
               CLOSE StudentFile, BorrowerFile
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
               CLOSE StudentFile, BorrowerFile, StudentBorrowerFile
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ArchiveFile
           IF ArchiveNotFound
               OPEN OUTPUT ArchiveFile
           END-IF
           MOVE "N" TO DepositOpenSw
           OPEN I-O DepositFile
           IF DepositFileOK
               SET DepositFileOpen TO TRUE
           END-IF
           MOVE "N" TO HouseMemberOpenSw
           OPEN INPUT HouseMemberFile
           IF HouseMemberFileOK
               SET HouseMemberFileOpen TO TRUE
           END-IF

           MOVE BusinessDate TO HdgDate
           WRITE ReportLine FROM ReportHeading
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           PERFORM SCAN-BORROWER-SLOTS
           PERFORM LINK-CURRENT-STUDENTS
           PERFORM REVIEW-LEAVER-LINKS
           PERFORM PRINT-LINK-TOTALS

           CLOSE StudentFile, BorrowerFile, StudentBorrowerFile,
               ReportFile, ArchiveFile
           IF DepositFileOpen
               CLOSE DepositFile
           END-IF
           IF HouseMemberFileOpen
               CLOSE HouseMemberFile
           END-IF
           CALL "Sub-VaultReport" USING VaultReportName, VaultStepName.

      *>   every slot in use, with the name and birth date the
      *>   matching looks for - the free slots are what is left
       SCAN-BORROWER-SLOTS.
           READ BorrowerFile NEXT RECORD
               AT END CONTINUE
           END-READ
           PERFORM UNTIL NOT BorrowerFileOK
               IF BorrowerNumber > ZERO
                   MOVE "Y" TO SlotUsedFlag(BorrowerNumber)
                   MOVE BorrowerName TO SlotName(BorrowerNumber)
                   MOVE BorrowerDateOfBirth
                       TO SlotDateOfBirth(BorrowerNumber)
               END-IF
               READ BorrowerFile NEXT RECORD
                   AT END CONTINUE
               END-READ
           END-PERFORM.

       LINK-CURRENT-STUDENTS.
           MOVE LOW-VALUES TO IdxStudentId
           START StudentFile KEY IS NOT LESS THAN IdxStudentId
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ StudentFile NEXT RECORD
               AT END CONTINUE
           END-READ
           PERFORM UNTIL NOT StudentFileOK
               PERFORM CHECK-ON-LEAVERS-FEED
               IF NOT LeaverFound
                   PERFORM LINK-ONE-STUDENT
               END-IF
               READ StudentFile NEXT RECORD
                   AT END CONTINUE
               END-READ
           END-PERFORM.

       CHECK-ON-LEAVERS-FEED.
           MOVE "N" TO LeaverFoundSw
           PERFORM VARYING LeaverIndex FROM 1 BY 1
                   UNTIL LeaverFound OR LeaverIndex > LeaverCount
               IF LeaverEntry(LeaverIndex) = IdxStudentId
                   SET LeaverFound TO TRUE
               END-IF
           END-PERFORM.

       LINK-ONE-STUDENT.
           MOVE SPACES TO LinkedName
           STRING IdxStudentFirstName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               IdxStudentLastName DELIMITED BY SIZE
               INTO LinkedName
           END-STRING
           MOVE IdxStudentDateOfBirth TO LinkedDateOfBirth
           MOVE IdxStudentId TO SbrStudentId
           READ StudentBorrowerFile
               KEY IS SbrStudentId
               INVALID KEY CONTINUE
           END-READ
           IF NOT StudentBorrowerFound
               PERFORM GIVE-STUDENT-ACCOUNT
               EXIT PARAGRAPH
           END-IF
      *>   the account behind an existing link has been purged or
      *>   merged away at the desk - the student is given another
           MOVE SbrBorrowerNumber TO BorrowerKey
           READ BorrowerFile
               INVALID KEY CONTINUE
           END-READ
           IF NOT BorrowerFound
               DELETE StudentBorrowerFile RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               PERFORM GIVE-STUDENT-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM CARRY-STUDENT-DETAILS
      *>   back on the master and off the feed - a returning
      *>   student borrows again
           IF SbrIsBlocked
               SET SbrIsActive TO TRUE
               MOVE ZERO TO SbrBlockedDate
               REWRITE StudentBorrowerRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) STUDENT BORROWER STATUS = ",
                       StudentBorrowerStatus
               END-REWRITE
               ADD 1 TO UnblockedCount
               MOVE "BLOCK LIFTED" TO DtlAction
               MOVE ZERO TO DtlBalance
               PERFORM PRINT-LINK-LINE
           END-IF.

      *>   an account the student already holds is taken before a
      *>   new number is spent on them
       GIVE-STUDENT-ACCOUNT.
           PERFORM FIND-MATCHING-BORROWER
           MOVE IdxStudentId TO SbrStudentId
           MOVE BusinessDate TO SbrLinkedDate
           SET SbrIsActive TO TRUE
           MOVE ZERO TO SbrBlockedDate
           IF MatchedNumber > ZERO
               MOVE MatchedNumber TO BorrowerKey
               READ BorrowerFile
                   INVALID KEY CONTINUE
               END-READ
               IF NOT BorrowerFound
                   EXIT PARAGRAPH
               END-IF
               PERFORM CARRY-STUDENT-DETAILS
               SET SbrMatched TO TRUE
               MOVE MatchedNumber TO SbrBorrowerNumber
               ADD 1 TO MatchedCount
               MOVE "EXISTING MATCHED" TO DtlAction
           ELSE
               PERFORM FIND-FREE-SLOT
               IF NextFreeSlot > 9999
                   ADD 1 TO NoSlotCount
                   MOVE ZERO TO SbrBorrowerNumber
                   MOVE "NO FREE NUMBER" TO DtlAction
                   MOVE ZERO TO DtlBalance
                   PERFORM PRINT-LINK-LINE
                   EXIT PARAGRAPH
               END-IF
               PERFORM OPEN-STUDENT-ACCOUNT
               IF NOT BorrowerFileOK
                   EXIT PARAGRAPH
               END-IF
               SET SbrCreated TO TRUE
               MOVE BorrowerNumber TO SbrBorrowerNumber
               ADD 1 TO OpenedCount
               MOVE "ACCOUNT OPENED" TO DtlAction
           END-IF
           WRITE StudentBorrowerRecord
               INVALID KEY
               DISPLAY "(WRITE) STUDENT BORROWER STATUS = ",
                   StudentBorrowerStatus
           END-WRITE
           MOVE ZERO TO DtlBalance
           PERFORM PRINT-LINK-LINE.

      *>   same name and date of birth, and not already somebody
      *>   else's link; an unknown birth date never matches
       FIND-MATCHING-BORROWER.
           MOVE ZERO TO MatchedNumber
           IF LinkedDateOfBirth = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TableIndex FROM 1 BY 1
                   UNTIL MatchedNumber > ZERO OR TableIndex > 9999
               IF SlotUsedFlag(TableIndex) = "Y"
                   AND SlotName(TableIndex) = LinkedName
                   AND SlotDateOfBirth(TableIndex) = LinkedDateOfBirth
                   MOVE TableIndex TO SbrBorrowerNumber
                   READ StudentBorrowerFile
                       KEY IS SbrBorrowerNumber
                       INVALID KEY MOVE TableIndex TO MatchedNumber
                   END-READ
               END-IF
           END-PERFORM.

       FIND-FREE-SLOT.
           PERFORM UNTIL NextFreeSlot > 9999
                   OR SlotUsedFlag(NextFreeSlot) = "N"
               ADD 1 TO NextFreeSlot
           END-PERFORM.

      *>   the college pays the student's membership, so no paid-to
      *>   date is set - zeros are not enforced at the desk
       OPEN-STUDENT-ACCOUNT.
           MOVE NextFreeSlot TO BorrowerKey
           MOVE SPACES TO BorrowerRecord
           MOVE NextFreeSlot TO BorrowerNumber
           MOVE LinkedName TO BorrowerName
           MOVE LinkedDateOfBirth TO BorrowerDateOfBirth
           MOVE ZEROS TO BorrowerMembPaidTo
           MOVE BusinessDate TO BorrowerJoinedDate
           MOVE IdxStudentAddress TO BorrowerAddress
           CALL "Sub-TerminalBranch" USING BorrowerJoinedBranch
           MOVE "N" TO BorrowerBulletinOptOut
           WRITE BorrowerRecord
               INVALID KEY
               DISPLAY "(WRITE) BORROWER STATUS = ", BorrowerStatus
           END-WRITE
           IF BorrowerFileOK
               MOVE "Y" TO SlotUsedFlag(NextFreeSlot)
               MOVE LinkedName TO SlotName(NextFreeSlot)
               MOVE LinkedDateOfBirth TO SlotDateOfBirth(NextFreeSlot)
           END-IF.

      *>   the student master is the one kept up to date - the
      *>   phone number is the desk's own and is left alone
       CARRY-STUDENT-DETAILS.
           MOVE "N" TO DetailsChangedSw
           IF BorrowerName NOT = LinkedName
               OR BorrowerDateOfBirth NOT = LinkedDateOfBirth
               OR BorrowerAddress NOT = IdxStudentAddress
               SET DetailsChanged TO TRUE
           END-IF
           IF NOT DetailsChanged
               EXIT PARAGRAPH
           END-IF
           MOVE LinkedName TO BorrowerName
           MOVE LinkedDateOfBirth TO BorrowerDateOfBirth
           MOVE IdxStudentAddress TO BorrowerAddress
           REWRITE BorrowerRecord
               INVALID KEY
               DISPLAY "(REWRITE) BORROWER STATUS = ", BorrowerStatus
           END-REWRITE
           IF BorrowerFileOK
               ADD 1 TO UpdatedCount
           END-IF.

      *>   a link whose student is on the feed or gone from the
      *>   master belongs to a leaver
       REVIEW-LEAVER-LINKS.
           MOVE LOW-VALUES TO SbrStudentId
           START StudentBorrowerFile KEY IS NOT LESS THAN SbrStudentId
               INVALID KEY SET EndOfStudentBorrowerFile TO TRUE
           END-START
           IF NOT EndOfStudentBorrowerFile
               READ StudentBorrowerFile NEXT RECORD
                   AT END SET EndOfStudentBorrowerFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfStudentBorrowerFile
               MOVE SbrStudentId TO IdxStudentId
               PERFORM CHECK-ON-LEAVERS-FEED
               IF NOT LeaverFound
                   READ StudentFile
                       KEY IS IdxStudentId
                       INVALID KEY SET LeaverFound TO TRUE
                   END-READ
               END-IF
               IF LeaverFound
                   PERFORM REVIEW-ONE-LEAVER
               END-IF
               READ StudentBorrowerFile NEXT RECORD
                   AT END SET EndOfStudentBorrowerFile TO TRUE
               END-READ
           END-PERFORM.

      *>   blocked while anything stands; released once it is all
      *>   clear - a rerun of the night changes nothing twice
       REVIEW-ONE-LEAVER.
           MOVE SbrStudentId TO DtlStudentId
           MOVE SPACES TO DtlStudentName
           MOVE SbrBorrowerNumber TO BorrowerKey
           READ BorrowerFile
               INVALID KEY CONTINUE
           END-READ
           IF NOT BorrowerFound
               PERFORM END-STUDENT-LINK
               EXIT PARAGRAPH
           END-IF
           MOVE BorrowerName TO DtlStudentName
           IF OpenLoanFlag(SbrBorrowerNumber) = "Y"
               OR BalanceEntry(SbrBorrowerNumber) NOT = ZERO
               IF NOT SbrIsBlocked
                   SET SbrIsBlocked TO TRUE
                   MOVE BusinessDate TO SbrBlockedDate
                   REWRITE StudentBorrowerRecord
                       INVALID KEY
                       DISPLAY "(REWRITE) STUDENT BORROWER STATUS = ",
                           StudentBorrowerStatus
                   END-REWRITE
                   ADD 1 TO BlockedCount
                   MOVE "LEAVER BLOCKED" TO DtlAction
                   MOVE BalanceEntry(SbrBorrowerNumber) TO DtlBalance
                   PERFORM PRINT-LEAVER-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF SbrCreated
               PERFORM CHECK-IN-HOUSEHOLD
               IF NOT InHousehold
                   PERFORM ARCHIVE-STUDENT-ACCOUNT
               END-IF
           END-IF
           PERFORM END-STUDENT-LINK.

       END-STUDENT-LINK.
           DELETE StudentBorrowerFile RECORD
               INVALID KEY
               DISPLAY "(DELETE) STUDENT BORROWER STATUS = ",
                   StudentBorrowerStatus
           END-DELETE
           ADD 1 TO ReleasedCount
           MOVE "LINK RELEASED" TO DtlAction
           MOVE ZERO TO DtlBalance
           PERFORM PRINT-LEAVER-LINE.

      *>   moved WHOLE to the archive before the slot is freed, as
      *>   BORROWER-PURGE does for any other quiet member
       ARCHIVE-STUDENT-ACCOUNT.
           MOVE BusinessDate TO BorArcPurgeDate
           MOVE BorrowerRecord TO BorArcRecordImage
           WRITE ArchiveFlatLine FROM BorrowerArchiveRecord
           IF DepositFileOpen
               PERFORM MARK-DEPOSIT-REFUND-DUE
           END-IF
           DELETE BorrowerFile RECORD
               INVALID KEY
               DISPLAY "(DELETE) BORROWER STATUS = ", BorrowerStatus
           END-DELETE
           ADD 1 TO ArchivedCount.

      *>   no membership file yet means nobody is in a household
       CHECK-IN-HOUSEHOLD.
           MOVE "N" TO InHouseholdSw
           IF HouseMemberFileOpen
               MOVE BorrowerNumber TO HmbBorrowerNumber
               READ HouseMemberFile
                   KEY IS HmbBorrowerNumber
                   INVALID KEY CONTINUE
               END-READ
               IF HouseMemberFound
                   SET InHousehold TO TRUE
               END-IF
           END-IF.

       MARK-DEPOSIT-REFUND-DUE.
           MOVE BorrowerNumber TO DepBorrowerNumber
           READ DepositFile
               KEY IS DepBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF DepositFound AND DepositHeld
               SET DepositRefundDue TO TRUE
               REWRITE DepositRecord
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

       PRINT-LINK-LINE.
           MOVE IdxStudentId TO DtlStudentId
           MOVE LinkedName TO DtlStudentName
           MOVE SbrBorrowerNumber TO DtlBorrowerNumber
           WRITE ReportLine FROM LinkDetailLine.

       PRINT-LEAVER-LINE.
           MOVE SbrBorrowerNumber TO DtlBorrowerNumber
           WRITE ReportLine FROM LinkDetailLine.

       PRINT-LINK-TOTALS.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "ACCOUNTS OPENED          = " TO CntLabel
           MOVE OpenedCount TO CntAmount
           WRITE ReportLine FROM LinkCountLine
           MOVE "EXISTING ACCOUNTS MATCHED= " TO CntLabel
           MOVE MatchedCount TO CntAmount
           WRITE ReportLine FROM LinkCountLine
           MOVE "DETAILS CARRIED ACROSS   = " TO CntLabel
           MOVE UpdatedCount TO CntAmount
           WRITE ReportLine FROM LinkCountLine
           MOVE "LEAVERS BLOCKED          = " TO CntLabel
           MOVE BlockedCount TO CntAmount
           WRITE ReportLine FROM LinkCountLine
           MOVE "BLOCKS LIFTED            = " TO CntLabel
           MOVE UnblockedCount TO CntAmount
           WRITE ReportLine FROM LinkCountLine
           MOVE "LEAVER LINKS RELEASED    = " TO CntLabel
           MOVE ReleasedCount TO CntAmount
           WRITE ReportLine FROM LinkCountLine
           MOVE "  ACCOUNTS ARCHIVED      = " TO CntLabel
           MOVE ArchivedCount TO CntAmount
           WRITE ReportLine FROM LinkCountLine
           MOVE "NO FREE BORROWER NUMBER  = " TO CntLabel
           MOVE NoSlotCount TO CntAmount
           WRITE ReportLine FROM LinkCountLine.
