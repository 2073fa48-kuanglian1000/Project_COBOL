      *> BORROWER-ARCHIVE.DAT and its slot is DELETEd for reuse.
      *> Every merge writes one journal line to
      *> BORROWER-MERGE-JRN.DAT with the counts and the operator.
      *> A number still in a household on HOUSEMEMB.DAT is not
      *> merged away - HOUSEHOLD-MAINTAIN takes it out first. What
      *> else is keyed on the dead number follows it to the
      *> survivor, so the next member given the slot inherits
      *> nothing: the deposit on DEPOSIT.DAT is re-keyed (a
      *> survivor with a deposit record of its own keeps it, and
      *> takes on the dead number's deposit-required flag - a
      *> deposit still held on the dead number as well is refused,
      *> the deposit desk closes one first), the student link on
      *> STUDENT-BORROWER.DAT is re-pointed (refused when the
      *> survivor is already a student's account), and the points
      *> on LOYALTY.DAT are added to the survivor's balance and
      *> running totals, with an MGO/MGI pair on LOYALTY-LEDGER.DAT
      *> so both members' trails still add up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MergeJournalStatus.

           SELECT HouseMemberFile ASSIGN TO "HOUSEMEMB.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HmbBorrowerNumber
             ALTERNATE RECORD KEY IS HmbHouseholdNumber
               WITH DUPLICATES
             FILE STATUS IS HouseMemberStatus.

           SELECT DepositFile ASSIGN TO "DEPOSIT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DepBorrowerNumber
             FILE STATUS IS DepositStatus.

           SELECT StudentBorrowerFile ASSIGN TO "STUDENT-BORROWER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SbrStudentId
             ALTERNATE RECORD KEY IS SbrBorrowerNumber
             FILE STATUS IS StudentBorrowerStatus.

           SELECT LoyaltyFile ASSIGN TO "LOYALTY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LoyBorrowerNumber
             FILE STATUS IS LoyaltyStatus.

           SELECT LoyaltyLedgerFile ASSIGN TO "LOYALTY-LEDGER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LoyaltyLedgerStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  BorrowerFile.
           88  EndOfKeptAccount    VALUE HIGH-VALUES.

       FD  ArchiveFile.
       01  ArchiveFlatLine     PIC X(115).

       FD  MergeJournalFile.
       01  MergeJournalFlatLine    PIC X(73).

       FD  HouseMemberFile.
           COPY HHMEMBREC.

       FD  DepositFile.
           COPY DEPOSITREC.

       FD  StudentBorrowerFile.
           COPY STUBORREC.

       FD  LoyaltyFile.
           COPY LOYALREC.

       FD  LoyaltyLedgerFile.
       01  LoyaltyLedgerFlatLine   PIC X(53).

       WORKING-STORAGE SECTION.
           COPY LOANHIST.
           COPY ACCTREC.
           COPY LOYLEDG.

      *> same archive-line shape BORROWER-PURGE writes, so one
      *> lookup answers for slots closed either way
       01  BorrowerArchiveRecord.
           03  BorArcPurgeDate     PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  BorArcRecordImage   PIC X(106).

      *> one line per merge - when, who into whom, how many records
      *> followed, and who keyed it
           88  ArchiveNotFound VALUE "35".
       01  MergeJournalStatus  PIC X(2).
           88  JournalNotFound VALUE "35".
       01  HouseMemberStatus   PIC X(2).
           88  HouseMemberFound    VALUE "00".
       01  DepositStatus       PIC X(2).
           88  DepositFound    VALUE "00".
           88  DepositFileOK   VALUE "00".
       01  StudentBorrowerStatus   PIC X(2).
           88  StudentBorrowerFound    VALUE "00".
           88  StudentBorrowerFileOK   VALUE "00".
       01  LoyaltyStatus       PIC X(2).
           88  LoyaltyFound    VALUE "00".
           88  LoyaltyFileOK   VALUE "00".
       01  LoyaltyLedgerStatus PIC X(2).
           88  LoyaltyLedgerMissing    VALUE "35".

      *> what the dead number held, carried across to the survivor
       01  DeadDepositImage    PIC X(63).
       01  DeadDepositRequired PIC X.
           88  DeadNeededDeposit   VALUE "Y".
       01  DepositMovedSw      PIC X VALUE "N".
           88  DepositMoved    VALUE "Y".
       01  LinkMovedSw         PIC X VALUE "N".
           88  LinkMoved       VALUE "Y".
       01  DeadPointsBalance   PIC 9(7).
       01  DeadLastActivity    PIC 9(8).
       01  DeadOpenedDate      PIC 9(8).
       01  DeadEarnedToDate    PIC 9(7).
       01  DeadRedeemedToDate  PIC 9(7).
       01  DeadExpiredToDate   PIC 9(7).
       01  PointsMoveCount     PIC 9(7) VALUE ZERO.
       01  SurvivorPoints      PIC 9(7).

       01  FromNumber          PIC 9(4).
       01  ToNumber            PIC 9(4).

       01  ConfirmReply        PIC X.
           88  MergeConfirmed  VALUE "Y" "y".
       01  MergeRefusedSw      PIC X VALUE "N".
           88  MergeRefused    VALUE "Y".

       01  LoanMoveCount       PIC 9(3) VALUE ZERO.
       01  ReserveMoveCount    PIC 9(3) VALUE ZERO.

       GET-MERGE-NUMBERS.
           MOVE "N" TO ConfirmReply
           MOVE "N" TO MergeRefusedSw
           OPEN INPUT BorrowerFile
           DISPLAY "ENTER NUMBER TO MERGE AWAY(4 DIGITS) : "
             WITH NO ADVANCING
           END-IF
           MOVE BorrowerName TO DeadName
           DISPLAY "MERGING AWAY : ", DeadName
           OPEN INPUT HouseMemberFile
           MOVE FromNumber TO HmbBorrowerNumber
           READ HouseMemberFile
               KEY IS HmbBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF HouseMemberFound
               DISPLAY "..MEMBER OF HOUSEHOLD ", HmbHouseholdNumber,
                   " - REMOVE THEM FROM IT FIRST.."
               CLOSE HouseMemberFile, BorrowerFile
               EXIT PARAGRAPH
           END-IF
           CLOSE HouseMemberFile

           DISPLAY "ENTER SURVIVING NUMBER(4 DIGITS) : "
             WITH NO ADVANCING
           MOVE BorrowerName TO SurvivorName
           DISPLAY "SURVIVOR     : ", SurvivorName
           CLOSE BorrowerFile
           PERFORM CHECK-DEPOSIT-CLASH
           IF MergeRefused
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STUDENT-LINK-CLASH
           IF MergeRefused
               EXIT PARAGRAPH
           END-IF

           DISPLAY "MERGE ", FromNumber, " INTO ", ToNumber,
               " (Y/N) ? " WITH NO ADVANCING
           ACCEPT ConfirmReply.

      *>   the survivor can take the dead number's deposit record
      *>   over unless it has one of its own; two records are only
      *>   refused while the dead one still holds money, since a
      *>   held deposit cannot just be dropped. No deposit file yet
      *>   means nobody was ever asked for one
       CHECK-DEPOSIT-CLASH.
           OPEN INPUT DepositFile
           IF NOT DepositFileOK
               EXIT PARAGRAPH
           END-IF
           MOVE FromNumber TO DepBorrowerNumber
           READ DepositFile
               KEY IS DepBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF DepositFound AND DepositOutstanding
               MOVE ToNumber TO DepBorrowerNumber
               READ DepositFile
                   KEY IS DepBorrowerNumber
                   INVALID KEY CONTINUE
               END-READ
               IF DepositFound
                   DISPLAY "..BOTH NUMBERS HAVE A DEPOSIT RECORD AND "
                       "THE ONE MERGED AWAY STILL HOLDS MONEY - CLOSE "
                       "IT AT THE DEPOSIT DESK FIRST.."
                   SET MergeRefused TO TRUE
               END-IF
           END-IF
           CLOSE DepositFile.

      *>   the link's borrower key is unique - a survivor already
      *>   holding a student's account cannot take a second one
       CHECK-STUDENT-LINK-CLASH.
           OPEN INPUT StudentBorrowerFile
           IF NOT StudentBorrowerFileOK
               EXIT PARAGRAPH
           END-IF
           MOVE FromNumber TO SbrBorrowerNumber
           READ StudentBorrowerFile
               KEY IS SbrBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF StudentBorrowerFound
               MOVE ToNumber TO SbrBorrowerNumber
               READ StudentBorrowerFile
                   KEY IS SbrBorrowerNumber
                   INVALID KEY CONTINUE
               END-READ
               IF StudentBorrowerFound
                   DISPLAY "..BOTH NUMBERS ARE STUDENT ACCOUNTS ON "
                       "STUDENT-BORROWER.DAT - NOT MERGED.."
                   SET MergeRefused TO TRUE
               END-IF
           END-IF
           CLOSE StudentBorrowerFile.

       APPLY-MERGE.
           PERFORM REPOINT-OPEN-LOANS
           PERFORM REPOINT-RESERVATIONS
           PERFORM REPOINT-LOAN-HISTORY
           PERFORM REPOINT-ACCOUNT-POSTINGS
           PERFORM REPOINT-DEPOSIT
           PERFORM REPOINT-STUDENT-LINK
           PERFORM MOVE-LOYALTY-POINTS
           PERFORM CLOSE-DEAD-SLOT
           PERFORM WRITE-MERGE-JOURNAL
           DISPLAY "..MERGED - LOANS=", LoanMoveCount,
               " RESERVATIONS=", ReserveMoveCount,
               " HISTORY=", HistoryMoveCount,
               " POSTINGS=", AccountMoveCount, ".."
           IF DepositMoved
               DISPLAY "..DEPOSIT RECORD MOVED TO ", ToNumber, ".."
           END-IF
           IF LinkMoved
               DISPLAY "..STUDENT LINK MOVED TO ", ToNumber, ".."
           END-IF
           IF PointsMoveCount > ZERO
               DISPLAY "..LOYALTY POINTS MOVED = ", PointsMoveCount,
                   ".."
           END-IF.

       REPOINT-OPEN-LOANS.
           MOVE ZERO TO LoanMoveCount
           END-PERFORM
           CLOSE BorrowerAccountFile, KeptAccountFile.

      *>   the dead number's deposit record is re-keyed to the
      *>   survivor whole, or - when the survivor has its own -
      *>   dropped once its deposit-required flag is carried over
       REPOINT-DEPOSIT.
           MOVE "N" TO DepositMovedSw
           OPEN I-O DepositFile
           IF NOT DepositFileOK
               EXIT PARAGRAPH
           END-IF
           MOVE FromNumber TO DepBorrowerNumber
           READ DepositFile
               KEY IS DepBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF NOT DepositFound
               CLOSE DepositFile
               EXIT PARAGRAPH
           END-IF
           MOVE DepositRecord TO DeadDepositImage
           MOVE DepRequiredFlag TO DeadDepositRequired
           DELETE DepositFile RECORD
               INVALID KEY
               DISPLAY "(DELETE) DEPOSIT STATUS = ", DepositStatus
           END-DELETE
           MOVE ToNumber TO DepBorrowerNumber
           READ DepositFile
               KEY IS DepBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF DepositFound
               IF DeadNeededDeposit AND NOT DepositRequired
                   SET DepositRequired TO TRUE
                   REWRITE DepositRecord
                       INVALID KEY
                       DISPLAY "(REWRITE) DEPOSIT STATUS = ",
                           DepositStatus
                   END-REWRITE
               END-IF
           ELSE
               MOVE DeadDepositImage TO DepositRecord
               MOVE ToNumber TO DepBorrowerNumber
               WRITE DepositRecord
                   INVALID KEY
                   DISPLAY "(WRITE) DEPOSIT STATUS = ", DepositStatus
               END-WRITE
               SET DepositMoved TO TRUE
           END-IF
           CLOSE DepositFile.

       REPOINT-STUDENT-LINK.
           MOVE "N" TO LinkMovedSw
           OPEN I-O StudentBorrowerFile
           IF NOT StudentBorrowerFileOK
               EXIT PARAGRAPH
           END-IF
           MOVE FromNumber TO SbrBorrowerNumber
           READ StudentBorrowerFile
               KEY IS SbrBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF StudentBorrowerFound
               MOVE ToNumber TO SbrBorrowerNumber
               REWRITE StudentBorrowerRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) STUDENT LINK STATUS = ",
                       StudentBorrowerStatus
               END-REWRITE
               IF StudentBorrowerFound
                   SET LinkMoved TO TRUE
               END-IF
           END-IF
           CLOSE StudentBorrowerFile.

      *>   the points go onto the survivor's balance and running
      *>   totals; the quieter of the two activity dates would
      *>   expire the lot early, so the later one is kept, and the
      *>   earlier opening date
       MOVE-LOYALTY-POINTS.
           MOVE ZERO TO PointsMoveCount
           OPEN I-O LoyaltyFile
           IF NOT LoyaltyFileOK
               EXIT PARAGRAPH
           END-IF
           MOVE FromNumber TO LoyBorrowerNumber
           READ LoyaltyFile
               KEY IS LoyBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF NOT LoyaltyFound
               CLOSE LoyaltyFile
               EXIT PARAGRAPH
           END-IF
           MOVE LoyPointsBalance TO DeadPointsBalance
           MOVE LoyLastActivityDate TO DeadLastActivity
           MOVE LoyOpenedDate TO DeadOpenedDate
           MOVE LoyEarnedToDate TO DeadEarnedToDate
           MOVE LoyRedeemedToDate TO DeadRedeemedToDate
           MOVE LoyExpiredToDate TO DeadExpiredToDate
           DELETE LoyaltyFile RECORD
               INVALID KEY
               DISPLAY "(DELETE) LOYALTY STATUS = ", LoyaltyStatus
           END-DELETE

           MOVE ToNumber TO LoyBorrowerNumber
           READ LoyaltyFile
               KEY IS LoyBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF LoyaltyFound
               ADD DeadPointsBalance TO LoyPointsBalance
               ADD DeadEarnedToDate TO LoyEarnedToDate
               ADD DeadRedeemedToDate TO LoyRedeemedToDate
               ADD DeadExpiredToDate TO LoyExpiredToDate
               IF DeadLastActivity > LoyLastActivityDate
                   MOVE DeadLastActivity TO LoyLastActivityDate
               END-IF
               IF DeadOpenedDate < LoyOpenedDate
                   MOVE DeadOpenedDate TO LoyOpenedDate
               END-IF
               REWRITE LoyaltyRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) LOYALTY STATUS = ",
                       LoyaltyStatus
               END-REWRITE
           ELSE
               MOVE ToNumber TO LoyBorrowerNumber
               MOVE DeadPointsBalance TO LoyPointsBalance
               MOVE DeadLastActivity TO LoyLastActivityDate
               MOVE DeadOpenedDate TO LoyOpenedDate
               MOVE DeadEarnedToDate TO LoyEarnedToDate
               MOVE DeadRedeemedToDate TO LoyRedeemedToDate
               MOVE DeadExpiredToDate TO LoyExpiredToDate
               WRITE LoyaltyRecord
                   INVALID KEY
                   DISPLAY "(WRITE) LOYALTY STATUS = ", LoyaltyStatus
               END-WRITE
           END-IF
           MOVE LoyPointsBalance TO SurvivorPoints
           CLOSE LoyaltyFile
           MOVE DeadPointsBalance TO PointsMoveCount
           IF PointsMoveCount > ZERO
               PERFORM WRITE-POINTS-MOVED
           END-IF.

      *>   out of the dead number to nil, into the survivor at its
      *>   new balance - a pair that nets to nothing scheme-wide
       WRITE-POINTS-MOVED.
           CALL "Sub-BusinessDate" USING MergeDate
           OPEN EXTEND LoyaltyLedgerFile
           IF LoyaltyLedgerMissing
               OPEN OUTPUT LoyaltyLedgerFile
           END-IF
           MOVE MergeDate TO LlgDate
           MOVE ZERO TO LlgVideoCode
           MOVE PointsMoveCount TO LlgPoints
           MOVE ZERO TO LlgValue
           MOVE SignedOnOperator TO LlgOperatorId
           SET LlgMergedOut TO TRUE
           MOVE FromNumber TO LlgBorrower
           MOVE ZERO TO LlgBalanceAfter
           WRITE LoyaltyLedgerFlatLine FROM LoyaltyLedgerLine
           SET LlgMergedIn TO TRUE
           MOVE ToNumber TO LlgBorrower
           MOVE SurvivorPoints TO LlgBalanceAfter
           WRITE LoyaltyLedgerFlatLine FROM LoyaltyLedgerLine
           CLOSE LoyaltyLedgerFile.

      *>   the dead record is preserved whole before the slot goes -
      *>   merged-away numbers answer from the same archive the
      *>   purge feeds
