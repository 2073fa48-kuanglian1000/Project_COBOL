       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEHOLD-MAINTAIN.
      *> Group family members under one paying head of household.
      *> The household itself sits on HOUSEHOLD.DAT (HOUSEREC.cpy)
      *> with its payer and the limit on copies the whole household
      *> may have out at once; each member is one record on
      *> HOUSEMEMB.DAT (HHMEMBREC.cpy), payer included. The loan
      *> desk weighs the whole household's overdue copies, open
      *> loans and unpaid balance before any member may borrow, and
      *> BORROWER-ACCOUNT prints the one combined statement. Senior
      *> or better only: putting a member under another's account
      *> moves who the shop chases for the money. The payer cannot
      *> be taken out while others remain - change the payer first;
      *> when the last member goes the household goes with them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HouseholdFile ASSIGN TO "HOUSEHOLD.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HhdNumber
             FILE STATUS IS HouseholdStatus.

           SELECT HouseMemberFile ASSIGN TO "HOUSEMEMB.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HmbBorrowerNumber
             ALTERNATE RECORD KEY IS HmbHouseholdNumber
               WITH DUPLICATES
             FILE STATUS IS HouseMemberStatus.

           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS BorrowerKey
             FILE STATUS IS BorrowerStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  HouseholdFile.
           COPY HOUSEREC.

       FD  HouseMemberFile.
           COPY HHMEMBREC.

       FD  BorrowerFile.
           COPY BORROWREC.

       WORKING-STORAGE SECTION.
       01  HouseholdStatus     PIC X(2).
           88  HouseholdFound      VALUE "00".
           88  HouseholdFileMissing    VALUE "35".
       01  HouseMemberStatus   PIC X(2).
           88  HouseMemberFound    VALUE "00".
           88  HouseMemberFileMissing  VALUE "35".
       01  BorrowerStatus      PIC X(2).
           88  BorrowerFound       VALUE "00".
       01  BorrowerKey         PIC 9(4).

       01  MaintAction         PIC 9.
           88  AddHouseholdAction  VALUE 1.
           88  AddMemberAction     VALUE 2.
           88  RemoveMemberAction  VALUE 3.
           88  ChangeAction        VALUE 4.
           88  ShowAction          VALUE 5.
           88  QuitMaintenance     VALUE 9.

       01  BusinessDate        PIC 9(8).

      *> borrower numbers are keyed WITH their check digit, the way
      *> the loan desk and the account desk take them
       01  BorrowerEntryWork       PIC 9(5).
       01  BorrowerEntrySplit REDEFINES BorrowerEntryWork.
           03  BorrowerEntryNum    PIC 9(4).
           03  BorrowerEntryDigit  PIC 9.
       01  CheckDigitString        PIC X(10).
       01  BorrowerDigitLength     PIC 99 VALUE 4.
       01  CheckDigitWork          PIC 9.
       01  BorrowerDigitBadSw      PIC X.
           88  BorrowerDigitBad    VALUE "Y".

      *> the same table size the loan desk and the account desk load
      *> a household into - a household may not grow past it
       01  HouseholdMemberMax  PIC 99 VALUE 12.
       01  HouseholdMemberCount    PIC 99.

       01  KeyedHousehold      PIC 9(4).
       01  KeyedName           PIC X(20).
       01  KeyedLoanLimit      PIC 99.
       01  KeyedPayer          PIC 9(4).
       01  NextHouseholdNumber PIC 9(4).

       01  MemberDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlBorrower     PIC 9(4).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlName         PIC X(20).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlDateOfBirth  PIC 9(8).
           03  FILLER          PIC X(8) VALUE " JOINED ".
           03  DtlJoined       PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlPayerFlag    PIC X(5).

      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".

      *> who is signed on at this session, and the role the sign-on
      *> handed back - senior or better only
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
           MOVE 0 TO MaintAction
           CALL "Sub-OperatorSignOn" USING SignedOnOperator,
               SignOnResult, SignedOnRole
           IF NOT SignOnOk
               DISPLAY "..SIGN-ON REFUSED.."
               GOBACK
           END-IF
           IF NOT SignedOnSenior AND NOT SignedOnSupervisor
               DISPLAY "..SENIOR ROLE REQUIRED - REFUSED.."
               MOVE "HOUSEHOLD-MAINTAIN" TO RefusalProgram
               MOVE "HOUSEHOLD-EDIT" TO RefusalFunction
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
           OPEN I-O HouseholdFile
           IF HouseholdFileMissing
               CLOSE HouseholdFile
               OPEN OUTPUT HouseholdFile
               CLOSE HouseholdFile
               OPEN I-O HouseholdFile
           END-IF
           OPEN I-O HouseMemberFile
           IF HouseMemberFileMissing
               CLOSE HouseMemberFile
               OPEN OUTPUT HouseMemberFile
               CLOSE HouseMemberFile
               OPEN I-O HouseMemberFile
           END-IF
           OPEN INPUT BorrowerFile

           PERFORM DO-MAINTENANCE UNTIL QuitMaintenance

           CLOSE HouseholdFile, HouseMemberFile, BorrowerFile
           GOBACK.

       DO-MAINTENANCE.
           DISPLAY "CHOOSE: ADD HOUSEHOLD=1, ADD MEMBER=2, "
             "REMOVE MEMBER=3, CHANGE PAYER/LIMIT=4, SHOW=5, "
             "QUIT=9 : " WITH NO ADVANCING.
           ACCEPT MaintAction.

           IF AddHouseholdAction
               PERFORM ADD-HOUSEHOLD
           END-IF
           IF AddMemberAction
               PERFORM ADD-MEMBER
           END-IF
           IF RemoveMemberAction
               PERFORM REMOVE-MEMBER
           END-IF
           IF ChangeAction
               PERFORM CHANGE-HOUSEHOLD
           END-IF
           IF ShowAction
               PERFORM SHOW-HOUSEHOLD
           END-IF.

       GET-BORROWER-NUMBER.
           DISPLAY "ENTER BORROWER NO + CHECK DIGIT(5 DIGITS) : "
             WITH NO ADVANCING
           ACCEPT BorrowerEntryWork
           PERFORM VERIFY-BORROWER-DIGIT
           IF BorrowerDigitBad
               MOVE ZERO TO BorrowerKey
           ELSE
               MOVE BorrowerEntryNum TO BorrowerKey
           END-IF
           READ BorrowerFile
               INVALID KEY CONTINUE
           END-READ
           IF BorrowerFound
               DISPLAY "BORROWER : ", BorrowerName
           END-IF.

      *>   the number's four digits re-run through Sub-CheckDigit
      *>   must reproduce the fifth or the entry is refused
       VERIFY-BORROWER-DIGIT.
           MOVE "N" TO BorrowerDigitBadSw
           MOVE SPACES TO CheckDigitString
           MOVE BorrowerEntryNum TO CheckDigitString(1:4)
           CALL "Sub-CheckDigit" USING CheckDigitString,
               BorrowerDigitLength, CheckDigitWork
           IF CheckDigitWork NOT = BorrowerEntryDigit
               SET BorrowerDigitBad TO TRUE
               DISPLAY "..BAD CHECK DIGIT - ENTRY REFUSED.."
           END-IF.

       GET-HOUSEHOLD-NUMBER.
           DISPLAY "ENTER HOUSEHOLD NUMBER(4 DIGITS) : "
             WITH NO ADVANCING
           ACCEPT KeyedHousehold
           MOVE KeyedHousehold TO HhdNumber
           READ HouseholdFile
               KEY IS HhdNumber
               INVALID KEY CONTINUE
           END-READ
           IF HouseholdFound
               DISPLAY "HOUSEHOLD : ", HhdName
           END-IF.

      *>   the payer joins as the household's first member in the
      *>   same step, so a household is never without one
       ADD-HOUSEHOLD.
           DISPLAY "ENTER HOUSEHOLD NAME(20) : " WITH NO ADVANCING
           ACCEPT KeyedName
           IF KeyedName = SPACES
               DISPLAY "..A HOUSEHOLD NAME IS REQUIRED.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "HEAD OF HOUSEHOLD (PAYER) - "
           PERFORM GET-BORROWER-NUMBER
           IF NOT BorrowerFound
               DISPLAY "..NO SUCH BORROWER ON FILE.."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-NOT-IN-HOUSEHOLD
           IF HouseMemberFound
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER HOUSEHOLD LOAN LIMIT(01-99 COPIES) : "
             WITH NO ADVANCING
           ACCEPT KeyedLoanLimit
           IF KeyedLoanLimit = ZERO
               DISPLAY "..A LOAN LIMIT OF AT LEAST 1 IS REQUIRED.."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NEXT-HOUSEHOLD-NUMBER

           MOVE NextHouseholdNumber TO HhdNumber
           MOVE KeyedName TO HhdName
           MOVE BorrowerNumber TO HhdPayerNumber
           MOVE KeyedLoanLimit TO HhdLoanLimit
           MOVE BusinessDate TO HhdCreatedDate HhdChangedDate
           MOVE SignedOnOperator TO HhdCreatedBy HhdChangedBy
           WRITE HouseholdRecord
               INVALID KEY
               DISPLAY "(WRITE) HOUSEHOLD STATUS = ", HouseholdStatus
           END-WRITE
           IF HouseholdFound
               PERFORM WRITE-MEMBER-RECORD
               IF HouseMemberFound
                   DISPLAY "..HOUSEHOLD ", HhdNumber, " ADDED.."
               END-IF
           END-IF.

      *>   household numbers are handed out one past the highest on
      *>   file - the file is small and walked in key order
       FIND-NEXT-HOUSEHOLD-NUMBER.
           MOVE ZERO TO NextHouseholdNumber
           MOVE LOW-VALUES TO HouseholdRecord
           START HouseholdFile KEY IS NOT LESS THAN HhdNumber
               INVALID KEY CONTINUE
           END-START
           IF HouseholdFound
               READ HouseholdFile NEXT RECORD
                   AT END SET EndOfHouseholdFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfHouseholdFile
                   MOVE HhdNumber TO NextHouseholdNumber
                   READ HouseholdFile NEXT RECORD
                       AT END SET EndOfHouseholdFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           ADD 1 TO NextHouseholdNumber.

      *>   a borrower is in one household at most
       CHECK-NOT-IN-HOUSEHOLD.
           MOVE BorrowerNumber TO HmbBorrowerNumber
           READ HouseMemberFile
               KEY IS HmbBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF HouseMemberFound
               DISPLAY "..ALREADY A MEMBER OF HOUSEHOLD ",
                   HmbHouseholdNumber, ".."
           END-IF.

       WRITE-MEMBER-RECORD.
           MOVE BorrowerNumber TO HmbBorrowerNumber
           MOVE HhdNumber TO HmbHouseholdNumber
           MOVE BusinessDate TO HmbJoinedDate
           MOVE SignedOnOperator TO HmbAddedBy
           WRITE HouseMemberRecord
               INVALID KEY
               DISPLAY "(WRITE) MEMBER STATUS = ", HouseMemberStatus
           END-WRITE.

       ADD-MEMBER.
           PERFORM GET-HOUSEHOLD-NUMBER
           IF NOT HouseholdFound
               DISPLAY "..NO SUCH HOUSEHOLD ON FILE.."
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-HOUSEHOLD-MEMBERS
           IF HouseholdMemberCount NOT < HouseholdMemberMax
               DISPLAY "..HOUSEHOLD ALREADY HAS ", HouseholdMemberMax,
                   " MEMBERS - NO MORE MAY JOIN.."
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-BORROWER-NUMBER
           IF NOT BorrowerFound
               DISPLAY "..NO SUCH BORROWER ON FILE.."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-NOT-IN-HOUSEHOLD
           IF HouseMemberFound
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-MEMBER-RECORD
           IF HouseMemberFound
               DISPLAY "..MEMBER ADDED.."
           END-IF.

       COUNT-HOUSEHOLD-MEMBERS.
           MOVE ZERO TO HouseholdMemberCount
           MOVE HhdNumber TO HmbHouseholdNumber
           START HouseMemberFile KEY IS EQUAL TO HmbHouseholdNumber
               INVALID KEY CONTINUE
           END-START
           IF HouseMemberFound
               READ HouseMemberFile NEXT RECORD
                   AT END SET EndOfHouseMemberFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfHouseMemberFile
                   OR HmbHouseholdNumber NOT = HhdNumber
                   ADD 1 TO HouseholdMemberCount
                   READ HouseMemberFile NEXT RECORD
                       AT END SET EndOfHouseMemberFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

      *>   the payer goes only as the last member out, and takes the
      *>   household with them
       REMOVE-MEMBER.
           PERFORM GET-BORROWER-NUMBER
           IF NOT BorrowerFound
               DISPLAY "..NO SUCH BORROWER ON FILE.."
               EXIT PARAGRAPH
           END-IF
           MOVE BorrowerNumber TO HmbBorrowerNumber
           READ HouseMemberFile
               KEY IS HmbBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF NOT HouseMemberFound
               DISPLAY "..NOT A MEMBER OF ANY HOUSEHOLD.."
               EXIT PARAGRAPH
           END-IF
           MOVE HmbHouseholdNumber TO HhdNumber
           READ HouseholdFile
               KEY IS HhdNumber
               INVALID KEY CONTINUE
           END-READ
           PERFORM COUNT-HOUSEHOLD-MEMBERS
           IF HouseholdFound AND HhdPayerNumber = BorrowerNumber
               AND HouseholdMemberCount > 1
               DISPLAY "..THE HEAD OF HOUSEHOLD PAYS FOR THE OTHERS - "
                   "CHANGE THE PAYER FIRST.."
               EXIT PARAGRAPH
           END-IF
           MOVE BorrowerNumber TO HmbBorrowerNumber
           DELETE HouseMemberFile RECORD
               INVALID KEY
               DISPLAY "(DELETE) MEMBER STATUS = ", HouseMemberStatus
           END-DELETE
           IF NOT HouseMemberFound
               EXIT PARAGRAPH
           END-IF
           DISPLAY "..MEMBER REMOVED.."
           IF HouseholdFound AND HouseholdMemberCount NOT > 1
               DELETE HouseholdFile RECORD
                   INVALID KEY
                   DISPLAY "(DELETE) HOUSEHOLD STATUS = ",
                       HouseholdStatus
               END-DELETE
               IF HouseholdFound
                   DISPLAY "..LAST MEMBER GONE - HOUSEHOLD CLOSED.."
               END-IF
           END-IF.

      *>   a new payer must already be a member; zero keeps what is
      *>   there, for either field
       CHANGE-HOUSEHOLD.
           PERFORM GET-HOUSEHOLD-NUMBER
           IF NOT HouseholdFound
               DISPLAY "..NO SUCH HOUSEHOLD ON FILE.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PAYER : ", HhdPayerNumber, "  LOAN LIMIT : ",
               HhdLoanLimit
           DISPLAY "NEW PAYER - BORROWER NO + CHECK DIGIT "
             "(0 = NO CHANGE) : " WITH NO ADVANCING
           ACCEPT BorrowerEntryWork
           MOVE HhdPayerNumber TO KeyedPayer
           IF BorrowerEntryWork NOT = ZERO
               PERFORM VERIFY-BORROWER-DIGIT
               IF BorrowerDigitBad
                   EXIT PARAGRAPH
               END-IF
               MOVE BorrowerEntryNum TO HmbBorrowerNumber
               READ HouseMemberFile
                   KEY IS HmbBorrowerNumber
                   INVALID KEY CONTINUE
               END-READ
               IF NOT HouseMemberFound
                   OR HmbHouseholdNumber NOT = HhdNumber
                   DISPLAY "..THE NEW PAYER MUST BE A MEMBER OF "
                       "THIS HOUSEHOLD FIRST.."
                   EXIT PARAGRAPH
               END-IF
               MOVE BorrowerEntryNum TO KeyedPayer
           END-IF
           DISPLAY "NEW LOAN LIMIT(01-99, 0 = NO CHANGE) : "
             WITH NO ADVANCING
           ACCEPT KeyedLoanLimit
           IF KeyedLoanLimit = ZERO
               MOVE HhdLoanLimit TO KeyedLoanLimit
           END-IF
           MOVE KeyedPayer TO HhdPayerNumber
           MOVE KeyedLoanLimit TO HhdLoanLimit
           MOVE BusinessDate TO HhdChangedDate
           MOVE SignedOnOperator TO HhdChangedBy
           REWRITE HouseholdRecord
               INVALID KEY
               DISPLAY "(REWRITE) HOUSEHOLD STATUS = ",
                   HouseholdStatus
           END-REWRITE
           IF HouseholdFound
               DISPLAY "..HOUSEHOLD CHANGED.."
           END-IF.

       SHOW-HOUSEHOLD.
           PERFORM GET-HOUSEHOLD-NUMBER
           IF NOT HouseholdFound
               DISPLAY "..NO SUCH HOUSEHOLD ON FILE.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PAYER : ", HhdPayerNumber, "  LOAN LIMIT : ",
               HhdLoanLimit, "  SINCE ", HhdCreatedDate
           MOVE HhdNumber TO HmbHouseholdNumber
           START HouseMemberFile KEY IS EQUAL TO HmbHouseholdNumber
               INVALID KEY CONTINUE
           END-START
           IF HouseMemberFound
               READ HouseMemberFile NEXT RECORD
                   AT END SET EndOfHouseMemberFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfHouseMemberFile
                   OR HmbHouseholdNumber NOT = HhdNumber
                   PERFORM SHOW-MEMBER-LINE
                   READ HouseMemberFile NEXT RECORD
                       AT END SET EndOfHouseMemberFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

       SHOW-MEMBER-LINE.
           MOVE HmbBorrowerNumber TO BorrowerKey DtlBorrower
           READ BorrowerFile
               INVALID KEY CONTINUE
           END-READ
           IF BorrowerFound
               MOVE BorrowerName TO DtlName
               MOVE BorrowerDateOfBirth TO DtlDateOfBirth
           ELSE
               MOVE "**UNKNOWN BORROWER**" TO DtlName
               MOVE ZERO TO DtlDateOfBirth
           END-IF
           MOVE HmbJoinedDate TO DtlJoined
           IF HmbBorrowerNumber = HhdPayerNumber
               MOVE "PAYER" TO DtlPayerFlag
           ELSE
               MOVE SPACES TO DtlPayerFlag
           END-IF
           DISPLAY MemberDetailLine.
