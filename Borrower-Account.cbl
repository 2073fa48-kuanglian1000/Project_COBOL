      *> the fees journal for the closing cash-up - plus the printed
      *> statement (open balance with the itemized postings behind
      *> it) that ends the arguments about what a borrower owes.
      *> The statement closes with the member's loyalty points
      *> balance off LOYALTY.DAT and what it is worth at the desk.
      *> Borrower numbers are validated against BORROWER.DAT the way
      *> the loan desk validates them. A family grouped on
      *> HOUSEHOLD-MAINTAIN gets one combined statement and balance
      *> across every member, addressed to the paying head of
      *> household; a payment is still posted to the member keyed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StatementStatus.

           SELECT LoyaltyFile ASSIGN TO "LOYALTY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LoyBorrowerNumber
             FILE STATUS IS LoyaltyStatus.

           SELECT LoyaltyRulesFile ASSIGN TO "LOYALTY-RULES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LoyaltyRulesStatus.

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

       DATA DIVISION.
       FILE SECTION.
       FD  BorrowerAccountFile.
           COPY BORROWREC.

       FD  FeesJournalFile.
       01  FeesJournalFlatLine     PIC X(85).

       FD  StatementFile.
       01  StatementLine           PIC X(60).

       FD  LoyaltyFile.
           COPY LOYALREC.

       FD  LoyaltyRulesFile.
       01  LoyaltyRulesFlatLine    PIC X(23).

       FD  HouseholdFile.
           COPY HOUSEREC.

       FD  HouseMemberFile.
           COPY HHMEMBREC.

       WORKING-STORAGE SECTION.
           COPY ACCTREC.
           COPY FEEJRNL.
           COPY LOYRULES.

       01  BorrowerAccountStatus   PIC X(2).
           88  AccountFileFound    VALUE "00".
       01  StatementStatus         PIC X(2).
           88  StatementFileOK     VALUE "00".

       01  LoyaltyStatus           PIC X(2).
           88  LoyaltyFound        VALUE "00".
       01  LoyaltyRulesStatus      PIC X(2).
           88  LoyaltyRulesFound   VALUE "00".
       01  HouseholdStatus         PIC X(2).
           88  HouseholdFound      VALUE "00".
       01  HouseMemberStatus       PIC X(2).
           88  HouseMemberFound    VALUE "00".

       01  RequiredAction          PIC 9.
           88  PaymentAction       VALUE 1.
           88  StatementAction     VALUE 2.
           88  BalanceAction       VALUE 3.
           88  HouseStatementAction    VALUE 4.
           88  HouseBalanceAction  VALUE 5.
           88  QuitAccountMenu     VALUE 9.

       01  PaymentAmount           PIC 9(5)V99.
           03  FILLER              PIC X(17) VALUE "BALANCE OWING  = ".
           03  TtlBalance          PIC ZZ,ZZ9.99.

       01  StatementPointsLine.
           03  FILLER              PIC X(17) VALUE "LOYALTY POINTS = ".
           03  PtsBalance          PIC Z,ZZZ,ZZ9.
           03  FILLER              PIC X(9) VALUE "  WORTH  ".
           03  PtsWorth            PIC ZZ,ZZ9.99.

       01  PointsWorth             PIC 9(9)V99.

       01  StatementLineCount      PIC 9(4) VALUE ZERO.

      *> the household the keyed member belongs to, loaded as a
      *> table of member numbers with each one's share of the
      *> balance - the same twelve members HOUSEHOLD-MAINTAIN allows
       01  HouseholdMemberTable.
           03  HouseholdMemberEntry    OCCURS 12 TIMES.
               05  HouseholdMember     PIC 9(4).
               05  HouseholdMemberBalance  PIC S9(7)V99.
       01  HouseholdMemberCount    PIC 99.
       01  HouseholdMemberMax      PIC 99 VALUE 12.
       01  HouseholdIndex          PIC 99.
       01  InHouseholdSw           PIC X VALUE "N".
           88  InHousehold         VALUE "Y".
       01  HouseholdHeld.
           03  HeldHouseholdNumber PIC 9(4).
           03  HeldHouseholdName   PIC X(20).
           03  HeldPayerNumber     PIC 9(4).
           03  HeldHouseholdLimit  PIC 99.
       01  MemberCheckNumber       PIC 9(4).
       01  MemberIndex             PIC 99.

       01  HouseholdHeading.
           03  FILLER              PIC X(22)
                 VALUE "=HOUSEHOLD STATEMENT= ".
           03  HhgDate             PIC 9(8).

       01  HouseholdNameLine.
           03  FILLER              PIC X(12) VALUE "HOUSEHOLD : ".
           03  HnmHousehold        PIC 9(4).
           03  FILLER              PIC XX VALUE SPACES.
           03  HnmName             PIC X(20).

       01  HouseholdDetailLine.
           03  FILLER              PIC XX VALUE SPACES.
           03  HdtDate             PIC 9(8).
           03  FILLER              PIC XX VALUE SPACES.
           03  HdtBorrower         PIC 9(4).
           03  FILLER              PIC XX VALUE SPACES.
           03  HdtEntryType        PIC X(3).
           03  FILLER              PIC XX VALUE SPACES.
           03  HdtVideoCode        PIC 9(5).
           03  FILLER              PIC XX VALUE SPACES.
           03  HdtDrCr             PIC X(6).
           03  FILLER              PIC XX VALUE SPACES.
           03  HdtAmount           PIC ZZ,ZZ9.99.

       01  HouseholdMemberLine.
           03  FILLER              PIC X(9) VALUE "  MEMBER ".
           03  HmlBorrower         PIC 9(4).
           03  FILLER              PIC X VALUE SPACE.
           03  HmlName             PIC X(20).
           03  FILLER              PIC X(3) VALUE " = ".
           03  HmlBalance          PIC ZZ,ZZ9.99-.

       01  HouseholdTotalLine.
           03  FILLER              PIC X(26)
                 VALUE "HOUSEHOLD BALANCE OWING = ".
           03  HttBalance          PIC ZZ,ZZ9.99.


      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens

       DO-ACCOUNT-MENU.
           DISPLAY "CHOOSE: PAYMENT=1, STATEMENT=2, BALANCE=3, "
             "HOUSEHOLD STATEMENT=4, HOUSEHOLD BALANCE=5, "
             "QUIT=9 : " WITH NO ADVANCING.
           ACCEPT RequiredAction.


           IF BalanceAction
               PERFORM SHOW-BALANCE
           END-IF

           IF HouseStatementAction
               PERFORM PRINT-HOUSEHOLD-STATEMENT
           END-IF

           IF HouseBalanceAction
               PERFORM SHOW-HOUSEHOLD-BALANCE
           END-IF.

       GET-BORROWER-NUMBER.
           IF FeesJournalNotFound
               OPEN OUTPUT FeesJournalFile
           END-IF
           CALL "Sub-TerminalBranch" USING FeeJrnBranchCode
           CALL "Sub-JournalTax" USING FeesJournalLine
           WRITE FeesJournalFlatLine FROM FeesJournalLine
           CLOSE FeesJournalFile.

           WRITE StatementLine
           MOVE BorrowerBalance TO TtlBalance
           WRITE StatementLine FROM StatementTotalLine
           PERFORM WRITE-STATEMENT-POINTS
           IF StatementLineCount = ZERO
               DISPLAY "..NO POSTINGS ON FILE FOR THAT BORROWER.."
           END-IF.

      *>   a member who has never earned a point has no record on
      *>   the points master and shows a nil balance
       WRITE-STATEMENT-POINTS.
           OPEN INPUT LoyaltyRulesFile
           IF LoyaltyRulesFound
               READ LoyaltyRulesFile INTO LoyaltyRules
                   AT END CONTINUE
               END-READ
               CLOSE LoyaltyRulesFile
           END-IF
           MOVE ZERO TO LoyPointsBalance
           OPEN INPUT LoyaltyFile
           IF LoyaltyFound
               MOVE BorrowerNumber TO LoyBorrowerNumber
               READ LoyaltyFile
                   KEY IS LoyBorrowerNumber
                   INVALID KEY MOVE ZERO TO LoyPointsBalance
               END-READ
               CLOSE LoyaltyFile
           END-IF
           COMPUTE PointsWorth = LoyPointsBalance * LyrPointValue
           MOVE LoyPointsBalance TO PtsBalance
           MOVE PointsWorth TO PtsWorth
           WRITE StatementLine FROM StatementPointsLine.

       WRITE-STATEMENT-DETAIL.
           ADD 1 TO StatementLineCount
           MOVE AcctDate TO DtlDate
               END-PERFORM
               CLOSE BorrowerAccountFile
           END-IF.

      *>   any member of the household may be keyed - the balance
      *>   is the one the loan desk holds against them all
       SHOW-HOUSEHOLD-BALANCE.
           PERFORM GET-BORROWER-NUMBER
           IF NOT BorrowerFound
               DISPLAY "..NO SUCH BORROWER ON FILE.."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-HOUSEHOLD-MEMBERS
           IF NOT InHousehold
               DISPLAY "..NOT A MEMBER OF ANY HOUSEHOLD.."
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-HOUSEHOLD-BALANCE
           DISPLAY "HOUSEHOLD : ", HeldHouseholdName
           PERFORM VARYING HouseholdIndex FROM 1 BY 1
               UNTIL HouseholdIndex > HouseholdMemberCount
               MOVE HouseholdMemberBalance(HouseholdIndex)
                   TO HmlBalance
               DISPLAY "  MEMBER ", HouseholdMember(HouseholdIndex),
                   " = ", HmlBalance
           END-PERFORM
           MOVE BorrowerBalance TO Prn-BorrowerBalance
           DISPLAY "HOUSEHOLD BALANCE OWING = ", Prn-BorrowerBalance.

      *>   one statement for the whole family, to the payer: every
      *>   member's postings in file order with the member's number
      *>   on each line, each member's share, then the one balance
       PRINT-HOUSEHOLD-STATEMENT.
           PERFORM GET-BORROWER-NUMBER
           IF NOT BorrowerFound
               DISPLAY "..NO SUCH BORROWER ON FILE.."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-HOUSEHOLD-MEMBERS
           IF NOT InHousehold
               DISPLAY "..NOT A MEMBER OF ANY HOUSEHOLD.."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT StatementFile
           IF NOT StatementFileOK
               DISPLAY "..STATEMENT FILE ERROR, STATUS = ",
                   StatementStatus
           ELSE
               PERFORM WRITE-HOUSEHOLD-STATEMENT-BODY
               CLOSE StatementFile
               DISPLAY "..STATEMENT PRINTED TO BORR-STATEMENT",
                   ".DAT.."
           END-IF.

       WRITE-HOUSEHOLD-STATEMENT-BODY.
           CALL "Sub-BusinessDate" USING BusinessDate
           MOVE BusinessDate TO HhgDate
           WRITE StatementLine FROM HouseholdHeading
           MOVE HeldHouseholdNumber TO HnmHousehold
           MOVE HeldHouseholdName TO HnmName
           WRITE StatementLine FROM HouseholdNameLine
           MOVE HeldPayerNumber TO BorrowerKey
           READ BorrowerFile
               INVALID KEY CONTINUE
           END-READ
           IF BorrowerFound
               MOVE BorrowerNumber TO StmBorrowerNumber
               MOVE BorrowerName TO StmBorrowerName
               WRITE StatementLine FROM StatementNameLine
               MOVE BorrowerStreet TO StatementLine
               WRITE StatementLine
               MOVE BorrowerTown TO StatementLine
               WRITE StatementLine
               MOVE BorrowerPostCode TO StatementLine
               WRITE StatementLine
           END-IF
           MOVE SPACES TO StatementLine
           WRITE StatementLine

           MOVE ZERO TO StatementLineCount
           PERFORM COMPUTE-HOUSEHOLD-BALANCE

           MOVE SPACES TO StatementLine
           WRITE StatementLine
           PERFORM VARYING HouseholdIndex FROM 1 BY 1
               UNTIL HouseholdIndex > HouseholdMemberCount
               MOVE HouseholdMember(HouseholdIndex)
                   TO BorrowerKey HmlBorrower
               READ BorrowerFile
                   INVALID KEY CONTINUE
               END-READ
               IF BorrowerFound
                   MOVE BorrowerName TO HmlName
               ELSE
                   MOVE SPACES TO HmlName
               END-IF
               MOVE HouseholdMemberBalance(HouseholdIndex)
                   TO HmlBalance
               WRITE StatementLine FROM HouseholdMemberLine
           END-PERFORM
           MOVE BorrowerBalance TO HttBalance
           WRITE StatementLine FROM HouseholdTotalLine
           IF StatementLineCount = ZERO
               DISPLAY "..NO POSTINGS ON FILE FOR THAT HOUSEHOLD.."
           END-IF.

      *>   the keyed member's household and everyone in it, the
      *>   keyed member first
       LOAD-HOUSEHOLD-MEMBERS.
           MOVE "N" TO InHouseholdSw
           MOVE 1 TO HouseholdMemberCount
           MOVE BorrowerNumber TO HouseholdMember(1)
           OPEN INPUT HouseMemberFile
           MOVE BorrowerNumber TO HmbBorrowerNumber
           READ HouseMemberFile
               KEY IS HmbBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF HouseMemberFound
               OPEN INPUT HouseholdFile
               MOVE HmbHouseholdNumber TO HhdNumber
               READ HouseholdFile
                   KEY IS HhdNumber
                   INVALID KEY CONTINUE
               END-READ
               IF HouseholdFound
                   SET InHousehold TO TRUE
                   MOVE HhdNumber TO HeldHouseholdNumber
                   MOVE HhdName TO HeldHouseholdName
                   MOVE HhdPayerNumber TO HeldPayerNumber
                   MOVE HhdLoanLimit TO HeldHouseholdLimit
                   START HouseMemberFile
                       KEY IS EQUAL TO HmbHouseholdNumber
                       INVALID KEY CONTINUE
                   END-START
                   IF HouseMemberFound
                       READ HouseMemberFile NEXT RECORD
                           AT END SET EndOfHouseMemberFile TO TRUE
                       END-READ
                       PERFORM UNTIL EndOfHouseMemberFile
                           OR HmbHouseholdNumber
                               NOT = HeldHouseholdNumber
                           IF HmbBorrowerNumber NOT = BorrowerNumber
                               AND HouseholdMemberCount
                                   < HouseholdMemberMax
                               ADD 1 TO HouseholdMemberCount
                               MOVE HmbBorrowerNumber TO
                                   HouseholdMember(HouseholdMemberCount)
                           END-IF
                           READ HouseMemberFile NEXT RECORD
                               AT END SET EndOfHouseMemberFile TO TRUE
                           END-READ
                       END-PERFORM
                   END-IF
               END-IF
               CLOSE HouseholdFile
           END-IF
           CLOSE HouseMemberFile.

      *>   one pass over the postings, each line landing on its
      *>   member's share - written out as a statement detail line
      *>   too when a statement is open
       COMPUTE-HOUSEHOLD-BALANCE.
           MOVE ZERO TO BorrowerBalance
           PERFORM VARYING HouseholdIndex FROM 1 BY 1
               UNTIL HouseholdIndex > HouseholdMemberCount
               MOVE ZERO TO HouseholdMemberBalance(HouseholdIndex)
           END-PERFORM
           OPEN INPUT BorrowerAccountFile
           IF AccountFileFound
               READ BorrowerAccountFile
                   AT END MOVE HIGH-VALUES TO BorrowerAccountFlatLine
               END-READ
               PERFORM UNTIL BorrowerAccountFlatLine = HIGH-VALUES
                   MOVE BorrowerAccountFlatLine
                       TO BorrowerAccountRecord
                   MOVE AcctBorrowerNumber TO MemberCheckNumber
                   PERFORM FIND-HOUSEHOLD-MEMBER
                   IF MemberIndex > ZERO
                       PERFORM ADD-HOUSEHOLD-POSTING
                   END-IF
                   READ BorrowerAccountFile
                       AT END
                       MOVE HIGH-VALUES TO BorrowerAccountFlatLine
                   END-READ
               END-PERFORM
               CLOSE BorrowerAccountFile
           END-IF.

       ADD-HOUSEHOLD-POSTING.
           MOVE AcctAmount TO AccountEntryAmount
           IF AcctIsDebit
               ADD AccountEntryAmount TO BorrowerBalance
                   HouseholdMemberBalance(MemberIndex)
               MOVE "OWING" TO HdtDrCr
           ELSE
               SUBTRACT AccountEntryAmount FROM BorrowerBalance
                   HouseholdMemberBalance(MemberIndex)
               MOVE "PAID" TO HdtDrCr
           END-IF
           IF HouseStatementAction
               ADD 1 TO StatementLineCount
               MOVE AcctDate TO HdtDate
               MOVE AcctBorrowerNumber TO HdtBorrower
               MOVE AcctEntryType TO HdtEntryType
               MOVE AcctVideoCode TO HdtVideoCode
               MOVE AccountEntryAmount TO HdtAmount
               WRITE StatementLine FROM HouseholdDetailLine
           END-IF.

       FIND-HOUSEHOLD-MEMBER.
           MOVE ZERO TO MemberIndex
           PERFORM VARYING HouseholdIndex FROM 1 BY 1
               UNTIL HouseholdIndex > HouseholdMemberCount
                   OR MemberIndex > ZERO
               IF HouseholdMember(HouseholdIndex) = MemberCheckNumber
                   MOVE HouseholdIndex TO MemberIndex
               END-IF
           END-PERFORM.
