      *> number IS the borrower number, same convention
      *> RELATIVEFILE-MAINTAIN uses for suppliers). The loan desk's
      *> checkout dialogue validates its borrower numbers against
      *> the records this program maintains. A member leaving with
      *> a security deposit still held is not deleted here - the
      *> deposit desk closes the deposit (forfeit and refund) first,
      *> and a member of a household is taken out of it on
      *> HOUSEHOLD-MAINTAIN before the record can go. An account a
      *> student holds through the college (STUDENT-BORROWER.DAT)
      *> is not deleted either - STUDENT-BORROWERLINK lets it go
      *> once the student has left and the account is clear. Add and
      *> change both ask whether the member wants the weekly
      *> new-arrivals bulletin, so an opt-out is kept the day it is
      *> asked for.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RELATIVE KEY IS BorrowerKey
             FILE STATUS IS BorrowerStatus.

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

           SELECT StudentBorrowerFile ASSIGN TO "STUDENT-BORROWER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SbrStudentId
             ALTERNATE RECORD KEY IS SbrBorrowerNumber
             FILE STATUS IS StudentBorrowerStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  BorrowerFile.
           COPY BORROWREC.

       FD  DepositFile.
           COPY DEPOSITREC.

       FD  HouseMemberFile.
           COPY HHMEMBREC.

       FD  StudentBorrowerFile.
           COPY STUBORREC.

       WORKING-STORAGE SECTION.
       01  BorrowerStatus  PIC X(2).
           88  RECORDFOUND     VALUE "00".

       01  BorrowerKey     PIC 9(4).

       01  DepositStatus   PIC X(2).
           88  DepositFound    VALUE "00".
       01  HouseMemberStatus   PIC X(2).
           88  HouseMemberFound    VALUE "00".
       01  StudentBorrowerStatus   PIC X(2).
           88  StudentBorrowerFound    VALUE "00".

       01  MaintAction         PIC 9.
           88  AddAction       VALUE 1.
           88  ChangeAction    VALUE 2.
       01  BorrowerDigitLength PIC 99 VALUE 4.
       01  CheckDigitWork      PIC 9.

       01  BulletinAnswer      PIC X.
           88  BulletinAnswerValid VALUE "Y" "y" "N" "n".
           88  BulletinAnswerYes   VALUE "Y" "y".


      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
           ACCEPT BorrowerPhone.
           PERFORM GET-DATE-OF-BIRTH.
           PERFORM GET-BORROWER-ADDRESS.
           PERFORM GET-BULLETIN-CHOICE.
           ACCEPT TodayDate FROM DATE YYYYMMDD.
           MOVE TodayDate TO BorrowerJoinedDate.
           CALL "Sub-TerminalBranch" USING BorrowerJoinedBranch.
           CALL "Sub-DateAdd" USING TodayDate, MembershipDays,
               BorrowerMembPaidTo.

               ACCEPT BorrowerPhone
               PERFORM GET-DATE-OF-BIRTH
               PERFORM GET-BORROWER-ADDRESS
               PERFORM GET-BULLETIN-CHOICE
               REWRITE BorrowerRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) BORROWER STATUS = ",
           END-READ
           IF NOT RECORDFOUND
               DISPLAY "..NO SUCH BORROWER ON FILE.."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DepositFile
           MOVE BorrowerKey TO DepBorrowerNumber
           READ DepositFile
               KEY IS DepBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF DepositFound AND DepositOutstanding
               DISPLAY "..SECURITY DEPOSIT STILL HELD - CLOSE IT AT "
                   "THE DEPOSIT DESK FIRST.."
               CLOSE DepositFile
               EXIT PARAGRAPH
           END-IF
           CLOSE DepositFile
           OPEN INPUT HouseMemberFile
           MOVE BorrowerKey TO HmbBorrowerNumber
           READ HouseMemberFile
               KEY IS HmbBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF HouseMemberFound
               DISPLAY "..MEMBER OF HOUSEHOLD ", HmbHouseholdNumber,
                   " - REMOVE THEM FROM IT FIRST.."
               CLOSE HouseMemberFile
               EXIT PARAGRAPH
           END-IF
           CLOSE HouseMemberFile
      *>   no link file yet means no student holds an account
           OPEN INPUT StudentBorrowerFile
           MOVE BorrowerKey TO SbrBorrowerNumber
           READ StudentBorrowerFile
               KEY IS SbrBorrowerNumber
               INVALID KEY CONTINUE
           END-READ
           IF StudentBorrowerFound
               DISPLAY "..ACCOUNT HELD BY STUDENT ", SbrStudentId,
                   " - RELEASED WHEN THE STUDENT LEAVES.."
               CLOSE StudentBorrowerFile
               EXIT PARAGRAPH
           END-IF
           CLOSE StudentBorrowerFile
           DELETE BorrowerFile RECORD
               INVALID KEY
               DISPLAY "(DELETE) BORROWER STATUS = ", BorrowerStatus
           END-DELETE
           DISPLAY "..BORROWER DELETED..".

      *>   the number goes on the card WITH its digit - announced
      *>   here at add and change, and in bulk by
           DISPLAY "ENTER POSTCODE(8 CHARS) : " WITH NO ADVANCING
           ACCEPT BorrowerPostCode.

      *>   anything but Y or N is asked again - a blank would read as
      *>   wanting the bulletin, which is not what a member who
      *>   hesitated has agreed to
       GET-BULLETIN-CHOICE.
           MOVE SPACE TO BulletinAnswer
           PERFORM ACCEPT-BULLETIN-ANSWER UNTIL BulletinAnswerValid
           IF BulletinAnswerYes
               MOVE "N" TO BorrowerBulletinOptOut
           ELSE
               MOVE "Y" TO BorrowerBulletinOptOut
           END-IF.

       ACCEPT-BULLETIN-ANSWER.
           DISPLAY "SEND THE NEW-ARRIVALS BULLETIN (Y/N) : "
             WITH NO ADVANCING
           ACCEPT BulletinAnswer.

       ACCEPT-ONE-BIRTH-DATE.
           DISPLAY "ENTER DATE OF BIRTH(YYYYMMDD) : "
             WITH NO ADVANCING
