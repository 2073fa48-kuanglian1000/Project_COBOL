      *> the dated archive (BORROWER-ARCHIVE.DAT) before the
      *> relative slot is DELETEd - so the slot can finally be
      *> reused, and questions about past members stay answerable.
      *> A security deposit still held on DEPOSIT.DAT for a purged
      *> borrower is turned to REFUND DUE - the account has washed
      *> to zero, so nothing is left to forfeit, and DEPOSIT-DESK
      *> pays it out when the member calls for it. A borrower still
      *> listed on HOUSEMEMB.DAT is kept: the household is taken
      *> apart on HOUSEHOLD-MAINTAIN, not by the purge. So is a
      *> borrower linked to a student on STUDENT-BORROWER.DAT -
      *> STUDENT-BORROWERLINK releases those once the student has
      *> left and the account is clear.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

           SELECT StudentBorrowerFile ASSIGN TO "STUDENT-BORROWER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SbrStudentId
             ALTERNATE RECORD KEY IS SbrBorrowerNumber
             FILE STATUS IS StudentBorrowerStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  BorrowerFile.
       01  BorrowerAccountFlatLine PIC X(39).

       FD  ArchiveFile.
       01  ArchiveFlatLine     PIC X(115).

       FD  DepositFile.
           COPY DEPOSITREC.

       FD  HouseMemberFile.
           COPY HHMEMBREC.

       FD  StudentBorrowerFile.
           COPY STUBORREC.

       WORKING-STORAGE SECTION.
           COPY LOANHIST.
       01  BorrowerArchiveRecord.
           03  BorArcPurgeDate     PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  BorArcRecordImage   PIC X(106).

       01  BorrowerStatus      PIC X(2).
           88  BorrowerFileOK  VALUE "00".
           88  AccountFileFound    VALUE "00".
       01  ArchiveStatus       PIC X(2).
           88  ArchiveNotFound VALUE "35".
       01  DepositStatus       PIC X(2).
           88  DepositFound    VALUE "00".
           88  DepositFileOK   VALUE "00".
       01  DepositOpenSw       PIC X VALUE "N".
           88  DepositFileOpen VALUE "Y".
       01  RefundDueCount      PIC 9(5) VALUE ZERO.
       01  HouseMemberStatus   PIC X(2).
           88  HouseMemberFound    VALUE "00".
           88  HouseMemberFileOK   VALUE "00".
       01  HouseMemberOpenSw   PIC X VALUE "N".
           88  HouseMemberFileOpen VALUE "Y".
       01  InHouseholdSw       PIC X VALUE "N".
           88  InHousehold     VALUE "Y".
       01  StudentBorrowerStatus   PIC X(2).
           88  StudentBorrowerFound    VALUE "00".
           88  StudentBorrowerFileOK   VALUE "00".
       01  StudentBorrowerOpenSw   PIC X VALUE "N".
           88  StudentBorrowerFileOpen VALUE "Y".
       01  StudentLinkSw       PIC X VALUE "N".
           88  StudentLinked   VALUE "Y".

      *> what the pre-scan passes learned about every borrower
      *> number, indexed straight by the number itself - open loans,
           ELSE
               DISPLAY "BORROWERS KEPT            = ", KeptCount
               DISPLAY "BORROWERS PURGED/ARCHIVED = ", PurgedCount
               DISPLAY "DEPOSITS NOW REFUND DUE   = ", RefundDueCount
           END-IF.

           GOBACK.
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
           MOVE "N" TO StudentBorrowerOpenSw
           OPEN INPUT StudentBorrowerFile
           IF StudentBorrowerFileOK
               SET StudentBorrowerFileOpen TO TRUE
           END-IF

           READ BorrowerFile
               AT END CONTINUE
           END-READ
           PERFORM UNTIL NOT BorrowerFileOK
               PERFORM CHECK-JOINED-RECENTLY
               PERFORM CHECK-IN-HOUSEHOLD
               PERFORM CHECK-STUDENT-LINK
               IF OpenLoanFlag(BorrowerNumber) = "N"
                   AND ActivityFlag(BorrowerNumber) = "N"
                   AND BalanceEntry(BorrowerNumber) = ZERO
                   AND NOT JoinedRecently
                   AND NOT InHousehold
                   AND NOT StudentLinked
                   ADD 1 TO PurgedCount
                   MOVE PurgeDate TO BorArcPurgeDate
                   MOVE BorrowerRecord TO BorArcRecordImage
                   WRITE ArchiveFlatLine FROM BorrowerArchiveRecord
                   IF DepositFileOpen
                       PERFORM MARK-DEPOSIT-REFUND-DUE
                   END-IF
                   DELETE BorrowerFile RECORD
               ELSE
                   ADD 1 TO KeptCount
           END-PERFORM

           CLOSE BorrowerFile, ArchiveFile.
           IF DepositFileOpen
               CLOSE DepositFile
           END-IF.
           IF HouseMemberFileOpen
               CLOSE HouseMemberFile
           END-IF.
           IF StudentBorrowerFileOpen
               CLOSE StudentBorrowerFile
           END-IF.

      *>   no link file yet means no student holds an account
       CHECK-STUDENT-LINK.
           MOVE "N" TO StudentLinkSw
           IF StudentBorrowerFileOpen
               MOVE BorrowerNumber TO SbrBorrowerNumber
               READ StudentBorrowerFile
                   KEY IS SbrBorrowerNumber
                   INVALID KEY CONTINUE
               END-READ
               IF StudentBorrowerFound
                   SET StudentLinked TO TRUE
               END-IF
           END-IF.

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
               ADD 1 TO RefundDueCount
           END-IF.

      *>   zeros (pre-cutover records never dated) can't be aged and
      *>   fall to the other three conditions alone
