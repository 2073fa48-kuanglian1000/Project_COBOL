      *> advanced a year from its due date or from today, whichever
      *> is later. The run lists every member billed on
      *> MEMBER-RENEWAL-RPT.DAT, so the office knows who to chase.
      *> A borrower linked to a student on STUDENT-BORROWER.DAT is
      *> never billed - the college pays a student's membership,
      *> and a leaver's blocked account lends nothing to renew.
      *> Periodic: the nightly chain runs it on the step schedule
      *> (standing: the last business day of each month), ahead of
      *> the renewal post going out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BorrowerAccountStatus.

           SELECT StudentBorrowerFile ASSIGN TO "STUDENT-BORROWER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SbrStudentId
             ALTERNATE RECORD KEY IS SbrBorrowerNumber
             FILE STATUS IS StudentBorrowerStatus.

           SELECT ReportFile ASSIGN TO "MEMBER-RENEWAL-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.
           COPY BORROWREC.

       FD  FeesJournalFile.
       01  FeesJournalFlatLine     PIC X(85).

       FD  BorrowerAccountFile.
       01  BorrowerAccountFlatLine PIC X(39).

       FD  StudentBorrowerFile.
           COPY STUBORREC.

       FD  ReportFile.
       01  ReportLine  PIC X(70).

           88  AccountFileMissing  VALUE "35".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".
       01  StudentBorrowerStatus   PIC X(2).
           88  StudentBorrowerFound    VALUE "00".
           88  StudentBorrowerFileOK   VALUE "00".
       01  StudentBorrowerOpenSw   PIC X VALUE "N".
           88  StudentBorrowerFileOpen VALUE "Y".
       01  StudentLinkSw       PIC X.
           88  StudentLinked   VALUE "Y".

      *> the shop's standing annual membership fee, and how far
      *> ahead of expiry the renewal bill goes out
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30) VALUE "MEMBER-RENEWAL-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "MEMBER-RENEWALRUN".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           IF AccountFileMissing
               OPEN OUTPUT BorrowerAccountFile
           END-IF
      *>   no link file yet means no student holds an account
           OPEN INPUT StudentBorrowerFile.
           IF StudentBorrowerFileOK
               SET StudentBorrowerFileOpen TO TRUE
           END-IF

           MOVE BusinessDate TO HdgDate.
           WRITE ReportLine FROM ReportHeading.
               AT END CONTINUE
           END-READ.
           PERFORM UNTIL NOT BorrowerFileOK
               PERFORM CHECK-STUDENT-LINK
               IF (BorrowerMembPaidTo = ZEROS
                   OR BorrowerMembPaidTo <= BillingCutoff)
                   AND NOT StudentLinked
                   PERFORM BILL-ONE-MEMBER
               END-IF
               READ BorrowerFile
           DISPLAY "MEMBERS BILLED = ", BilledCount.

           CLOSE BorrowerFile, ReportFile, FeesJournalFile,
               BorrowerAccountFile
           IF StudentBorrowerFileOpen
               CLOSE StudentBorrowerFile
           END-IF
           CALL "Sub-VaultReport" USING VaultReportName, VaultStepName.
           GOBACK.

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

      *>   the new year runs from the old paid-to date when the
      *>   member renews ahead of expiry, and from today when the
      *>   membership had already lapsed (or was never dated)
           MOVE AnnualFee TO FeeJrnTotal
           MOVE BatchOperatorId TO FeeJrnOperatorId
           MOVE SPACES TO FeeJrnApproverId
      *>   the fee is the takings of the shop the member joined at
           MOVE BorrowerJoinedBranch TO FeeJrnBranchCode
           IF FeeJrnBranchCode = ZERO
               MOVE 1 TO FeeJrnBranchCode
           END-IF
           CALL "Sub-JournalTax" USING FeesJournalLine
           WRITE FeesJournalFlatLine FROM FeesJournalLine.

       POST-RENEWAL-TO-ACCOUNT.
