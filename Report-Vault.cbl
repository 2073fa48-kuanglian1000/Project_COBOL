       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-VAULT.
      *> The counter's way into the dated report vault. Every
      *> nightly report is copied into the vault as it is produced
      *> (Sub-VaultReport) and indexed on REPORT-VAULT.DAT
      *> (VAULTIDX.cpy), so last Tuesday's overdue list is no longer
      *> lost when tonight's run writes over the live report. LIST
      *> shows what the vault holds - every report, or one report by
      *> name - with its business date, the step that produced it
      *> and its page count. REPRINT takes a report name and a
      *> business date (zero for the latest on file) and copies that
      *> night's report to REPRINT-RPT.DAT for printing. A report
      *> produced twice on the same night was filed over its first
      *> copy, so the later index line is the one reprinted. What
      *> the vault keeps, and for how long, is VAULT-PRUNE's work.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VaultIndexFile ASSIGN TO "REPORT-VAULT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VaultIndexStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  VaultIndexFile.
       01  VaultIndexFlatLine  PIC X(135).

       WORKING-STORAGE SECTION.
           COPY VAULTIDX.

       01  VaultIndexStatus    PIC X(2).
           88  VaultIndexOK        VALUE "00".
           88  VaultIndexNotFound  VALUE "35".

       01  RequiredAction      PIC 9.
           88  ListAction      VALUE 1.
           88  ReprintAction   VALUE 2.
           88  QuitVaultMenu   VALUE 9.

       01  KeyedReportName     PIC X(30).
       01  KeyedBusinessDate   PIC 9(8).
       01  ReprintFileName     PIC X(30) VALUE "REPRINT-RPT.DAT".

       01  ListedCount         PIC 9(5).
       01  ReprintFoundSw      PIC X.
           88  ReprintFound    VALUE "Y".
       01  ReprintDate         PIC 9(8).
       01  ReprintPages        PIC 9(5).
       01  ReprintVaultName    PIC X(50).
       01  ReprintStepName     PIC X(30).

       01  VaultListLine.
           03  VllBusinessDate PIC 9(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  VllReportName   PIC X(30).
           03  FILLER          PIC X VALUE SPACE.
           03  VllStepName     PIC X(24).
           03  FILLER          PIC X VALUE SPACE.
           03  VllPageCount    PIC ZZZZ9.

      *> no interactive work while the nightly chain is filing
      *> tonight's reports into the vault
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".

      *> who is signed on at this session - any role may look back
      *> at a report the counter was already given
       01  SignedOnOperator    PIC X(4) VALUE SPACES.
       01  SignOnResult        PIC X VALUE "N".
           88  SignOnOk        VALUE "Y".
       01  SignedOnRole        PIC X VALUE "C".

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
           CALL "Sub-CheckSystemBusy" USING SystemBusyFlag
           IF SystemIsBusy
               DISPLAY "..NIGHTLY PROCESSING IN PROGRESS - TRY "
                   "AGAIN WHEN THE CHAIN HAS FINISHED.."
               GOBACK
           END-IF

           PERFORM DO-VAULT-MENU UNTIL QuitVaultMenu.
           GOBACK.

       DO-VAULT-MENU.
           DISPLAY "CHOOSE: LIST=1, REPRINT=2, QUIT=9 : "
             WITH NO ADVANCING.
           ACCEPT RequiredAction.

           IF ListAction
               PERFORM LIST-VAULT
           END-IF

           IF ReprintAction
               PERFORM REPRINT-REPORT
           END-IF.

       LIST-VAULT.
           DISPLAY "REPORT NAME (BLANK = EVERY REPORT) : "
             WITH NO ADVANCING
           MOVE SPACES TO KeyedReportName
           ACCEPT KeyedReportName
           OPEN INPUT VaultIndexFile
           IF NOT VaultIndexOK
               DISPLAY "..NO REPORTS HAVE BEEN VAULTED YET.."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ListedCount
           DISPLAY "DATE      REPORT                         "
               "STEP                     PAGES"
           READ VaultIndexFile INTO VaultIndexLine
               AT END SET EndOfVaultIndex TO TRUE
           END-READ
           PERFORM UNTIL EndOfVaultIndex
               IF KeyedReportName = SPACES
                   OR VixReportName = KeyedReportName
                   MOVE VixBusinessDate TO VllBusinessDate
                   MOVE VixReportName TO VllReportName
                   MOVE VixStepName TO VllStepName
                   MOVE VixPageCount TO VllPageCount
                   DISPLAY VaultListLine
                   ADD 1 TO ListedCount
               END-IF
               READ VaultIndexFile INTO VaultIndexLine
                   AT END SET EndOfVaultIndex TO TRUE
               END-READ
           END-PERFORM
           CLOSE VaultIndexFile
           DISPLAY "VAULTED REPORTS LISTED = ", ListedCount.

      *>   the last matching line wins - the latest night when no
      *>   date is keyed, the later filing when a night ran twice
       REPRINT-REPORT.
           DISPLAY "REPORT NAME (AS LISTED) : " WITH NO ADVANCING
           MOVE SPACES TO KeyedReportName
           ACCEPT KeyedReportName
           IF KeyedReportName = SPACES
               DISPLAY "..NO REPORT NAME KEYED.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BUSINESS DATE (YYYYMMDD, 0 = LATEST) : "
             WITH NO ADVANCING
           MOVE ZERO TO KeyedBusinessDate
           ACCEPT KeyedBusinessDate
           OPEN INPUT VaultIndexFile
           IF NOT VaultIndexOK
               DISPLAY "..NO REPORTS HAVE BEEN VAULTED YET.."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ReprintFoundSw
           MOVE ZERO TO ReprintDate
           READ VaultIndexFile INTO VaultIndexLine
               AT END SET EndOfVaultIndex TO TRUE
           END-READ
           PERFORM UNTIL EndOfVaultIndex
               IF VixReportName = KeyedReportName
                   AND VixBusinessDate NUMERIC
                   IF VixBusinessDate = KeyedBusinessDate
                      OR (KeyedBusinessDate = ZERO
                          AND VixBusinessDate NOT < ReprintDate)
                       SET ReprintFound TO TRUE
                       MOVE VixBusinessDate TO ReprintDate
                       MOVE VixPageCount TO ReprintPages
                       MOVE VixVaultFileName TO ReprintVaultName
                       MOVE VixStepName TO ReprintStepName
                   END-IF
               END-IF
               READ VaultIndexFile INTO VaultIndexLine
                   AT END SET EndOfVaultIndex TO TRUE
               END-READ
           END-PERFORM
           CLOSE VaultIndexFile
           IF NOT ReprintFound
               DISPLAY "..THAT REPORT IS NOT IN THE VAULT FOR THAT "
                   "DATE.."
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_COPY_FILE" USING ReprintVaultName,
               ReprintFileName
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               DISPLAY "..VAULT COPY IS MISSING - ", ReprintVaultName
               EXIT PARAGRAPH
           END-IF
           DISPLAY "..", KeyedReportName, " OF ", ReprintDate,
               " (", ReprintStepName, ")"
           DISPLAY "..REPRINTED TO ", ReprintFileName, " - ",
               ReprintPages, " PAGE(S)..".
