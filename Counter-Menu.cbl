           88  TuitionChoice           VALUE 20.
           88  ControlFileChoice       VALUE 22.
           88  TrainingChoice          VALUE 23.
           88  PaymentRunChoice        VALUE 24.
           88  SupplierReturnsChoice   VALUE 25.
           88  SellOffChoice           VALUE 26.
           88  DepositDeskChoice       VALUE 27.
           88  DebtWriteOffChoice      VALUE 28.
           88  RevShareMaintChoice     VALUE 29.
           88  PromoMaintChoice        VALUE 30.
           88  HouseholdMaintChoice    VALUE 31.
           88  HoldCallDeskChoice      VALUE 32.
           88  SeriesMaintChoice       VALUE 33.
           88  StreetDateChoice        VALUE 34.
           88  RepairDeskChoice        VALUE 35.
           88  PersonalDataChoice      VALUE 36.
           88  ReportVaultChoice       VALUE 37.
           88  TimetableMaintChoice    VALUE 38.
           88  TutorMaintChoice        VALUE 39.
           88  ExamMaintChoice         VALUE 40.
           88  ProgrammeMaintChoice    VALUE 41.
           88  BursaryMaintChoice      VALUE 42.
           88  LetterTemplateChoice    VALUE 43.
           88  LetterMergeChoice       VALUE 44.
           88  GuardianMaintChoice     VALUE 45.
           88  EvaluationCaptureChoice VALUE 46.
           88  QuitMenu                VALUE 9.

      *> training mode swaps the TRAIN- practice copies in over the
               05  FILLER  PIC X(20) VALUE "LOAN-ACTIVITY.DAT".
               05  FILLER  PIC X(20) VALUE "RECEIPTS.DAT".
               05  FILLER  PIC X(20) VALUE "DEFECT-HISTORY.DAT".
               05  FILLER  PIC X(20) VALUE "DEPOSIT.DAT".
               05  FILLER  PIC X(20) VALUE "COLLECT.DAT".
               05  FILLER  PIC X(20) VALUE "PROMO-AWARD.DAT".
               05  FILLER  PIC X(20) VALUE "PROMO-USAGE.DAT".
               05  FILLER  PIC X(20) VALUE "LOYALTY.DAT".
               05  FILLER  PIC X(20) VALUE "LOYALTY-LEDGER.DAT".
               05  FILLER  PIC X(20) VALUE "HOUSEHOLD.DAT".
               05  FILLER  PIC X(20) VALUE "HOUSEMEMB.DAT".
               05  FILLER  PIC X(20) VALUE "HOLD-NOTIFY.DAT".
               05  FILLER  PIC X(20) VALUE "HOLD-CONTACT-LOG.DAT".
               05  FILLER  PIC X(20) VALUE "DESK-AFTERIMAGE.DAT".
           03  FILLER REDEFINES TableValues.
               05  TrainingFileName    OCCURS 24 TIMES PIC X(20).
       01  TrainingFileCount   PIC 99 VALUE 24.
       01  TrainingSwapCount   PIC 99 VALUE 6.
       01  TrainingFileIndex   PIC 99.
       01  TrainingLiveName    PIC X(20).
      *>   N - park never reached it, or the copy failed - restore
      *>       must not touch it
       01  TrainingParkStates.
           03  TrainingParkState   OCCURS 24 TIMES PIC X.
       01  TrainingParkFailSw  PIC X VALUE "N".
           88  TrainingParkFailed  VALUE "Y".
       01  FileInfoWork        PIC X(16).
           DISPLAY "20- TUITION BILLING"
           DISPLAY "22- CONTROL FILE WORKBENCH (SENIOR)"
           DISPLAY "23- TRAINING MODE (PRACTICE COPIES)"
           DISPLAY "24- SUPPLIER PAYMENT RUN (SENIOR)"
           DISPLAY "25- RETURNS TO SUPPLIER/CREDIT NOTES (SENIOR)"
           DISPLAY "26- EX-RENTAL SELL-OFF"
           DISPLAY "27- SECURITY DEPOSITS (TAKE/REFUND/LIABILITY)"
           DISPLAY "28- BAD-DEBT WRITE-OFF (SUPERVISOR)"
           DISPLAY "29- REVENUE-SHARE AGREEMENTS (SENIOR)"
           DISPLAY "30- PROMOTION CAMPAIGNS (SENIOR)"
           DISPLAY "31- HOUSEHOLD ACCOUNTS (SENIOR)"
           DISPLAY "32- HOLD PICKUP CALLS"
           DISPLAY "33- SERIES AND BOX SETS (SENIOR)"
           DISPLAY "34- STREET DATES (SENIOR)"
           DISPLAY "35- REPAIR DESK (DISPATCH/BOOK BACK)"
           DISPLAY "36- PERSONAL DATA REPORT (SUPERVISOR)"
           DISPLAY "37- REPORT VAULT (LIST/REPRINT)"
           DISPLAY "38- COURSE TIMETABLE (SESSIONS/ROOMS)"
           DISPLAY "39- TUTORS AND COURSE ASSIGNMENTS"
           DISPLAY "40- EXAM SCHEDULE (DATE/SESSION/ROOM)"
           DISPLAY "41- PROGRAMMES OF STUDY (COURSES/STUDENTS)"
           DISPLAY "42- BURSARIES AND SPONSOR REPORT"
           DISPLAY "43- LETTER TEMPLATES (SENIOR)"
           DISPLAY "44- LETTER MERGE (SENIOR)"
           DISPLAY "45- PARENT/GUARDIAN CONTACTS"
           DISPLAY "46- COURSE FEEDBACK FORMS (CAPTURE)"
           DISPLAY "9 - QUIT"
           DISPLAY "CHOOSE : " WITH NO ADVANCING
           ACCEPT MenuChoice
                   CALL "CONTROLFILE-MAINTAIN"
               WHEN TrainingChoice
                   PERFORM RUN-TRAINING-MODE
               WHEN PaymentRunChoice
                   CALL "SUPPLIER-PAYMENTRUN"
               WHEN SupplierReturnsChoice
                   CALL "SUPPLIER-RETURNS"
               WHEN SellOffChoice
                   CALL "COPY-SELLOFF"
               WHEN DepositDeskChoice
                   CALL "DEPOSIT-DESK"
               WHEN DebtWriteOffChoice
                   CALL "DEBT-WRITEOFF"
               WHEN RevShareMaintChoice
                   CALL "REVSHARE-MAINTAIN"
               WHEN PromoMaintChoice
                   CALL "PROMO-MAINTAIN"
               WHEN HouseholdMaintChoice
                   CALL "HOUSEHOLD-MAINTAIN"
               WHEN HoldCallDeskChoice
                   CALL "HOLD-CALLDESK"
               WHEN SeriesMaintChoice
                   CALL "SERIES-MAINTAIN"
               WHEN StreetDateChoice
                   CALL "STREETDATE-MAINTAIN"
               WHEN RepairDeskChoice
                   CALL "REPAIR-DESK"
               WHEN PersonalDataChoice
                   CALL "PERSONAL-DATAREPORT"
               WHEN ReportVaultChoice
                   CALL "REPORT-VAULT"
               WHEN TimetableMaintChoice
                   CALL "TIMETABLE-MAINTAIN"
               WHEN TutorMaintChoice
                   CALL "TUTOR-MAINTAIN"
               WHEN ExamMaintChoice
                   CALL "EXAM-MAINTAIN"
               WHEN ProgrammeMaintChoice
                   CALL "PROGRAMME-MAINTAIN"
               WHEN BursaryMaintChoice
                   CALL "BURSARY-MAINTAIN"
               WHEN LetterTemplateChoice
                   CALL "LETTER-TEMPLATEMAINTAIN"
               WHEN LetterMergeChoice
                   CALL "LETTER-MERGE"
               WHEN GuardianMaintChoice
                   CALL "GUARDIAN-MAINTAIN"
               WHEN EvaluationCaptureChoice
                   CALL "EVALUATION-CAPTURE"
               WHEN QuitMenu
                   CONTINUE
               WHEN OTHER
