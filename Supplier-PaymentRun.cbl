       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-PAYMENTRUN.
      *> Supplier payment run off the approved-for-payment list -
      *> SUPPINVOICE-ENTRY only gets an invoice as far as
      *> APPROVED-INVOICES.DAT, and paying from the printout is how
      *> an invoice gets paid twice or not at all. The run picks up
      *> every approved line not yet paid whose due date (approval
      *> date plus the supplier's payment terms) has arrived, shows
      *> the total per supplier, and on the senior's say-so:
      *>   stamps the paid date on each settled line (the list is
      *>     rewritten whole, original kept as .OLD) so the line can
      *>     never be picked up again
      *>   appends one line per settled invoice line to the payments
      *>     register (SUPPLIER-PAYMENTS.DAT)
      *>   prints one remittance advice per supplier, addressed from
      *>     RelativeFile-IsHere.dat (REMITTANCE-RPT.DAT)
      *>   nets off each supplier's credit notes keyed against a
      *>     return authorisation (RETURNAUTH.DAT) - a credit bigger
      *>     than this run's payment to that supplier waits for a
      *>     run that can absorb it
      *>   rewrites the supplier ledger (SUPPLIER-LEDGER.DAT) -
      *>     approved, paid and still owed per SupplierCode - for
      *>     the month-end pack
      *> Payment terms are one "SSS DDD" line per supplier on
      *> SUPPLIER-TERMS.DAT (supplier code, days); a supplier with
      *> no line, or no file at all, is on the standard 30 days.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApprovedFile ASSIGN TO "APPROVED-INVOICES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ApprovedStatus.

      *> the untouched list the rewrite reads back from
           SELECT OldApprovedFile ASSIGN TO "APPROVED-INVOICES.OLD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OldApprovedStatus.

           SELECT TermsFile ASSIGN TO "SUPPLIER-TERMS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TermsStatus.

           SELECT SupplierFile ASSIGN TO "RelativeFile-IsHere.dat"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS SupplierKey
             FILE STATUS IS SupplierStatus.

           SELECT ReturnAuthFile ASSIGN TO "RETURNAUTH.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RaNumber
             FILE STATUS IS ReturnAuthStatus.

           SELECT PaymentFile ASSIGN TO "SUPPLIER-PAYMENTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PaymentStatus.

           SELECT LedgerFile ASSIGN TO "SUPPLIER-LEDGER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LedgerStatus.

           SELECT RemittanceFile ASSIGN TO "REMITTANCE-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RemittanceStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ApprovedFile.
       01  ApprovedFlatLine    PIC X(84).
           88  EndOfApprovedFlat   VALUE HIGH-VALUES.

       FD  OldApprovedFile.
       01  OldApprovedFlatLine PIC X(84).
           88  EndOfOldApproved    VALUE HIGH-VALUES.

       FD  TermsFile.
       01  TermsRecord.
           88  EndOfTerms          VALUE HIGH-VALUES.
           03  TrmSupplierCode     PIC 999.
           03  FILLER              PIC X.
           03  TrmDays             PIC 9(3).

       FD  SupplierFile.
       01  SupplierRecord.
           03  SupplierCode    PIC 999.
           03  SupplierName    PIC X(20).
           03  SupplierAddress PIC X(50).

       FD  ReturnAuthFile.
           COPY RTNAUTHREC.

       FD  PaymentFile.
       01  PaymentFlatLine     PIC X(56).

       FD  LedgerFile.
       01  LedgerFlatLine      PIC X(77).

       FD  RemittanceFile.
       01  RemittanceLine      PIC X(80).

       WORKING-STORAGE SECTION.
           COPY APPRINV.
           COPY SUPPPAY.
           COPY SUPPLEDG.

       01  ApprovedStatus      PIC X(2).
           88  ApprovedFileOK  VALUE "00".
       01  OldApprovedStatus   PIC X(2).
           88  OldApprovedOK   VALUE "00".
       01  TermsStatus         PIC X(2).
           88  TermsFileOK     VALUE "00".
       01  SupplierStatus      PIC X(2).
           88  SupplierFound   VALUE "00".
       01  SupplierKey         PIC 999.
       01  ReturnAuthStatus    PIC X(2).
           88  ReturnAuthFound     VALUE "00".
           88  ReturnAuthFileOK    VALUE "00".
      *> whether the return authorisations opened at all - the live
      *> status above is left at "10" by every pass read to the end
       01  ReturnAuthOpenSw    PIC X VALUE "N".
           88  ReturnAuthOpen      VALUE "Y".
       01  PaymentStatus       PIC X(2).
           88  PaymentsMissing VALUE "35".
       01  LedgerStatus        PIC X(2).
           88  LedgerFileOK    VALUE "00".
       01  RemittanceStatus    PIC X(2).
           88  RemittanceOK    VALUE "00".

      *> the shop's standing terms, and the per-supplier exceptions
      *> off SUPPLIER-TERMS.DAT
       01  StandardTermDays    PIC 9(3) VALUE 30.
       01  TermsTable.
           03  TermsEntry      OCCURS 200 TIMES.
               05  TermSupplier    PIC 999.
               05  TermDays        PIC 9(3).
       01  TermsCount          PIC 9(3) VALUE ZERO.
       01  TermsIndex          PIC 9(3).
       01  LineTermDays        PIC 9(3).

      *> every approved line this run will settle, by its position
      *> on the list - the rewrite stamps exactly these and no
      *> others. A list longer than the table simply leaves the
      *> remainder for the next run.
       01  DueLineTable.
           03  DueLineEntry    OCCURS 500 TIMES.
               05  DueOrdinal      PIC 9(5).
               05  DueSupplier     PIC 999.
               05  DueInvoiceNo    PIC X(10).
               05  DueOrderNumber  PIC 9(5).
               05  DueLineNumber   PIC 9(3).
               05  DueAmount       PIC 9(7)V99.
       01  DueLineCount        PIC 9(3) VALUE ZERO.
       01  DueLineIndex        PIC 9(3).
       01  DueTableFullSw      PIC X VALUE "N".
           88  DueTableFull    VALUE "Y".

      *> the run's totals per supplier, in the order first met
       01  SupplierPayTable.
           03  SupplierPayEntry    OCCURS 200 TIMES.
               05  SpySupplier     PIC 999.
               05  SpyLineCount    PIC 9(3).
               05  SpyTotal        PIC 9(7)V99.
               05  SpyCredits      PIC 9(7)V99.
       01  SupplierPayCount    PIC 9(3) VALUE ZERO.
       01  SupplierPayIndex    PIC 9(3).
       01  SupplierSlot        PIC 9(3).

      *> approved and paid to date per supplier, for the ledger
       01  LedgerTable.
           03  LedgerEntry     OCCURS 200 TIMES.
               05  LgtSupplier     PIC 999.
               05  LgtApproved     PIC 9(7)V99.
               05  LgtPaid         PIC 9(7)V99.
               05  LgtCreditsHeld  PIC 9(7)V99.
       01  LedgerCount         PIC 9(3) VALUE ZERO.
       01  LedgerIndex         PIC 9(3).
       01  LedgerSlot          PIC 9(3).

      *> the supplier credit notes this run nets off
       01  CreditTable.
           03  CreditEntry     OCCURS 100 TIMES.
               05  CrdRaNumber     PIC 9(5).
               05  CrdSupplier     PIC 999.
               05  CrdCreditNoteNo PIC X(10).
               05  CrdAmount       PIC 9(5)V99.
       01  CreditCount         PIC 9(3) VALUE ZERO.
       01  CreditIndex         PIC 9(3).
       01  SupplierNet         PIC 9(7)V99.

       01  LineOrdinal         PIC 9(5).
       01  LineAmount          PIC 9(7)V99.
       01  LineDueDate         PIC 9(8).
       01  RunTotal            PIC 9(7)V99.
       01  LedgerBalance       PIC 9(7)V99.
       01  BusinessDate        PIC 9(8).
       01  ConfirmReply        PIC X.
           88  RunConfirmed    VALUE "Y" "y".
       01  SlotFoundSw         PIC X.
           88  SlotFound       VALUE "Y".

       01  RunTotalLine.
           03  FILLER          PIC X(4) VALUE SPACES.
           03  RtlSupplier     PIC 999.
           03  FILLER          PIC X VALUE SPACE.
           03  RtlSupplierName PIC X(20).
           03  FILLER          PIC X(8) VALUE " LINES =".
           03  RtlLineCount    PIC ZZ9.
           03  FILLER          PIC X(8) VALUE "  AMNT =".
           03  RtlAmount       PIC Z,ZZZ,ZZ9.99.
           03  FILLER          PIC X(10) VALUE "  CREDIT =".
           03  RtlCredits      PIC ZZZ,ZZ9.99.

       01  RemitHeading.
           03  FILLER          PIC X(19)
                 VALUE "=REMITTANCE ADVICE=".
           03  FILLER          PIC X VALUE SPACE.
           03  RhdDate         PIC 9(8).

       01  RemitAddressLine.
           03  RadLabel        PIC X(6).
           03  RadText         PIC X(50).

       01  RemitColumnLine.
           03  FILLER          PIC X(40)
                 VALUE "INVOICE     ORDER/LINE            AMOUNT".

       01  RemitDetailLine.
           03  RdlInvoiceNo    PIC X(10).
           03  FILLER          PIC XX VALUE SPACES.
           03  RdlOrderNumber  PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  RdlLineNumber   PIC 9(3).
           03  FILLER          PIC X(6) VALUE SPACES.
           03  RdlAmount       PIC Z,ZZZ,ZZ9.99.

       01  RemitCreditLine.
           03  FILLER          PIC X(12) VALUE "LESS CREDIT ".
           03  RclCreditNoteNo PIC X(10).
           03  FILLER          PIC X(4) VALUE " RA ".
           03  RclRaNumber     PIC 9(5).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  RclAmount       PIC Z,ZZZ,ZZ9.99.

       01  RemitTotalLine.
           03  FILLER          PIC X(27)
                 VALUE "TOTAL PAID THIS ADVICE     ".
           03  RtdAmount       PIC Z,ZZZ,ZZ9.99.

      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".

      *> who is signed on at this session, and the role the sign-on
      *> handed back - money leaves the bank on this run, so senior
      *> or better only
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
      *>   from the counter menu, so the run's tables must start
      *>   empty on every visit
           MOVE ZERO TO TermsCount DueLineCount SupplierPayCount
               LedgerCount RunTotal CreditCount
           MOVE "N" TO DueTableFullSw
           CALL "Sub-OperatorSignOn" USING SignedOnOperator,
               SignOnResult, SignedOnRole
           IF NOT SignOnOk
               DISPLAY "..SIGN-ON REFUSED.."
               GOBACK
           END-IF
           IF NOT SignedOnSenior AND NOT SignedOnSupervisor
               DISPLAY "..SENIOR ROLE REQUIRED - REFUSED.."
               MOVE "SUPPLIER-PAYMENTRUN" TO RefusalProgram
               MOVE "PAYMENT-RUN" TO RefusalFunction
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
           PERFORM LOAD-PAYMENT-TERMS
           OPEN INPUT SupplierFile
           OPEN I-O ReturnAuthFile
           MOVE "N" TO ReturnAuthOpenSw
           IF ReturnAuthFileOK
               SET ReturnAuthOpen TO TRUE
           END-IF

           PERFORM SELECT-DUE-LINES
           IF DueLineCount = ZERO
               DISPLAY "..NOTHING APPROVED IS DUE FOR PAYMENT.."
               CLOSE SupplierFile, ReturnAuthFile
               GOBACK
           END-IF
           PERFORM GATHER-HELD-CREDITS

           DISPLAY "PAYMENT RUN FOR ", BusinessDate
           PERFORM SHOW-SUPPLIER-TOTAL
               VARYING SupplierPayIndex FROM 1 BY 1
               UNTIL SupplierPayIndex > SupplierPayCount
           MOVE ZERO TO RtlSupplier RtlLineCount RtlCredits
           MOVE "RUN TOTAL (NET)" TO RtlSupplierName
           MOVE RunTotal TO RtlAmount
           DISPLAY RunTotalLine
           IF DueTableFull
               DISPLAY "..RUN IS FULL - THE REST WAITS FOR THE "
                   "NEXT RUN.."
           END-IF
           DISPLAY "RELEASE THIS PAYMENT RUN (Y/N) ? "
               WITH NO ADVANCING
           ACCEPT ConfirmReply
           IF NOT RunConfirmed
               DISPLAY "..NOTHING PAID.."
               CLOSE SupplierFile, ReturnAuthFile
               GOBACK
           END-IF

           PERFORM STAMP-PAID-LINES
           IF NOT OldApprovedOK
               CLOSE SupplierFile, ReturnAuthFile
               GOBACK
           END-IF
           PERFORM WRITE-PAYMENTS-REGISTER
           PERFORM MARK-CREDITS-NETTED
               VARYING CreditIndex FROM 1 BY 1
               UNTIL CreditIndex > CreditCount
           PERFORM PRINT-REMITTANCE-ADVICES
           PERFORM GATHER-LEDGER-CREDITS
           PERFORM REWRITE-SUPPLIER-LEDGER
           CLOSE SupplierFile, ReturnAuthFile
           DISPLAY "..", DueLineCount, " LINE(S) PAID TO ",
               SupplierPayCount, " SUPPLIER(S) - ADVICES ON "
               "REMITTANCE-RPT.DAT..".
           GOBACK.

      *>   the exceptions to the standard terms, one line per
      *>   supplier; unreadable lines are skipped, not guessed at
       LOAD-PAYMENT-TERMS.
           OPEN INPUT TermsFile
           IF TermsFileOK
               READ TermsFile
                   AT END SET EndOfTerms TO TRUE
               END-READ
               PERFORM UNTIL EndOfTerms
                   IF TrmSupplierCode NUMERIC AND TrmDays NUMERIC
                       AND TermsCount < 200
                       ADD 1 TO TermsCount
                       MOVE TrmSupplierCode TO TermSupplier(TermsCount)
                       MOVE TrmDays TO TermDays(TermsCount)
                   END-IF
                   READ TermsFile
                       AT END SET EndOfTerms TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TermsFile
           END-IF.

       FIND-SUPPLIER-TERMS.
           MOVE StandardTermDays TO LineTermDays
           PERFORM VARYING TermsIndex FROM 1 BY 1
                   UNTIL TermsIndex > TermsCount
               IF TermSupplier(TermsIndex) = ApvSupplier
                   MOVE TermDays(TermsIndex) TO LineTermDays
               END-IF
           END-PERFORM.

      *>   first pass - nothing is written; the unpaid lines whose
      *>   terms have run are gathered for the senior to see
       SELECT-DUE-LINES.
           OPEN INPUT ApprovedFile
           IF NOT ApprovedFileOK
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO LineOrdinal
           READ ApprovedFile
               AT END SET EndOfApprovedFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfApprovedFlat
               ADD 1 TO LineOrdinal
               MOVE ApprovedFlatLine TO ApprovedDetailLine
               IF ApvPaidDate NOT NUMERIC OR ApvPaidDate = ZERO
                   PERFORM FIND-SUPPLIER-TERMS
                   CALL "Sub-DateAdd" USING ApvDate, LineTermDays,
                       LineDueDate
                   IF LineDueDate <= BusinessDate
                       PERFORM TAKE-DUE-LINE
                   END-IF
               END-IF
               READ ApprovedFile
                   AT END SET EndOfApprovedFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE ApprovedFile.

       TAKE-DUE-LINE.
           IF DueLineCount >= 500
               SET DueTableFull TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE ApvAmount TO LineAmount
           ADD 1 TO DueLineCount
           MOVE LineOrdinal TO DueOrdinal(DueLineCount)
           MOVE ApvSupplier TO DueSupplier(DueLineCount)
           MOVE ApvInvoiceNo TO DueInvoiceNo(DueLineCount)
           MOVE ApvOrderNumber TO DueOrderNumber(DueLineCount)
           MOVE ApvLineNumber TO DueLineNumber(DueLineCount)
           MOVE LineAmount TO DueAmount(DueLineCount)
           ADD LineAmount TO RunTotal
           MOVE "N" TO SlotFoundSw
           PERFORM VARYING SupplierPayIndex FROM 1 BY 1
                   UNTIL SlotFound
                   OR SupplierPayIndex > SupplierPayCount
               IF SpySupplier(SupplierPayIndex) = ApvSupplier
                   MOVE SupplierPayIndex TO SupplierSlot
                   SET SlotFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT SlotFound
               ADD 1 TO SupplierPayCount
               MOVE SupplierPayCount TO SupplierSlot
               MOVE ApvSupplier TO SpySupplier(SupplierSlot)
               MOVE ZERO TO SpyLineCount(SupplierSlot)
               MOVE ZERO TO SpyTotal(SupplierSlot)
               MOVE ZERO TO SpyCredits(SupplierSlot)
           END-IF
           ADD 1 TO SpyLineCount(SupplierSlot)
           ADD LineAmount TO SpyTotal(SupplierSlot).

      *>   every credit note keyed and not yet netted, taken whole
      *>   against a supplier this run pays - and only while the
      *>   payment still covers it, so no advice ever goes negative
       GATHER-HELD-CREDITS.
           IF NOT ReturnAuthOpen
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO RaNumber
           START ReturnAuthFile KEY IS NOT LESS THAN RaNumber
               INVALID KEY CONTINUE
           END-START
           IF ReturnAuthFileOK
               READ ReturnAuthFile NEXT RECORD
                   AT END SET EndOfReturnAuthFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfReturnAuthFile
                   IF RaCredited
                       PERFORM TAKE-HELD-CREDIT
                   END-IF
                   READ ReturnAuthFile NEXT RECORD
                       AT END SET EndOfReturnAuthFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

       TAKE-HELD-CREDIT.
           MOVE "N" TO SlotFoundSw
           PERFORM VARYING SupplierPayIndex FROM 1 BY 1
                   UNTIL SlotFound
                   OR SupplierPayIndex > SupplierPayCount
               IF SpySupplier(SupplierPayIndex) = RaSupplierCode
                   MOVE SupplierPayIndex TO SupplierSlot
                   SET SlotFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT SlotFound OR CreditCount >= 100
               EXIT PARAGRAPH
           END-IF
           IF SpyCredits(SupplierSlot) + RaCreditAmount
               > SpyTotal(SupplierSlot)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CreditCount
           MOVE RaNumber TO CrdRaNumber(CreditCount)
           MOVE RaSupplierCode TO CrdSupplier(CreditCount)
           MOVE RaCreditNoteNo TO CrdCreditNoteNo(CreditCount)
           MOVE RaCreditAmount TO CrdAmount(CreditCount)
           ADD RaCreditAmount TO SpyCredits(SupplierSlot)
           SUBTRACT RaCreditAmount FROM RunTotal.

       SHOW-SUPPLIER-TOTAL.
           MOVE SpySupplier(SupplierPayIndex) TO SupplierKey
           PERFORM READ-SUPPLIER
           MOVE SpySupplier(SupplierPayIndex) TO RtlSupplier
           MOVE SupplierName TO RtlSupplierName
           MOVE SpyLineCount(SupplierPayIndex) TO RtlLineCount
           COMPUTE SupplierNet = SpyTotal(SupplierPayIndex)
               - SpyCredits(SupplierPayIndex)
           MOVE SupplierNet TO RtlAmount
           MOVE SpyCredits(SupplierPayIndex) TO RtlCredits
           DISPLAY RunTotalLine.

       READ-SUPPLIER.
           READ SupplierFile
               INVALID KEY CONTINUE
           END-READ
           IF NOT SupplierFound
               MOVE "*NOT ON SUPPLIER FILE*" TO SupplierName
               MOVE SPACES TO SupplierAddress
           END-IF.

      *>   second pass - the live list goes aside whole FIRST and is
      *>   rewritten from the copy, stamping the chosen lines; the
      *>   same pass totals approved and paid per supplier for the
      *>   ledger
       STAMP-PAID-LINES.
           CALL "CBL_COPY_FILE" USING "APPROVED-INVOICES.DAT",
               "APPROVED-INVOICES.OLD"
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               DISPLAY "..COULD NOT COPY THE APPROVED LIST ASIDE - "
                   "NOTHING PAID.."
               MOVE "99" TO OldApprovedStatus
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OldApprovedFile
           IF NOT OldApprovedOK
               DISPLAY "..APPROVED-INVOICES.OLD WILL NOT OPEN, "
                   "STATUS = ", OldApprovedStatus, " - NOTHING PAID.."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ApprovedFile
           MOVE ZERO TO LineOrdinal
           MOVE 1 TO DueLineIndex
           READ OldApprovedFile
               AT END SET EndOfOldApproved TO TRUE
           END-READ
           PERFORM UNTIL EndOfOldApproved
               ADD 1 TO LineOrdinal
               MOVE OldApprovedFlatLine TO ApprovedDetailLine
               IF ApvPaidDate NOT NUMERIC
                   MOVE " PAID=" TO ApvPaidTag
                   MOVE ZEROS TO ApvPaidDate
               END-IF
               IF DueLineIndex <= DueLineCount
                   IF DueOrdinal(DueLineIndex) = LineOrdinal
                       MOVE BusinessDate TO ApvPaidDate
                       ADD 1 TO DueLineIndex
                   END-IF
               END-IF
               PERFORM POST-LEDGER-LINE
               WRITE ApprovedFlatLine FROM ApprovedDetailLine
               READ OldApprovedFile
                   AT END SET EndOfOldApproved TO TRUE
               END-READ
           END-PERFORM
           CLOSE OldApprovedFile, ApprovedFile
           MOVE "00" TO OldApprovedStatus.

       POST-LEDGER-LINE.
           MOVE ApvAmount TO LineAmount
           MOVE "N" TO SlotFoundSw
           PERFORM VARYING LedgerIndex FROM 1 BY 1
                   UNTIL SlotFound OR LedgerIndex > LedgerCount
               IF LgtSupplier(LedgerIndex) = ApvSupplier
                   MOVE LedgerIndex TO LedgerSlot
                   SET SlotFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT SlotFound
               IF LedgerCount >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LedgerCount
               MOVE LedgerCount TO LedgerSlot
               MOVE ApvSupplier TO LgtSupplier(LedgerSlot)
               MOVE ZERO TO LgtApproved(LedgerSlot)
               MOVE ZERO TO LgtPaid(LedgerSlot)
               MOVE ZERO TO LgtCreditsHeld(LedgerSlot)
           END-IF
           ADD LineAmount TO LgtApproved(LedgerSlot)
           IF ApvPaidDate NOT = ZERO
               ADD LineAmount TO LgtPaid(LedgerSlot)
           END-IF.

       WRITE-PAYMENTS-REGISTER.
           OPEN EXTEND PaymentFile
           IF PaymentsMissing
               OPEN OUTPUT PaymentFile
           END-IF
           PERFORM WRITE-ONE-PAYMENT
               VARYING DueLineIndex FROM 1 BY 1
               UNTIL DueLineIndex > DueLineCount
           PERFORM WRITE-ONE-CREDIT
               VARYING CreditIndex FROM 1 BY 1
               UNTIL CreditIndex > CreditCount
           CLOSE PaymentFile.

       WRITE-ONE-PAYMENT.
           MOVE BusinessDate TO PayRunDate
           MOVE DueSupplier(DueLineIndex) TO PaySupplierCode
           MOVE DueInvoiceNo(DueLineIndex) TO PayInvoiceNo
           MOVE DueOrderNumber(DueLineIndex) TO PayOrderNumber
           MOVE DueLineNumber(DueLineIndex) TO PayLineNumber
           MOVE DueAmount(DueLineIndex) TO PayAmount
           MOVE SignedOnOperator TO PayOperatorId
           MOVE "INV" TO PayEntryType
           WRITE PaymentFlatLine FROM SupplierPaymentLine.

       WRITE-ONE-CREDIT.
           MOVE BusinessDate TO PayRunDate
           MOVE CrdSupplier(CreditIndex) TO PaySupplierCode
           MOVE CrdCreditNoteNo(CreditIndex) TO PayInvoiceNo
           MOVE CrdRaNumber(CreditIndex) TO PayOrderNumber
           MOVE ZERO TO PayLineNumber
           MOVE CrdAmount(CreditIndex) TO PayAmount
           MOVE SignedOnOperator TO PayOperatorId
           MOVE "CRN" TO PayEntryType
           WRITE PaymentFlatLine FROM SupplierPaymentLine.

      *>   a netted credit is finished with - it can never come off
      *>   a second payment
       MARK-CREDITS-NETTED.
           MOVE CrdRaNumber(CreditIndex) TO RaNumber
           READ ReturnAuthFile
               KEY IS RaNumber
               INVALID KEY CONTINUE
           END-READ
           IF ReturnAuthFound
               SET RaCreditNetted TO TRUE
               MOVE BusinessDate TO RaNettedDate
               REWRITE ReturnAuthRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) RETURN AUTH STATUS = ",
                       ReturnAuthStatus
               END-REWRITE
           END-IF.

      *>   one advice per supplier paid, its lines pulled out of the
      *>   run table in list order
       PRINT-REMITTANCE-ADVICES.
           OPEN OUTPUT RemittanceFile
           IF NOT RemittanceOK
               DISPLAY "..REMITTANCE FILE ERROR, STATUS = ",
                   RemittanceStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM PRINT-ONE-ADVICE
               VARYING SupplierPayIndex FROM 1 BY 1
               UNTIL SupplierPayIndex > SupplierPayCount
           CLOSE RemittanceFile.

       PRINT-ONE-ADVICE.
           MOVE SpySupplier(SupplierPayIndex) TO SupplierKey
           PERFORM READ-SUPPLIER
           MOVE BusinessDate TO RhdDate
           WRITE RemittanceLine FROM RemitHeading
           MOVE "TO  : " TO RadLabel
           MOVE SupplierName TO RadText
           WRITE RemittanceLine FROM RemitAddressLine
           MOVE SPACES TO RadLabel
           MOVE SupplierAddress TO RadText
           WRITE RemittanceLine FROM RemitAddressLine
           MOVE "REF : " TO RadLabel
           MOVE SPACES TO RadText
           STRING "SUPPLIER " DELIMITED BY SIZE
               SpySupplier(SupplierPayIndex) DELIMITED BY SIZE
               INTO RadText
           END-STRING
           WRITE RemittanceLine FROM RemitAddressLine
           MOVE SPACES TO RemittanceLine
           WRITE RemittanceLine
           WRITE RemittanceLine FROM RemitColumnLine
           PERFORM PRINT-ADVICE-LINE
               VARYING DueLineIndex FROM 1 BY 1
               UNTIL DueLineIndex > DueLineCount
           PERFORM PRINT-ADVICE-CREDIT
               VARYING CreditIndex FROM 1 BY 1
               UNTIL CreditIndex > CreditCount
           COMPUTE SupplierNet = SpyTotal(SupplierPayIndex)
               - SpyCredits(SupplierPayIndex)
           MOVE SupplierNet TO RtdAmount
           WRITE RemittanceLine FROM RemitTotalLine
           MOVE ALL "-" TO RemittanceLine
           WRITE RemittanceLine.

       PRINT-ADVICE-LINE.
           IF DueSupplier(DueLineIndex) = SpySupplier(SupplierPayIndex)
               MOVE DueInvoiceNo(DueLineIndex) TO RdlInvoiceNo
               MOVE DueOrderNumber(DueLineIndex) TO RdlOrderNumber
               MOVE DueLineNumber(DueLineIndex) TO RdlLineNumber
               MOVE DueAmount(DueLineIndex) TO RdlAmount
               WRITE RemittanceLine FROM RemitDetailLine
           END-IF.

       PRINT-ADVICE-CREDIT.
           IF CrdSupplier(CreditIndex) = SpySupplier(SupplierPayIndex)
               MOVE CrdCreditNoteNo(CreditIndex) TO RclCreditNoteNo
               MOVE CrdRaNumber(CreditIndex) TO RclRaNumber
               MOVE CrdAmount(CreditIndex) TO RclAmount
               WRITE RemittanceLine FROM RemitCreditLine
           END-IF.

      *>   credits keyed but still waiting for a run big enough to
      *>   absorb them stand against the balance owed
       GATHER-LEDGER-CREDITS.
           IF NOT ReturnAuthOpen
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO RaNumber
           START ReturnAuthFile KEY IS NOT LESS THAN RaNumber
               INVALID KEY CONTINUE
           END-START
           IF ReturnAuthFileOK
               READ ReturnAuthFile NEXT RECORD
                   AT END SET EndOfReturnAuthFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfReturnAuthFile
                   IF RaCredited
                       PERFORM VARYING LedgerIndex FROM 1 BY 1
                               UNTIL LedgerIndex > LedgerCount
                           IF LgtSupplier(LedgerIndex) = RaSupplierCode
                               ADD RaCreditAmount
                                   TO LgtCreditsHeld(LedgerIndex)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ ReturnAuthFile NEXT RECORD
                       AT END SET EndOfReturnAuthFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

      *>   the standing position per supplier after this run, in
      *>   the order the suppliers first appear on the approved list
       REWRITE-SUPPLIER-LEDGER.
           OPEN OUTPUT LedgerFile
           IF NOT LedgerFileOK
               DISPLAY "..LEDGER FILE ERROR, STATUS = ", LedgerStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-LEDGER-LINE
               VARYING LedgerIndex FROM 1 BY 1
               UNTIL LedgerIndex > LedgerCount
           CLOSE LedgerFile.

       WRITE-LEDGER-LINE.
           MOVE LgtSupplier(LedgerIndex) TO SupplierKey
           PERFORM READ-SUPPLIER
           MOVE LgtSupplier(LedgerIndex) TO LedgSupplierCode
           MOVE SupplierName TO LedgSupplierName
           MOVE LgtApproved(LedgerIndex) TO LedgApprovedTotal
           MOVE LgtPaid(LedgerIndex) TO LedgPaidTotal
           MOVE ZERO TO LedgerBalance
           IF LgtApproved(LedgerIndex) > LgtPaid(LedgerIndex)
                   + LgtCreditsHeld(LedgerIndex)
               COMPUTE LedgerBalance = LgtApproved(LedgerIndex)
                   - LgtPaid(LedgerIndex) - LgtCreditsHeld(LedgerIndex)
           END-IF
           MOVE LedgerBalance TO LedgBalanceOwed
           MOVE BusinessDate TO LedgAsAtDate
           MOVE LgtCreditsHeld(LedgerIndex) TO LedgCreditsHeld
           WRITE LedgerFlatLine FROM SupplierLedgerLine.
