      *> supplier validated against RelativeFile-IsHere.dat at entry,
      *> with the same add/change/delete menu shape
      *> RELATIVEFILE-MAINTAIN uses, plus a list of one order's lines.
      *> A line keyed with the supplier's item code takes its title,
      *> video code and unit price off the supplier catalogue
      *> through Sub-CataloguePrice, at the price agreed on the day
      *> the order goes in; a blank item code, or an item the
      *> catalogue cannot price, is keyed by hand as before.
      *> PURCHORDER-TRANSMIT sends each new line to its supplier
      *> overnight; a change to a line already sent marks it amended
      *> so it goes again, and a line the supplier has cancelled is
      *> closed and can no longer be changed.
      *> Each line is bought for a genre - the title's own off
      *> IDXVIDEO.DAT, or keyed against IDXGENRE.DAT for a title not
      *> on the catalog yet - and is held against that genre's
      *> open-to-buy for the month (OTB-BUDGET.DAT, kept on the
      *> control file workbench): the allowance less what the
      *> month's orders for the genre already commit or have had
      *> delivered. The open-to-buy left is shown as each line is
      *> keyed, and a line, or a quantity raised, that would go
      *> over it - or that cannot be valued against it, having no
      *> genre or no price - is only written on a supervisor's
      *> approval, signed on through Sub-OperatorSignOn and
      *> journaled to OTB-OVERRIDE-JRN.DAT. With no budget file on
      *> disk the budget is not in use and nothing is held.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RELATIVE KEY IS SupplierKey
             FILE STATUS IS SupplierStatus.

           SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VideoCode
             ALTERNATE RECORD KEY IS VideoTitle
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS VideoSupplierCode
               WITH DUPLICATES
             FILE STATUS IS VideoStatus.

           SELECT GenreFile ASSIGN TO "IDXGENRE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS GenreCode
             FILE STATUS IS GenreFileStatus.

           SELECT OtbBudgetFile ASSIGN TO "OTB-BUDGET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OtbBudgetStatus.

      *> one line per line let over its open-to-buy - which order
      *> line, by how much, on whose say-so
           SELECT OverrideJournalFile
             ASSIGN TO "OTB-OVERRIDE-JRN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OverrideJournalStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PurchOrderFile.
           03  SupplierName    PIC X(20).
           03  SupplierAddress PIC X(50).

       FD  VideoFile.
           COPY VIDEOREC.

       FD  GenreFile.
           COPY GENREREC.

       FD  OtbBudgetFile.
           COPY OTBBUDGET.

       FD  OverrideJournalFile.
       01  OverrideJournalFlatLine PIC X(80).

       WORKING-STORAGE SECTION.
       01  PordStatus          PIC X(2).
           88  PordFound       VALUE "00".
           88  SupplierFound   VALUE "00".
       01  SupplierKey         PIC 999.

       01  VideoStatus         PIC X(2).
           88  VideoFound      VALUE "00".
       01  VideoFileOpenSw     PIC X VALUE "N".
           88  VideoFileIsOpen VALUE "Y".
       01  GenreFileStatus     PIC X(2).
           88  GenreFound      VALUE "00".
       01  GenreFileOpenSw     PIC X VALUE "N".
           88  GenreFileIsOpen VALUE "Y".
       01  OtbBudgetStatus     PIC X(2).
           88  OtbBudgetFound  VALUE "00".
       01  OverrideJournalStatus   PIC X(2).
           88  OverrideJrnMissing  VALUE "35".

       01  MaintAction         PIC 9.
           88  AddAction       VALUE 1.
           88  ChangeAction    VALUE 2.
       01  WantedOrderNumber   PIC 9(5).
       01  ListedLineCount     PIC 9(3) VALUE ZERO.

           COPY CATPRICE.

      *> the open-to-buy for the line in hand: the genre's allowance
      *> for the month the order is raised in, what the month's
      *> orders for the genre already spend of it (an open line at
      *> its ordered quantity, a finished or cancelled one at what
      *> was delivered), and what this line adds
       01  OtbInUseSw          PIC X.
           88  OtbBudgetInUse  VALUE "Y".
       01  OtbBlockedSw        PIC X.
           88  OtbBlocked      VALUE "Y".
       01  OtbGenreCode        PIC X(3).
       01  OtbOrderDate        PIC 9(8).
       01  FILLER REDEFINES OtbOrderDate.
           03  OtbOrderMonth   PIC 9(6).
           03  FILLER          PIC 99.
       01  OtbScanDate         PIC 9(8).
       01  FILLER REDEFINES OtbScanDate.
           03  OtbScanMonth    PIC 9(6).
           03  FILLER          PIC 99.
       01  OtbAllowance        PIC 9(7)V99.
       01  OtbSpent            PIC S9(9)V99.
       01  OtbRemaining        PIC S9(9)V99.
       01  OtbLineValue        PIC 9(8)V99.
       01  Prn-OtbAmount       PIC -,---,---,--9.99.
       01  OldQuantity         PIC 9(3).
       01  HeldOrderRecord     PIC X(125).

      *> the approving supervisor for a line over its open-to-buy -
      *> a fresh Sub-OperatorSignOn pass, journaled with the line
       01  ApprovingOperator   PIC X(4) VALUE SPACES.
       01  ApprovalResult      PIC X VALUE "N".
           88  ApprovalOk      VALUE "Y".
       01  ApproverRole        PIC X VALUE "C".
           88  ApproverIsSupervisor    VALUE "V".
       01  RefusalProgram      PIC X(20).
       01  RefusalFunction     PIC X(14).
       01  OverrideReply       PIC X.
           88  OverrideWanted  VALUE "Y" "y".

      *> OVER and the amount past the open-to-buy, or UNVALUED for
      *> a line with no genre or no price to hold it against
       01  OverrideJournalLine.
           03  OjlDate         PIC 9(8).
           03  FILLER          PIC X(10) VALUE " OTB-OVRD ".
           03  OjlOrderNumber  PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  OjlLineNumber   PIC 9(3).
           03  FILLER          PIC X VALUE SPACE.
           03  OjlGenreCode    PIC X(3).
           03  FILLER          PIC X VALUE SPACE.
           03  OjlMonth        PIC 9(6).
           03  OjlReason       PIC X(10).
           03  OjlOverBy       PIC Z(8)9.99.
           03  FILLER          PIC X(5) VALUE " BY= ".
           03  OjlApprover     PIC X(4).

       01  OrderDetailLine.
           03  FILLER          PIC X(6) VALUE "  LINE".
           03  DtlLineNumber   PIC 9(3).
           03  DtlReceivedQty  PIC 9(3).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlStatusFlag   PIC X.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlItemCode     PIC X(10).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlUnitPrice    PIC ZZ,ZZ9.99 BLANK WHEN ZERO.


      *> no interactive work while the nightly chain is rebuilding
               OPEN I-O PurchOrderFile
           END-IF
           OPEN INPUT SupplierFile.
           OPEN INPUT VideoFile
           IF VideoFound
               SET VideoFileIsOpen TO TRUE
           END-IF
           OPEN INPUT GenreFile
           IF GenreFound
               SET GenreFileIsOpen TO TRUE
           END-IF

           PERFORM DO-MAINTENANCE UNTIL QuitMaintenance.

           CLOSE PurchOrderFile, SupplierFile.
           IF VideoFileIsOpen
               CLOSE VideoFile
           END-IF
           IF GenreFileIsOpen
               CLOSE GenreFile
           END-IF
           STOP RUN.

       DO-MAINTENANCE.
               DISPLAY "..NO SUCH SUPPLIER ON FILE.."
           ELSE
               DISPLAY "SUPPLIER : ", SupplierName
               ACCEPT TodayDate FROM DATE YYYYMMDD
               MOVE TodayDate TO PordOrderDate
               PERFORM GET-CATALOGUE-ITEM
               IF NOT CtpPriceFound
                   DISPLAY "ENTER VIDEO CODE(5 DIGITS) : "
                     WITH NO ADVANCING
                   ACCEPT PordVideoCode
                   DISPLAY "ENTER TITLE(40 CHARS) : "
                     WITH NO ADVANCING
                   ACCEPT PordTitle
                   DISPLAY "ENTER UNIT PRICE(NNNNN.NN, 0=NONE) : "
                     WITH NO ADVANCING
                   ACCEPT PordUnitPrice
               END-IF
               PERFORM FIND-LINE-GENRE
               DISPLAY "ENTER QUANTITY(3 DIGITS) : " WITH NO ADVANCING
               ACCEPT PordQuantity
               MOVE ZERO TO PordReceivedQty
               MOVE ZERO TO PordLastReceiptDate
               MOVE ZERO TO PordSentDate PordPromisedDate PordAckDate
               MOVE "N" TO PordAmendedFlag
               SET PordAwaitingAck TO TRUE
               SET PordIsOpen TO TRUE
               COMPUTE OtbLineValue = PordQuantity * PordUnitPrice
               PERFORM CHECK-OPEN-TO-BUY
               IF OtbBlocked
                   DISPLAY "..OVER THE OPEN-TO-BUY - LINE NOT "
                       "WRITTEN.."
               ELSE
                   WRITE PurchOrderRecord
                       INVALID KEY
                       DISPLAY "(WRITE) ORDER STATUS = ", PordStatus
                   END-WRITE
                   IF PordDuplicate
                       DISPLAY "..THAT ORDER LINE IS ALREADY ON "
                           "FILE.."
                   END-IF
               END-IF
           END-IF.

      *>   a title on the catalog carries its own genre; one not
      *>   stocked yet has its genre keyed, and it must be on
      *>   IDXGENRE.DAT - left blank, the line is unassigned
       FIND-LINE-GENRE.
           MOVE SPACES TO PordGenreCode
           IF VideoFileIsOpen AND PordVideoCode NOT = ZERO
               MOVE PordVideoCode TO VideoCode
               READ VideoFile
                   KEY IS VideoCode
                   INVALID KEY CONTINUE
               END-READ
               IF VideoFound
                   MOVE VideoGenreCode TO PordGenreCode
               END-IF
           END-IF
           IF PordGenreCode NOT = SPACES
               DISPLAY "GENRE : ", PordGenreCode
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER GENRE CODE(3 CHARS, BLANK=UNASSIGNED) : "
             WITH NO ADVANCING
           ACCEPT PordGenreCode
           IF PordGenreCode NOT = SPACES AND GenreFileIsOpen
               MOVE PordGenreCode TO GenreCode
               READ GenreFile
                   INVALID KEY CONTINUE
               END-READ
               IF GenreFound
                   DISPLAY "GENRE : ", GenreName
               ELSE
                   DISPLAY "..NO SUCH GENRE ON FILE - LINE LEFT "
                       "UNASSIGNED.."
                   MOVE SPACES TO PordGenreCode
               END-IF
           END-IF.

      *>   the line in hand, worth OtbLineValue, against its genre's
      *>   open-to-buy for the month the order was raised in; over
      *>   it, or impossible to value, the line is blocked unless a
      *>   supervisor approves
       CHECK-OPEN-TO-BUY.
           MOVE "N" TO OtbBlockedSw
           MOVE PordGenreCode TO OtbGenreCode
           MOVE PordOrderDate TO OtbOrderDate
           PERFORM FIND-GENRE-ALLOWANCE
           IF NOT OtbBudgetInUse
               EXIT PARAGRAPH
           END-IF
           IF PordGenreCode = SPACES OR PordUnitPrice = ZERO
               DISPLAY "..NO GENRE OR NO PRICE ON THE LINE - IT "
                   "CANNOT BE HELD AGAINST THE BUDGET.."
               MOVE " UNVALUED " TO OjlReason
               MOVE ZERO TO OjlOverBy
               PERFORM ASK-OTB-APPROVAL
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-UP-GENRE-SPEND
           COMPUTE OtbRemaining = OtbAllowance - OtbSpent
           MOVE OtbRemaining TO Prn-OtbAmount
           DISPLAY "OPEN-TO-BUY LEFT FOR ", OtbGenreCode, " IN ",
               OtbOrderMonth, " = ", Prn-OtbAmount
           MOVE OtbLineValue TO Prn-OtbAmount
           DISPLAY "THIS LINE                     = ", Prn-OtbAmount
           IF OtbLineValue > OtbRemaining
               DISPLAY "..THE LINE GOES OVER THE OPEN-TO-BUY.."
               MOVE " OVER     " TO OjlReason
               COMPUTE OjlOverBy = OtbLineValue - OtbRemaining
               PERFORM ASK-OTB-APPROVAL
           END-IF.

      *>   no budget file at all means the budget is not in use; a
      *>   genre with no line for the month has nothing to spend
       FIND-GENRE-ALLOWANCE.
           MOVE "N" TO OtbInUseSw
           MOVE ZERO TO OtbAllowance
           OPEN INPUT OtbBudgetFile
           IF NOT OtbBudgetFound
               EXIT PARAGRAPH
           END-IF
           SET OtbBudgetInUse TO TRUE
           READ OtbBudgetFile
               AT END SET EndOfOtbBudget TO TRUE
           END-READ
           PERFORM UNTIL EndOfOtbBudget
               IF ObgMonth IS NUMERIC AND ObgAllowance IS NUMERIC
                   AND ObgGenreCode = OtbGenreCode
                   AND ObgMonth = OtbOrderMonth
                   MOVE ObgAllowance TO OtbAllowance
               END-IF
               READ OtbBudgetFile
                   AT END SET EndOfOtbBudget TO TRUE
               END-READ
           END-PERFORM
           CLOSE OtbBudgetFile.

      *>   every line on file for the genre raised in the month -
      *>   the line in hand is parked and put back, since the walk
      *>   reads through the same record area
       ADD-UP-GENRE-SPEND.
           MOVE PurchOrderRecord TO HeldOrderRecord
           MOVE ZERO TO OtbSpent
           MOVE LOW-VALUES TO PordKey
           START PurchOrderFile KEY IS NOT LESS THAN PordKey
               INVALID KEY CONTINUE
           END-START
           IF PordFound
               READ PurchOrderFile NEXT RECORD
                   AT END SET EndOfPurchOrderFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPurchOrderFile
                   MOVE PordOrderDate TO OtbScanDate
                   IF PordGenreCode = OtbGenreCode
                       AND OtbScanMonth = OtbOrderMonth
                       IF PordIsOpen
                           COMPUTE OtbSpent = OtbSpent
                               + PordQuantity * PordUnitPrice
                       ELSE
                           COMPUTE OtbSpent = OtbSpent
                               + PordReceivedQty * PordUnitPrice
                       END-IF
                   END-IF
                   READ PurchOrderFile NEXT RECORD
                       AT END SET EndOfPurchOrderFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           MOVE HeldOrderRecord TO PurchOrderRecord.

       ASK-OTB-APPROVAL.
           SET OtbBlocked TO TRUE
           DISPLAY "SUPERVISOR APPROVAL (Y/N) ? " WITH NO ADVANCING
           ACCEPT OverrideReply
           IF OverrideWanted
               PERFORM GET-OVERRIDE-APPROVAL
               IF ApprovalOk
                   PERFORM WRITE-OVERRIDE-JOURNAL
                   MOVE "N" TO OtbBlockedSw
               END-IF
           END-IF.

       GET-OVERRIDE-APPROVAL.
           DISPLAY "SUPERVISOR APPROVAL - SIGN-ON REQUIRED"
           MOVE "N" TO ApprovalResult
           MOVE SPACES TO ApprovingOperator
           CALL "Sub-OperatorSignOn" USING ApprovingOperator,
               ApprovalResult, ApproverRole
           IF NOT ApprovalOk
               DISPLAY "..APPROVAL SIGN-ON REFUSED - LINE STAYS "
                   "BLOCKED.."
           ELSE
               IF NOT ApproverIsSupervisor
                   DISPLAY "..APPROVER MUST HOLD THE SUPERVISOR "
                       "ROLE - LINE STAYS BLOCKED.."
                   MOVE "PURCHORDER-MAINTAIN" TO RefusalProgram
                   MOVE "OTB-OVERRIDE" TO RefusalFunction
                   CALL "Sub-LogAuthRefusal" USING RefusalProgram,
                       RefusalFunction, ApprovingOperator
                   MOVE "N" TO ApprovalResult
               END-IF
           END-IF.

       WRITE-OVERRIDE-JOURNAL.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           MOVE TodayDate TO OjlDate
           MOVE PordOrderNumber TO OjlOrderNumber
           MOVE PordLineNumber TO OjlLineNumber
           MOVE PordGenreCode TO OjlGenreCode
           MOVE OtbOrderMonth TO OjlMonth
           MOVE ApprovingOperator TO OjlApprover
           OPEN EXTEND OverrideJournalFile
           IF OverrideJrnMissing
               OPEN OUTPUT OverrideJournalFile
           END-IF
           WRITE OverrideJournalFlatLine FROM OverrideJournalLine
           CLOSE OverrideJournalFile.

      *>   the catalogue fills the title and the agreed price; a
      *>   title not yet stocked has no video code, so it is asked
      *>   for. Anything the catalogue cannot answer falls back to
      *>   keying, with the item code kept only for a priced item
       GET-CATALOGUE-ITEM.
           DISPLAY "ENTER SUPPLIER ITEM CODE(10 CHARS, BLANK=NONE) : "
             WITH NO ADVANCING
           ACCEPT PordItemCode
           MOVE ZERO TO PordUnitPrice
           SET CtpItemUnknown TO TRUE
           IF PordItemCode = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PordSupplierCode TO CtpSupplierCode
           MOVE PordItemCode TO CtpItemCode
           MOVE PordOrderDate TO CtpAsOfDate
           CALL "Sub-CataloguePrice" USING CataloguePrice
           EVALUATE TRUE
               WHEN CtpPriceFound
                   MOVE CtpTitle TO PordTitle
                   MOVE CtpUnitPrice TO PordUnitPrice
                   MOVE CtpUnitPrice TO DtlUnitPrice
                   DISPLAY "TITLE : ", CtpTitle
                   DISPLAY "AGREED UNIT PRICE : ", DtlUnitPrice
                   IF CtpVideoCode = ZERO
                       DISPLAY "ENTER VIDEO CODE(5 DIGITS) : "
                         WITH NO ADVANCING
                       ACCEPT PordVideoCode
                   ELSE
                       MOVE CtpVideoCode TO PordVideoCode
                   END-IF
               WHEN CtpNotYetPriced
                   DISPLAY "..ITEM NOT PRICED UNTIL A LATER DATE - "
                       "KEY THE LINE BY HAND.."
                   MOVE SPACES TO PordItemCode
               WHEN CtpNoCatalogue
                   DISPLAY "..NO SUPPLIER CATALOGUE ON FILE - "
                       "KEY THE LINE BY HAND.."
                   MOVE SPACES TO PordItemCode
               WHEN OTHER
                   DISPLAY "..ITEM NOT IN THE SUPPLIER'S CATALOGUE - "
                       "KEY THE LINE BY HAND.."
                   MOVE SPACES TO PordItemCode
           END-EVALUATE.

       CHANGE-ORDER-LINE.
           PERFORM GET-ORDER-LINE-KEY
           READ PurchOrderFile
           END-READ
           IF NOT PordFound
               DISPLAY "..NO SUCH ORDER LINE ON FILE.."
           ELSE
           IF PordCancelled
               DISPLAY "..THE SUPPLIER CANCELLED THAT LINE - RAISE "
                   "A NEW ONE.."
           ELSE
               DISPLAY "ENTER TITLE(40 CHARS) : " WITH NO ADVANCING
               ACCEPT PordTitle
               MOVE PordQuantity TO OldQuantity
               DISPLAY "ENTER QUANTITY(3 DIGITS) : " WITH NO ADVANCING
               ACCEPT PordQuantity
               IF PordReceivedQty >= PordQuantity
               ELSE
                   SET PordIsOpen TO TRUE
               END-IF
               IF PordSentDate NOT = ZERO
                   SET PordIsAmended TO TRUE
               END-IF
      *>   only a raised quantity spends more; the walk counts the
      *>   line at what is still on file, so the rise is the value
               MOVE "N" TO OtbBlockedSw
               IF PordQuantity > OldQuantity
                   COMPUTE OtbLineValue =
                       (PordQuantity - OldQuantity) * PordUnitPrice
                   PERFORM CHECK-OPEN-TO-BUY
               END-IF
               IF OtbBlocked
                   DISPLAY "..OVER THE OPEN-TO-BUY - LINE NOT "
                       "CHANGED.."
               ELSE
                   REWRITE PurchOrderRecord
                       INVALID KEY
                       DISPLAY "(REWRITE) ORDER STATUS = ", PordStatus
                   END-REWRITE
               END-IF
           END-IF
           END-IF.

       DELETE-ORDER-LINE.
                   DISPLAY "(DELETE) ORDER STATUS = ", PordStatus
               END-DELETE
               DISPLAY "..ORDER LINE DELETED.."
               IF PordSentDate NOT = ZERO AND PordIsOpen
                   DISPLAY "..THE SUPPLIER HAS THIS LINE - TELL THEM "
                       "IT IS OFF.."
               END-IF
           END-IF.

      *>   every line of the chosen order, in line-number order
                   MOVE PordQuantity TO DtlQuantity
                   MOVE PordReceivedQty TO DtlReceivedQty
                   MOVE PordStatusFlag TO DtlStatusFlag
                   MOVE PordItemCode TO DtlItemCode
                   MOVE PordUnitPrice TO DtlUnitPrice
                   DISPLAY OrderDetailLine
                   READ PurchOrderFile NEXT RECORD
                       AT END SET EndOfPurchOrderFile TO TRUE
