       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPY-SELLOFF.
      *> Ex-rental sell-off at the counter - the withdrawn bin, and
      *> the shelf copies that have outlived the shop's standard
      *> life for their price category, turned back into cash.
      *> The list shows every such copy at this terminal's branch
      *> with a suggested price: the category's full ex-rental
      *> price, marked down straight-line over the standard life
      *> the stock valuation depreciates it by, never below the
      *> category's floor. A sale takes the cash as a SEL line on
      *> the fees journal (drawer cash at the cash-up), appends
      *> the sale and the outgoing copy record to COPY-SALES.DAT,
      *> and deletes the copy from VIDEOCOPY.DAT - a sold copy is
      *> gone, and the stocktake no longer looks for it.
      *> The lives come from STOCK-LIFE.DAT as STOCK-VALUATION
      *> reads them; the prices stand below until SELLOFF-PRICE.DAT
      *> says otherwise - one "C NNN.NN NNN.NN" line per price
      *> category giving the full price and the floor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VideoCopyFile ASSIGN TO "VIDEOCOPY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CopyKey
             FILE STATUS IS CopyStatus.

           SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VideoCode
             ALTERNATE RECORD KEY IS VideoTitle
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS VideoSupplierCode
               WITH DUPLICATES
             FILE STATUS IS VideoStatus.

           SELECT VideoLoanFile ASSIGN TO "VIDEOLOAN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LoanKey
             FILE STATUS IS LoanStatus.

           SELECT FeesJournalFile ASSIGN TO "FEES-JOURNAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FeesJournalStatus.

           SELECT CopySalesFile ASSIGN TO "COPY-SALES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CopySalesStatus.

           SELECT LifeFile ASSIGN TO "STOCK-LIFE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LifeStatus.

           SELECT PriceFile ASSIGN TO "SELLOFF-PRICE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PriceStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  VideoFile.
           COPY VIDEOREC.

       FD  VideoLoanFile.
           COPY LOANREC.

       FD  FeesJournalFile.
       01  FeesJournalFlatLine     PIC X(85).

       FD  CopySalesFile.
       01  CopySalesFlatLine       PIC X(85).

       FD  LifeFile.
       01  LifeRecord.
           88  EndOfLifeFile       VALUE HIGH-VALUES.
           03  LifCategory         PIC X.
           03  FILLER              PIC X.
           03  LifMonths           PIC 9(3).

       FD  PriceFile.
       01  PriceRecord.
           88  EndOfPriceFile      VALUE HIGH-VALUES.
           03  PrfCategory         PIC X.
           03  FILLER              PIC X.
           03  PrfFullPrice        PIC 9(3).99.
           03  FILLER              PIC X.
           03  PrfFloorPrice       PIC 9(3).99.

       WORKING-STORAGE SECTION.
           COPY FEEJRNL.
           COPY SOLDCOPY.

       01  CopyStatus          PIC X(2).
           88  CopyFound       VALUE "00".
           88  CopyFileOK      VALUE "00".
       01  VideoStatus         PIC X(2).
           88  VideoFound      VALUE "00".
       01  LoanStatus          PIC X(2).
           88  LoanFound       VALUE "00".
       01  FeesJournalStatus   PIC X(2).
           88  FeesJournalNotFound VALUE "35".
       01  CopySalesStatus     PIC X(2).
           88  CopySalesNotFound   VALUE "35".
       01  LifeStatus          PIC X(2).
           88  LifeFileOK      VALUE "00".
       01  PriceStatus         PIC X(2).
           88  PriceFileOK     VALUE "00".
      *> which branch this terminal is, as Sub-TerminalBranch
      *> answers it for every fees-journal writer
       01  TerminalBranch      PIC 99 VALUE 1.

       01  RequiredAction      PIC 9.
           88  ListAction      VALUE 1.
           88  SellAction      VALUE 2.
           88  QuitSellOffMenu VALUE 9.

      *> life in months, full price and floor per price category,
      *> in one fixed order - 1 = N, 2 = S, 3 = C; a title with no
      *> category sells as standard
       01  SellOffTable.
           03  SellOffValues.
               05  FILLER      PIC X(15) VALUE "N01200999000300".
               05  FILLER      PIC X(15) VALUE "S02400699000200".
               05  FILLER      PIC X(15) VALUE "C03600499000150".
           03  FILLER REDEFINES SellOffValues.
               05  SellOffEntry    OCCURS 3 TIMES.
                   07  SofCategory     PIC X.
                   07  SofLifeMonths   PIC 9(3).
                   07  SofFullPrice    PIC 9(3)V99.
                   07  SofFloorPrice   PIC 9(3)V99.
       01  SellOffIndex        PIC 9.
       01  CategoryIndex       PIC 9.

       01  BusinessDate        PIC 9(8).
       01  FILLER REDEFINES BusinessDate.
           03  BusinessYear    PIC 9(4).
           03  BusinessMonth   PIC 99.
           03  FILLER          PIC 99.
       01  AddedDate           PIC 9(8).
       01  FILLER REDEFINES AddedDate.
           03  AddedYear       PIC 9(4).
           03  AddedMonth      PIC 99.
           03  FILLER          PIC 99.
       01  AgeMonths           PIC S9(5).
       01  SuggestedPrice      PIC 9(5)V99.
       01  KeyedPrice          PIC 9(5)V99.
       01  SalePriceTaken      PIC 9(5)V99.
       01  Prn-Price           PIC ZZ,ZZ9.99.
       01  CopyOwnerBranch     PIC 99.
       01  SaleConfirm         PIC X.
           88  SaleConfirmed   VALUE "Y" "y".
       01  SellableSw          PIC X.
           88  CopySellable    VALUE "Y".
       01  SellableCount       PIC 9(4).

       01  SellOffDetailLine.
           03  SodVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  SodCopyNumber   PIC 99.
           03  FILLER          PIC X VALUE SPACE.
           03  SodTitle        PIC X(25).
           03  FILLER          PIC X VALUE SPACE.
           03  SodCategory     PIC X.
           03  FILLER          PIC X(6) VALUE " COND=".
           03  SodCondition    PIC X.
           03  FILLER          PIC X(6) VALUE " AGE =".
           03  SodAgeMonths    PIC ZZZ9.
           03  FILLER          PIC X(8) VALUE " MTHS = ".
           03  SodPrice        PIC ZZ,ZZ9.99.


      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".


      *> who is signed on at this session - stamped on every audit
      *> and journal line the session writes
       01  SignedOnOperator    PIC X(4) VALUE SPACES.
       01  SignOnResult        PIC X VALUE "N".
           88  SignOnOk        VALUE "Y".
      *> the role Sub-OperatorSignOn handed back - what this
      *> session may reach
       01  SignedOnRole        PIC X VALUE "C".
           88  SignedOnCounter     VALUE "C".
           88  SignedOnSenior      VALUE "S".
           88  SignedOnSupervisor  VALUE "V".

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
           OPEN I-O VideoCopyFile
           IF NOT CopyFileOK
               DISPLAY "..UNABLE TO OPEN COPY FILE, STATUS = ",
                   CopyStatus
               GOBACK
           END-IF
           OPEN INPUT VideoFile.
           OPEN INPUT VideoLoanFile.
           CALL "Sub-BusinessDate" USING BusinessDate
           CALL "Sub-TerminalBranch" USING TerminalBranch
           PERFORM LOAD-SELLOFF-TABLE

           PERFORM DO-SELLOFF-MENU UNTIL QuitSellOffMenu.

           CLOSE VideoCopyFile, VideoFile, VideoLoanFile.
           GOBACK.

       DO-SELLOFF-MENU.
           DISPLAY "CHOOSE: LIST SELL-OFF STOCK=1, SELL A COPY=2, "
             "QUIT=9 : " WITH NO ADVANCING.
           ACCEPT RequiredAction.

           IF ListAction
               PERFORM LIST-SELLOFF-STOCK
           END-IF

           IF SellAction
               PERFORM SELL-ONE-COPY
           END-IF.

      *>   the standing lives and prices, then the shop's own files
      *>   over them; a line with a category not in the table is
      *>   simply ignored
       LOAD-SELLOFF-TABLE.
           OPEN INPUT LifeFile
           IF LifeFileOK
               READ LifeFile
                   AT END SET EndOfLifeFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLifeFile
                   IF LifMonths NUMERIC AND LifMonths > ZERO
                       PERFORM VARYING SellOffIndex FROM 1 BY 1
                               UNTIL SellOffIndex > 3
                           IF SofCategory(SellOffIndex) = LifCategory
                               MOVE LifMonths
                                   TO SofLifeMonths(SellOffIndex)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ LifeFile
                       AT END SET EndOfLifeFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LifeFile
           END-IF
           OPEN INPUT PriceFile
           IF PriceFileOK
               READ PriceFile
                   AT END SET EndOfPriceFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPriceFile
                   PERFORM VARYING SellOffIndex FROM 1 BY 1
                           UNTIL SellOffIndex > 3
                       IF SofCategory(SellOffIndex) = PrfCategory
                           MOVE PrfFullPrice
                               TO SofFullPrice(SellOffIndex)
                           MOVE PrfFloorPrice
                               TO SofFloorPrice(SellOffIndex)
                       END-IF
                   END-PERFORM
                   READ PriceFile
                       AT END SET EndOfPriceFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PriceFile
           END-IF.

      *>   every copy of this branch that may go in the sale, with
      *>   its suggested price
       LIST-SELLOFF-STOCK.
           MOVE ZERO TO SellableCount
           MOVE ZEROS TO CopyKey
           START VideoCopyFile KEY IS NOT LESS THAN CopyKey
               INVALID KEY CONTINUE
           END-START
           IF CopyFileOK
               READ VideoCopyFile NEXT RECORD
                   AT END SET EndOfCopyFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCopyFile
                   PERFORM WEIGH-COPY-FOR-SALE
                   IF CopySellable AND CopyOwnerBranch = TerminalBranch
                       PERFORM SHOW-SELLOFF-COPY
                   END-IF
                   READ VideoCopyFile NEXT RECORD
                       AT END SET EndOfCopyFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF SellableCount = ZERO
               DISPLAY "..NOTHING FOR SALE AT THIS BRANCH.."
           ELSE
               DISPLAY "COPIES FOR SALE = ", SellableCount
           END-IF.

       SHOW-SELLOFF-COPY.
           ADD 1 TO SellableCount
           MOVE CopyVideoCode TO SodVideoCode
           MOVE CopyNumber TO SodCopyNumber
           MOVE VideoTitle TO SodTitle
           MOVE VideoPriceCategory TO SodCategory
           MOVE CopyConditionFlag TO SodCondition
           MOVE AgeMonths TO SodAgeMonths
           MOVE SuggestedPrice TO SodPrice
           DISPLAY SellOffDetailLine.

      *>   a copy goes in the sale when it is in the withdrawn bin,
      *>   or on the shelf (not out on loan) and past its standard
      *>   life; the catalog record, age and suggested price are
      *>   left standing for the caller either way
       WEIGH-COPY-FOR-SALE.
           MOVE "N" TO SellableSw
           MOVE CopyBranchCode TO CopyOwnerBranch
           IF CopyOwnerBranch NOT NUMERIC OR CopyOwnerBranch = ZERO
               MOVE 1 TO CopyOwnerBranch
           END-IF
           MOVE CopyVideoCode TO VideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY
                   MOVE "*TITLE NOT ON CATALOG*" TO VideoTitle
                   MOVE SPACE TO VideoPriceCategory
           END-READ
           MOVE 2 TO CategoryIndex
           PERFORM VARYING SellOffIndex FROM 1 BY 1
                   UNTIL SellOffIndex > 3
               IF SofCategory(SellOffIndex) = VideoPriceCategory
                   MOVE SellOffIndex TO CategoryIndex
               END-IF
           END-PERFORM
           MOVE ZERO TO AgeMonths
           IF CopyDateAdded NUMERIC
               MOVE CopyDateAdded TO AddedDate
               COMPUTE AgeMonths = (BusinessYear * 12 + BusinessMonth)
                   - (AddedYear * 12 + AddedMonth)
               IF AgeMonths < ZERO
                   MOVE ZERO TO AgeMonths
               END-IF
           END-IF
           MOVE SofFloorPrice(CategoryIndex) TO SuggestedPrice
           IF AgeMonths < SofLifeMonths(CategoryIndex)
               COMPUTE SuggestedPrice ROUNDED =
                   SofFullPrice(CategoryIndex)
                   * (SofLifeMonths(CategoryIndex) - AgeMonths)
                   / SofLifeMonths(CategoryIndex)
               IF SuggestedPrice < SofFloorPrice(CategoryIndex)
                   MOVE SofFloorPrice(CategoryIndex) TO SuggestedPrice
               END-IF
           END-IF
           IF CopyWithdrawn
               SET CopySellable TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF CopyOnShelf
               AND AgeMonths NOT < SofLifeMonths(CategoryIndex)
               MOVE CopyVideoCode TO LoanVideoCode
               MOVE CopyNumber TO LoanCopyNumber
               READ VideoLoanFile
                   KEY IS LoanKey
                   INVALID KEY CONTINUE
               END-READ
               IF NOT LoanFound
                   SET CopySellable TO TRUE
               END-IF
           END-IF.

      *>   the cash is taken before the copy goes: the copy record
      *>   is deleted first, and only a copy actually deleted puts
      *>   a line on the journal and the sales archive
       SELL-ONE-COPY.
           DISPLAY "ENTER VIDEO CODE(5 DIGITS) : " WITH NO ADVANCING
           ACCEPT CopyVideoCode
           DISPLAY "ENTER COPY NUMBER(2 DIGITS) : " WITH NO ADVANCING
           ACCEPT CopyNumber
           READ VideoCopyFile
               KEY IS CopyKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT CopyFound
               DISPLAY "..NO SUCH COPY ON FILE.."
               EXIT PARAGRAPH
           END-IF
           PERFORM WEIGH-COPY-FOR-SALE
           IF CopyOwnerBranch NOT = TerminalBranch
               DISPLAY "..COPY BELONGS TO BRANCH ", CopyOwnerBranch,
                   " - NOT SOLD HERE.."
               EXIT PARAGRAPH
           END-IF
           IF NOT CopySellable
               DISPLAY "..ONLY WITHDRAWN COPIES, OR SHELF COPIES "
                   "PAST THEIR LIFE, ARE SOLD.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TITLE : ", VideoTitle
           MOVE SuggestedPrice TO Prn-Price
           DISPLAY "SUGGESTED PRICE = ", Prn-Price
           DISPLAY "ENTER SALE PRICE(NNNNN.NN, 0 = SUGGESTED) : "
             WITH NO ADVANCING
           ACCEPT KeyedPrice
           IF KeyedPrice = ZERO
               MOVE SuggestedPrice TO SalePriceTaken
           ELSE
               MOVE KeyedPrice TO SalePriceTaken
           END-IF
           MOVE SalePriceTaken TO Prn-Price
           DISPLAY "TAKE ", Prn-Price, " AND SELL THE COPY (Y/N) : "
             WITH NO ADVANCING
           ACCEPT SaleConfirm
           IF NOT SaleConfirmed
               DISPLAY "..NOT SOLD.."
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-SALE-RECORD
           DELETE VideoCopyFile RECORD
               INVALID KEY
               DISPLAY "(DELETE) COPY STATUS = ", CopyStatus
           END-DELETE
           IF NOT CopyFileOK
               DISPLAY "..COPY NOT SOLD.."
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-SALE-JOURNAL
           PERFORM WRITE-SALE-ARCHIVE
           DISPLAY "..COPY SOLD - ", Prn-Price, " TO THE DRAWER..".

      *>   taken off the copy record while it is still there to
      *>   read
       BUILD-SALE-RECORD.
           MOVE BusinessDate TO SaleDate
           MOVE CopyVideoCode TO SaleVideoCode
           MOVE CopyNumber TO SaleCopyNumber
           MOVE VideoTitle TO SaleTitle
           MOVE CopyDateAdded TO SaleDateAdded
           MOVE CopyConditionFlag TO SaleCondition
           MOVE CopyOwnerBranch TO SaleBranchCode
           IF CopyUnitCost NUMERIC
               MOVE CopyUnitCost TO SaleUnitCost
           ELSE
               MOVE ZERO TO SaleUnitCost
           END-IF
           MOVE SalePriceTaken TO SalePrice
           MOVE SignedOnOperator TO SaleOperatorId.

       WRITE-SALE-JOURNAL.
           MOVE BusinessDate TO FeeJrnDate
           MOVE "SEL" TO FeeJrnType
           MOVE SaleVideoCode TO FeeJrnVideoCode
           MOVE ZEROS TO FeeJrnBorrower
           MOVE ZEROS TO FeeJrnDaysOut
           MOVE ZEROS TO FeeJrnRental
           MOVE ZEROS TO FeeJrnLateFee
           MOVE SalePriceTaken TO FeeJrnTotal
           MOVE SignedOnOperator TO FeeJrnOperatorId
           MOVE SPACES TO FeeJrnApproverId
           OPEN EXTEND FeesJournalFile
           IF FeesJournalNotFound
               OPEN OUTPUT FeesJournalFile
           END-IF
           MOVE TerminalBranch TO FeeJrnBranchCode
           CALL "Sub-JournalTax" USING FeesJournalLine
           WRITE FeesJournalFlatLine FROM FeesJournalLine
           CLOSE FeesJournalFile.

       WRITE-SALE-ARCHIVE.
           OPEN EXTEND CopySalesFile
           IF CopySalesNotFound
               OPEN OUTPUT CopySalesFile
           END-IF
           WRITE CopySalesFlatLine FROM CopySaleRecord
           CLOSE CopySalesFile.
