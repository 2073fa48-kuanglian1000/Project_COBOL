               WITH DUPLICATES
             FILE STATUS IS VideoStatus.

      *> the weekly "also rented" suggestions TITLE-SUGGESTBUILD
      *> keeps, shown under a title found by code or by name, each
      *> with the copies on the shelf now off the copy inventory and
      *> the open loans
           SELECT SuggestFile ASSIGN TO "SUGGEST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SugVideoCode
             FILE STATUS IS SuggestStatus.

           SELECT VideoCopyFile ASSIGN TO "VIDEOCOPY.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CopyKey
             FILE STATUS IS CopyStatus.

           SELECT VideoLoanFile ASSIGN TO "VIDEOLOAN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LoanKey
             FILE STATUS IS LoanStatus.

      *> a borrower keyed at the lookup has the titles their own
      *> history shows they have had left off the suggestions
           SELECT LoanHistoryFile ASSIGN TO "LOAN-HISTORY.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HistoryStatus.

           SELECT BorrowerFile ASSIGN TO "BORROWER.DAT"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS BorrowerKey
             FILE STATUS IS BorrowerStatus.

      *> which branch this terminal is - a missing file means branch 1
           SELECT BranchFile ASSIGN TO "BRANCH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BranchStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  VideoFile.
           COPY VIDEOREC.

       FD  SuggestFile.
           COPY SUGGESTREC.

       FD  VideoCopyFile.
           COPY VIDCOPYREC.

       FD  VideoLoanFile.
           COPY LOANREC.

       FD  LoanHistoryFile.
       01  HistoryFlatLine         PIC X(63).
           88  EndOfHistoryFlat    VALUE HIGH-VALUES.

       FD  BorrowerFile.
           COPY BORROWREC.

       FD  BranchFile.
       01  BranchRecord.
           03  BranchCode          PIC 99.
           03  FILLER              PIC X.
           03  BranchName          PIC X(20).

       WORKING-STORAGE SECTION.
           COPY LOANHIST.

       01  VideoStatus PIC X(2).
           88  RECORDFOUND VALUE "00".

       01  NoMoreForSupplierSw   PIC X VALUE "N".
           88  NoMoreForSupplier VALUE "Y".

       01  SuggestStatus         PIC X(2).
           88  SuggestFound      VALUE "00".
           88  SuggestFileOK     VALUE "00".
       01  CopyStatus            PIC X(2).
           88  CopyFound         VALUE "00".
           88  CopyFileOK        VALUE "00".
       01  LoanStatus            PIC X(2).
           88  LoanFound         VALUE "00".
           88  LoanFileOK        VALUE "00".
       01  HistoryStatus         PIC X(2).
           88  HistoryFileOK     VALUE "00".
       01  BorrowerStatus        PIC X(2).
           88  BorrowerFound     VALUE "00".
       01  BorrowerKey           PIC 9(4).
       01  BranchStatus          PIC X(2).
           88  BranchFileFound   VALUE "00".
       01  TerminalBranch        PIC 99 VALUE 1.

      *> the suggestions against the title just shown, taken off
      *> SUGGEST.DAT, each marked once the borrower keyed turns out
      *> to have had it
       01  SuggestBorrower       PIC 9(4).
       01  SuggestTitleBorrowers PIC 9(5).
       01  SuggestHeldCount      PIC 9.
       01  SuggestLeftCount      PIC 9.
       01  SuggestIndex          PIC 9.
       01  SuggestHeldTable.
           03  SuggestHeld       OCCURS 5 TIMES.
               05  SuggestHeldCode     PIC 9(5).
               05  SuggestHeldShared   PIC 9(5).
               05  SuggestHadSw        PIC X.
                   88  SuggestHad      VALUE "Y".
       01  SuggestCopiesIn       PIC 99.
       01  SuggestCopyFilesSw    PIC X VALUE "N".
           88  SuggestCopyFilesOpen VALUE "Y".

      *> borrower numbers are keyed with their check digit, as at
      *> the counter
       01  BorrowerEntryWork       PIC 9(5).
       01  BorrowerEntrySplit REDEFINES BorrowerEntryWork.
           03  BorrowerEntryNum    PIC 9(4).
           03  BorrowerEntryDigit  PIC 9.
       01  CheckDigitString        PIC X(10).
       01  BorrowerDigitLength     PIC 99 VALUE 4.
       01  CheckDigitWork          PIC 9.
       01  BorrowerDigitBadSw      PIC X.
           88  BorrowerDigitBad    VALUE "Y".


      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
               GOBACK
           END-IF
           OPEN INPUT VideoFile.
           PERFORM LOAD-BRANCH-CODE.

           PERFORM DO-LOOKUP UNTIL QuitLookup.

               INVALID KEY DISPLAY "(key=CODE)STATUS : " , VideoStatus
              END-READ
              PERFORM SHOW-RESULT
              PERFORM SHOW-SUGGESTIONS
           END-IF

           IF VideoTitleKey
               INVALID KEY DISPLAY "(key=TITLE)STATUS : " , VideoStatus
              END-READ
              PERFORM SHOW-RESULT
              PERFORM SHOW-SUGGESTIONS
           END-IF

           IF VideoSupplierKey
           IF SupplierMatchCount = ZERO
               DISPLAY "..NOTHING FOUND.."
           END-IF.

      *>   "borrowers who rented this also rented" under the title
      *>   just found. A borrower keyed here has whatever their own
      *>   history shows they have had left off; none keyed, the
      *>   whole list is shown.
       SHOW-SUGGESTIONS.
           IF NOT RECORDFOUND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO SuggestHeldCount
           OPEN INPUT SuggestFile
           IF NOT SuggestFileOK
               EXIT PARAGRAPH
           END-IF
           MOVE VideoCode TO SugVideoCode
           READ SuggestFile
               KEY IS SugVideoCode
               INVALID KEY CONTINUE
           END-READ
           IF SuggestFound
               MOVE SugTitleBorrowers TO SuggestTitleBorrowers
               MOVE SugEntryCount TO SuggestHeldCount
               PERFORM VARYING SuggestIndex FROM 1 BY 1
                       UNTIL SuggestIndex > SuggestHeldCount
                   MOVE SugOtherCode(SuggestIndex)
                       TO SuggestHeldCode(SuggestIndex)
                   MOVE SugSharedBorrowers(SuggestIndex)
                       TO SuggestHeldShared(SuggestIndex)
                   MOVE "N" TO SuggestHadSw(SuggestIndex)
               END-PERFORM
           END-IF
           CLOSE SuggestFile
           IF SuggestHeldCount = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO SuggestBorrower
           DISPLAY "SUGGESTIONS FOR BORROWER NO + CHECK DIGIT"
             "(5 DIGITS, 0=ANYONE) : " WITH NO ADVANCING
           ACCEPT BorrowerEntryWork
           IF BorrowerEntryWork NOT = ZERO
               PERFORM VERIFY-BORROWER-DIGIT
               IF BorrowerDigitBad
                   EXIT PARAGRAPH
               END-IF
               MOVE BorrowerEntryNum TO BorrowerKey
               OPEN INPUT BorrowerFile
               READ BorrowerFile
                   INVALID KEY CONTINUE
               END-READ
               IF BorrowerFound
                   DISPLAY "BORROWER : ", BorrowerName
                   MOVE BorrowerEntryNum TO SuggestBorrower
               ELSE
                   DISPLAY "..NO SUCH BORROWER.."
               END-IF
               CLOSE BorrowerFile
               IF SuggestBorrower = ZERO
                   EXIT PARAGRAPH
               END-IF
               PERFORM MARK-SUGGESTIONS-HAD
           END-IF

           MOVE SuggestHeldCount TO SuggestLeftCount
           PERFORM VARYING SuggestIndex FROM 1 BY 1
                   UNTIL SuggestIndex > SuggestHeldCount
               IF SuggestHad(SuggestIndex)
                   SUBTRACT 1 FROM SuggestLeftCount
               END-IF
           END-PERFORM
           IF SuggestLeftCount = ZERO
               DISPLAY "..BORROWER HAS HAD EVERY SUGGESTED TITLE.."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SuggestCopyFilesSw
           OPEN INPUT VideoCopyFile
           IF CopyFileOK
               OPEN INPUT VideoLoanFile
               IF LoanFileOK
                   SET SuggestCopyFilesOpen TO TRUE
               ELSE
                   CLOSE VideoCopyFile
               END-IF
           END-IF
           DISPLAY "BORROWERS WHO RENTED THIS ALSO RENTED :"
           PERFORM VARYING SuggestIndex FROM 1 BY 1
                   UNTIL SuggestIndex > SuggestHeldCount
               IF NOT SuggestHad(SuggestIndex)
                   PERFORM SHOW-ONE-SUGGESTION
               END-IF
           END-PERFORM
           IF SuggestCopyFilesOpen
               CLOSE VideoCopyFile, VideoLoanFile
           END-IF.

       MARK-SUGGESTIONS-HAD.
           OPEN INPUT LoanHistoryFile
           IF NOT HistoryFileOK
               EXIT PARAGRAPH
           END-IF
           READ LoanHistoryFile
               AT END SET EndOfHistoryFlat TO TRUE
           END-READ
           PERFORM UNTIL EndOfHistoryFlat
               MOVE HistoryFlatLine TO LoanHistoryRecord
               IF HistBorrowerNumber = SuggestBorrower
                   PERFORM VARYING SuggestIndex FROM 1 BY 1
                           UNTIL SuggestIndex > SuggestHeldCount
                       IF HistVideoCode = SuggestHeldCode(SuggestIndex)
                           MOVE "Y" TO SuggestHadSw(SuggestIndex)
                       END-IF
                   END-PERFORM
               END-IF
               READ LoanHistoryFile
                   AT END SET EndOfHistoryFlat TO TRUE
               END-READ
           END-PERFORM
           CLOSE LoanHistoryFile.

      *>   a copy counts as in when VIDEOCOPY.DAT has it on this
      *>   shop's shelf and VIDEOLOAN.DAT has no open loan against it
       SHOW-ONE-SUGGESTION.
           MOVE SuggestHeldCode(SuggestIndex) TO VideoCode
           READ VideoFile
               KEY IS VideoCode
               INVALID KEY CONTINUE
           END-READ
           IF NOT RECORDFOUND
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO SuggestCopiesIn
           IF SuggestCopyFilesOpen
               MOVE VideoCode TO CopyVideoCode
               MOVE ZERO TO CopyNumber
               START VideoCopyFile KEY IS NOT LESS THAN CopyKey
                   INVALID KEY CONTINUE
               END-START
               IF CopyFound
                   READ VideoCopyFile NEXT RECORD
                       AT END SET EndOfCopyFile TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfCopyFile
                           OR CopyVideoCode NOT = VideoCode
                       IF CopyOnShelf
                           AND (CopyBranchCode = ZERO
                                OR CopyBranchCode = TerminalBranch)
                           MOVE CopyVideoCode TO LoanVideoCode
                           MOVE CopyNumber TO LoanCopyNumber
                           READ VideoLoanFile
                               KEY IS LoanKey
                               INVALID KEY CONTINUE
                           END-READ
                           IF NOT LoanFound
                               ADD 1 TO SuggestCopiesIn
                           END-IF
                       END-IF
                       READ VideoCopyFile NEXT RECORD
                           AT END SET EndOfCopyFile TO TRUE
                       END-READ
                   END-PERFORM
               END-IF
           END-IF
           DISPLAY "  ", VideoCode, " ", VideoTitle, " ",
               SuggestHeldShared(SuggestIndex), " OF ",
               SuggestTitleBorrowers, " BORROWERS, ",
               SuggestCopiesIn, " ON SHELF".

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

      *>   one record saying which shop this terminal stands in;
      *>   no file reads as branch 1
       LOAD-BRANCH-CODE.
           OPEN INPUT BranchFile
           IF BranchFileFound
               READ BranchFile
                   AT END CONTINUE
                   NOT AT END
                       IF BranchCode NUMERIC AND BranchCode > ZERO
                           MOVE BranchCode TO TerminalBranch
                       END-IF
               END-READ
               CLOSE BranchFile
           END-IF.
