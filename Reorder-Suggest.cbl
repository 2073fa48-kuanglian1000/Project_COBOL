      *> keyable order line on SUGGEST-ORDERS.DAT in
      *> PURCHORDER-MAINTAIN's field order (supplier, video, title,
      *> quantity), and a reasoned line on REORDER-SUGGEST-RPT.DAT
      *> with the three signals printed beside the quantity. The
      *> quantity is for the title; the report line also splits
      *> the copies held into tape and disc, and the waiting queue
      *> by the format each borrower asked for, so the buyer can
      *> choose the format when keying the order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  SuggestLine         PIC X(60).

       FD  ReportFile.
       01  ReportLine  PIC X(170).

       WORKING-STORAGE SECTION.
           COPY LOANHIST.
       01  DemandCopies        PIC 9(5).
       01  SuggestedQty        PIC 9(3).
       01  SuggestionCount     PIC 9(4) VALUE ZERO.
      *> the same two signals split by format - a reservation that
      *> takes either format sits in neither column
       01  CopiesHeldTape      PIC 9(3).
       01  CopiesHeldDisc      PIC 9(3).
       01  WaitingTape         PIC 9(3).
       01  WaitingDisc         PIC 9(3).

      *> the keyable order line - supplier, video, title, quantity,
      *> the same field order PURCHORDER-MAINTAIN prompts in (a
      *> suggestion carries no supplier item code, so that prompt
      *> is left blank and the line keyed by hand)
       01  SuggestOrderLine.
           03  SugSupplierCode PIC 999.
           03  FILLER          PIC X VALUE SPACE.
           03  FILLER          PIC X(13) VALUE " LOANS/MONTH,".
           03  DtlReasonCopies PIC ZZ9.
           03  FILLER          PIC X(11) VALUE " COPIES NOW".
           03  FILLER          PIC X(7) VALUE " (TAPE ".
           03  DtlCopiesTape   PIC ZZ9.
           03  FILLER          PIC X(6) VALUE " DISC ".
           03  DtlCopiesDisc   PIC ZZ9.
           03  FILLER          PIC X(19)
                 VALUE ") WAITING FOR TAPE ".
           03  DtlWaitingTape  PIC ZZ9.
           03  FILLER          PIC X(6) VALUE " DISC ".
           03  DtlWaitingDisc  PIC ZZ9.

       01  SuggestTotalLine.
           03  FILLER          PIC X(24)
           END-IF.

       COUNT-WAITING-RESERVES.
           MOVE ZERO TO WaitingCount WaitingTape WaitingDisc
           MOVE VideoCode TO ReserveVideoCode
           MOVE ZERO TO ReserveSeqNo
           START ReserveFile KEY IS NOT LESS THAN ReserveKey
                       OR ReserveVideoCode NOT = VideoCode
                   IF ReserveIsOpen OR ReserveIsPending
                       ADD 1 TO WaitingCount
                       IF ReserveWantsTape
                           ADD 1 TO WaitingTape
                       END-IF
                       IF ReserveWantsDisc
                           ADD 1 TO WaitingDisc
                       END-IF
                   END-IF
                   READ ReserveFile NEXT RECORD
                       AT END SET EndOfReserveFile TO TRUE
           END-IF.

       COUNT-LENDABLE-COPIES.
           MOVE ZERO TO CopiesHeld CopiesHeldTape CopiesHeldDisc
           MOVE VideoCode TO CopyVideoCode
           MOVE ZERO TO CopyNumber
           START VideoCopyFile KEY IS NOT LESS THAN CopyKey
                       OR CopyVideoCode NOT = VideoCode
                   IF NOT CopyOutOfService
                       ADD 1 TO CopiesHeld
                       IF CopyOnDisc
                           ADD 1 TO CopiesHeldDisc
                       ELSE
                           ADD 1 TO CopiesHeldTape
                       END-IF
                   END-IF
                   READ VideoCopyFile NEXT RECORD
                       AT END SET EndOfCopyFile TO TRUE
           MOVE WaitingCount TO DtlReasonWaiting
           MOVE LoansLastMonth TO DtlReasonLoans
           MOVE CopiesHeld TO DtlReasonCopies
           MOVE CopiesHeldTape TO DtlCopiesTape
           MOVE CopiesHeldDisc TO DtlCopiesDisc
           MOVE WaitingTape TO DtlWaitingTape
           MOVE WaitingDisc TO DtlWaitingDisc
           WRITE ReportLine FROM SuggestDetailLine.
