      *> scrambled slots) under a longer FD, so each file is moved
      *> aside and rewritten whole with the new columns defaulted:
      *>   VIDEOLOAN.DAT  27 -> 32  renewals 0, notice 0, branch 01
      *>   VIDEOCOPY.DAT  15 -> 42  condition S, branch 01, cost,
      *>     order line and condition date zeros, format tape (a copy
      *>     actually out on loan self-corrects at its check-in;
      *>     until then the open-loan record still blocks reissue)
      *>   RESERVE.DAT    29 -> 40  held copy and held date zeros,
      *>     either format
      *>   BORROWER.DAT   36 -> 103 dates zeros, address spaces
      *>   OPERATOR.DAT   25 -> 45  role C, the safe floor, a
      *>     starting PIN keyed for each id (changed at the first
      *>     sign-on), unlocked
      *>   PURCHORD.DAT   71 -> 79  last receipt date zeros
      *> Each original survives as <name>.OLD via CBL_COPY_FILE,
      *> and a file that will not open under the OLD layout is left
       01  OldFileName         PIC X(20).
       01  FileInfoWork        PIC X(16).
       01  ConvertedCount      PIC 9(5).
       01  StartingPin         PIC X(4).
      *> the original shop - what every pre-branch record belongs to
       01  HomeBranch          PIC 99 VALUE 1.

               MOVE OldCopyDateAdded TO CopyDateAdded
               SET CopyOnShelf TO TRUE
               MOVE HomeBranch TO CopyBranchCode
               MOVE ZERO TO CopyUnitCost
               MOVE ZEROS TO CopyOrderRef
               MOVE ZEROS TO CopyConditionDate
               SET CopyOnTape TO TRUE
               WRITE VideoCopyRecord
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO ConvertedCount
               MOVE OldReserveFilled TO ReserveFilledDate
               MOVE ZERO TO ReserveHeldCopyNumber
               MOVE ZERO TO ReserveHeldDate
               SET ReserveAnyFormat TO TRUE
               MOVE ZERO TO ReserveBranchCode
               WRITE ReserveRecord
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO ConvertedCount
               MOVE ZEROS TO BorrowerMembPaidTo
               MOVE ZEROS TO BorrowerJoinedDate
               MOVE SPACES TO BorrowerAddress
               MOVE ZERO TO BorrowerJoinedBranch
               MOVE "N" TO BorrowerBulletinOptOut
               MOVE OldBorrowerNumber TO NewBorrowerSlot
               WRITE BorrowerRecord
                   INVALID KEY CONTINUE
      *>       the safe floor - the supervisor re-keys the real
      *>       roles through OPERATOR-MAINTAIN afterward
               MOVE "C" TO OperatorRoleCode
               PERFORM GET-STARTING-PIN
               MOVE ZERO TO OperatorFailedPinCount
               SET OperatorNotLocked TO TRUE
               WRITE OperatorRecord
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO ConvertedCount
           CLOSE OldOperatorFile, NewOperatorFile
           DISPLAY "OPERATOR RECORDS WIDENED  = ", ConvertedCount.

      *>   only the scrambled form is kept; a set date of zeros is
      *>   what makes the sign-on force the change, the same as
      *>   OPERATOR-MAINTAIN's RESET PIN
       GET-STARTING-PIN.
           DISPLAY "OPERATOR ", OperatorId, " ", OperatorName
           MOVE SPACES TO StartingPin
           PERFORM ACCEPT-ONE-PIN UNTIL StartingPin NUMERIC
           CALL "Sub-ScramblePin" USING OperatorId, StartingPin,
               OperatorPinScrambled
           MOVE ZEROS TO OperatorPinSetDate.

       ACCEPT-ONE-PIN.
           DISPLAY "ENTER STARTING PIN(4 DIGITS) : "
             WITH NO ADVANCING
           ACCEPT StartingPin
           IF StartingPin NOT NUMERIC
               DISPLAY "..PIN MUST BE 4 DIGITS - TRY AGAIN.."
           END-IF.

       CONVERT-PURCHORDER-FILE.
           MOVE "PURCHORD.DAT" TO LiveFileName
           MOVE "PURCHORD.OLD" TO OldFileName
               MOVE OldPordOrderDate TO PordOrderDate
               MOVE OldPordStatusFlag TO PordStatusFlag
               MOVE ZERO TO PordLastReceiptDate
               MOVE SPACES TO PordItemCode
               MOVE ZERO TO PordUnitPrice
               MOVE OldPordOrderDate TO PordSentDate
               MOVE ZERO TO PordPromisedDate PordAckDate
               MOVE "N" TO PordAmendedFlag
               MOVE SPACE TO PordAckStatus
               MOVE SPACES TO PordGenreCode
               WRITE PurchOrderRecord
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO ConvertedCount
