      *>   reason. A live record whose role column is still a space
      *>   (kept before roles existed) reads as counter, the safe
      *>   floor.
      *>   The id alone is printed on every receipt, so it is backed
      *>   by a 4-digit PIN, checked scrambled through
      *>   Sub-ScramblePin. Three wrong PINs in a row - counted on
      *>   the record, across sign-ons - lock the id until a
      *>   supervisor resets it in OPERATOR-MAINTAIN. A PIN older
      *>   than PinLifeDays, or one just reset, must be changed
      *>   before the sign-on completes; an id with no PIN at all
      *>   is refused until a supervisor resets it. Every unknown,
      *>   inactive, locked, no-PIN, wrong-PIN or unchanged-PIN
      *>   attempt goes to
      *>   AUTH-REFUSALS.DAT through Sub-LogAuthRefusal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  AttemptCount        PIC 9 VALUE ZERO.
       01  KeyedOperatorId     PIC X(4).
       01  KeyedPin            PIC X(4).
       01  NewPin              PIC X(4).
       01  ConfirmPin          PIC X(4).
       01  ScrambledPin        PIC 9(9).

      *> days a PIN lasts before the sign-on forces a new one
       01  PinLifeDays         PIC 9(3) VALUE 90.
      *> wrong PINs in a row that lock the id
       01  PinLockoutLimit     PIC 9 VALUE 3.

       01  BusinessDate        PIC 9(8).
       01  TodayDayNumber      PIC 9(7).
       01  PinSetDayNumber     PIC 9(7).

       01  PinChangedSw        PIC X.
           88  PinChanged      VALUE "Y".

       01  RefusalProgram      PIC X(20) VALUE "Sub-OperatorSignOn".
       01  RefusalFunction     PIC X(14).

       LINKAGE SECTION.
       01  OperatorIdLK        PIC X(4).
           MOVE "N" TO SignOnResultLK.
           MOVE SPACES TO OperatorIdLK.
           MOVE "C" TO OperatorRoleLK.
           OPEN I-O OperatorFile.
           IF OperatorFileMissing
               DISPLAY "..NO OPERATOR MASTER ON FILE - ID TAKEN "
                   "ON TRUST.."
               EXIT PROGRAM
           END-IF

           CALL "Sub-BusinessDate" USING BusinessDate.
           CALL "Sub-DateDayNumber" USING BusinessDate,
               TodayDayNumber.

           PERFORM TRY-ONE-SIGN-ON
               UNTIL SignOnOk OR AttemptCount >= 3.

           EVALUATE TRUE
               WHEN NOT OperatorFound
                   DISPLAY "..UNKNOWN OPERATOR ID.."
                   MOVE "UNKNOWN ID" TO RefusalFunction
                   PERFORM LOG-SIGN-ON-REFUSAL
               WHEN NOT OperatorIsActive
                   DISPLAY "..OPERATOR NO LONGER ACTIVE.."
                   MOVE "INACTIVE ID" TO RefusalFunction
                   PERFORM LOG-SIGN-ON-REFUSAL
               WHEN OperatorIsLocked
                   DISPLAY "..OPERATOR ID LOCKED - A SUPERVISOR "
                       "MUST RESET IT.."
                   MOVE "LOCKED ID" TO RefusalFunction
                   PERFORM LOG-SIGN-ON-REFUSAL
               WHEN OTHER
                   PERFORM CHECK-OPERATOR-PIN
           END-EVALUATE.

      *>   a record with no PIN yet has nothing to check against,
      *>   and whoever keys the id is not let choose one - a
      *>   supervisor keys a starting PIN through RESET PIN first
       CHECK-OPERATOR-PIN.
           IF OperatorPinNotSet
               DISPLAY "..NO PIN SET - ASK A SUPERVISOR TO RESET "
                   "PIN.."
               MOVE "PIN NOT SET" TO RefusalFunction
               PERFORM LOG-SIGN-ON-REFUSAL
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER PIN(4 DIGITS) : " WITH NO ADVANCING
           ACCEPT KeyedPin
           CALL "Sub-ScramblePin" USING KeyedOperatorId, KeyedPin,
               ScrambledPin
           IF ScrambledPin NOT = OperatorPinScrambled
               PERFORM COUNT-WRONG-PIN
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO OperatorFailedPinCount
           IF OperatorPinSetDate = ZEROS
               MOVE ZERO TO PinSetDayNumber
           ELSE
               CALL "Sub-DateDayNumber" USING OperatorPinSetDate,
                   PinSetDayNumber
           END-IF
           IF OperatorPinSetDate = ZEROS
               OR TodayDayNumber - PinSetDayNumber > PinLifeDays
               DISPLAY "..PIN EXPIRED - CHOOSE A NEW ONE.."
               PERFORM CHOOSE-NEW-PIN
               IF NOT PinChanged
                   PERFORM REWRITE-OPERATOR
                   MOVE "PIN NOT CHANGED" TO RefusalFunction
                   PERFORM LOG-SIGN-ON-REFUSAL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM COMPLETE-SIGN-ON.

      *>   the third wrong PIN in a row locks the id and ends the
      *>   sign-on there - the remaining tries are not offered
       COUNT-WRONG-PIN.
           ADD 1 TO OperatorFailedPinCount
           IF OperatorFailedPinCount >= PinLockoutLimit
               SET OperatorIsLocked TO TRUE
               DISPLAY "..WRONG PIN - OPERATOR ID NOW LOCKED.."
               MOVE "PIN LOCKOUT" TO RefusalFunction
               MOVE 3 TO AttemptCount
           ELSE
               DISPLAY "..WRONG PIN.."
               MOVE "WRONG PIN" TO RefusalFunction
           END-IF
           PERFORM REWRITE-OPERATOR
           PERFORM LOG-SIGN-ON-REFUSAL.

      *>   one go at keying the new PIN twice; a PIN that is not 4
      *>   digits, does not match its confirmation, or is the PIN
      *>   being replaced is refused and the record left as it was
       CHOOSE-NEW-PIN.
           MOVE "N" TO PinChangedSw
           DISPLAY "ENTER NEW PIN(4 DIGITS) : " WITH NO ADVANCING
           ACCEPT NewPin
           DISPLAY "ENTER NEW PIN AGAIN : " WITH NO ADVANCING
           ACCEPT ConfirmPin
           IF NewPin NOT NUMERIC
               DISPLAY "..PIN MUST BE 4 DIGITS - NOT CHANGED.."
               EXIT PARAGRAPH
           END-IF
           IF NewPin NOT = ConfirmPin
               DISPLAY "..PINS DO NOT MATCH - NOT CHANGED.."
               EXIT PARAGRAPH
           END-IF
           CALL "Sub-ScramblePin" USING KeyedOperatorId, NewPin,
               ScrambledPin
           IF ScrambledPin = OperatorPinScrambled
               DISPLAY "..NEW PIN MUST DIFFER FROM THE OLD - NOT "
                   "CHANGED.."
               EXIT PARAGRAPH
           END-IF
           MOVE ScrambledPin TO OperatorPinScrambled
           MOVE BusinessDate TO OperatorPinSetDate
           DISPLAY "..PIN CHANGED.."
           SET PinChanged TO TRUE.

       COMPLETE-SIGN-ON.
           MOVE ZERO TO OperatorFailedPinCount
           PERFORM REWRITE-OPERATOR
           DISPLAY "SIGNED ON : ", OperatorName
           MOVE KeyedOperatorId TO OperatorIdLK
           IF ValidRoleCode
               MOVE OperatorRoleCode TO OperatorRoleLK
           ELSE
               MOVE "C" TO OperatorRoleLK
           END-IF
           SET SignOnOk TO TRUE.

       REWRITE-OPERATOR.
           REWRITE OperatorRecord
               INVALID KEY
               DISPLAY "(REWRITE) OPERATOR STATUS = ", OperatorStatus
           END-REWRITE.

       LOG-SIGN-ON-REFUSAL.
           CALL "Sub-LogAuthRefusal" USING RefusalProgram,
               RefusalFunction, KeyedOperatorId.

           END PROGRAM Sub-OperatorSignOn.
