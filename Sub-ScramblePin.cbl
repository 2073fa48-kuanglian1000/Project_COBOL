       IDENTIFICATION DIVISION.
       PROGRAM-ID. Sub-ScramblePin IS INITIAL.
      *>   This sub-program is CALLed from a Cobol program.
      *>   it requires 3 parameters.
      *>       1 to contain the operator id
      *>       1 to contain the 4-digit PIN as keyed
      *>       1 to return the scrambled number stored on OPERATOR.DAT
      *>   One shared scrambler so OPERATOR-MAINTAIN (setting a PIN)
      *>   and Sub-OperatorSignOn (checking one) always agree. The
      *>   id and the PIN are run through a multiply-and-remainder
      *>   mix three times over, so the stored number cannot be read
      *>   back as the PIN and two operators with the same PIN do
      *>   not carry the same number. Never returns zero - zero on
      *>   the record means no PIN set.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *>   the characters an id can hold, by position - anything
      *>   else (lower case, punctuation) counts as one value past
      *>   the end of the table
       01  IdCharTable.
           03  TableValues PIC X(37)
                   VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ ".
           03  FILLER REDEFINES TableValues.
               05  IdChar
                   OCCURS 37 TIMES PIC X.

       01  ScrambleSource.
           03  SourceId        PIC X(4).
           03  SourcePin       PIC X(4).
       01  FILLER REDEFINES ScrambleSource.
           03  SourceChar      OCCURS 8 TIMES PIC X.

       01  ScrambleModulus     PIC 9(9) VALUE 999999937.
       01  ScrambleSeed        PIC 9(9).
       01  ScrambleWork        PIC 9(12).
       01  ScrambleQuot        PIC 9(12).
       01  CharValue           PIC 99.
       01  CharIdx             PIC 99.
       01  TableIdx            PIC 99.
       01  RoundCount          PIC 9.

       LINKAGE SECTION.
       01  OperatorIdLK        PIC X(4).
       01  PinLK               PIC X(4).
       01  ScrambledPinLK      PIC 9(9).

       PROCEDURE DIVISION USING OperatorIdLK, PinLK, ScrambledPinLK.
       BEGIN.
           MOVE OperatorIdLK TO SourceId
           MOVE PinLK TO SourcePin
           MOVE 7919 TO ScrambleSeed
           PERFORM VARYING RoundCount FROM 1 BY 1 UNTIL RoundCount > 3
               PERFORM VARYING CharIdx FROM 1 BY 1 UNTIL CharIdx > 8
                   PERFORM MIX-ONE-CHAR
               END-PERFORM
           END-PERFORM
           IF ScrambleSeed = ZERO
               MOVE 1 TO ScrambleSeed
           END-IF
           MOVE ScrambleSeed TO ScrambledPinLK
           EXIT PROGRAM.

       MIX-ONE-CHAR.
           MOVE 38 TO CharValue
           PERFORM VARYING TableIdx FROM 1 BY 1 UNTIL TableIdx > 37
               IF SourceChar(CharIdx) = IdChar(TableIdx)
                   MOVE TableIdx TO CharValue
                   MOVE 37 TO TableIdx
               END-IF
           END-PERFORM
           COMPUTE ScrambleWork = (ScrambleSeed * 131) + CharValue
               + (CharIdx * 17) + RoundCount
           DIVIDE ScrambleWork BY ScrambleModulus
               GIVING ScrambleQuot REMAINDER ScrambleSeed.

           END PROGRAM Sub-ScramblePin.
