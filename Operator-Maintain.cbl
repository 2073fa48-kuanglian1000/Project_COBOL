      *> RELATIVEFILE-MAINTAIN uses; a leaver is normally
      *> deactivated (so the audit lines that carry the id still
      *> resolve) rather than deleted outright, but delete is there
      *> for ids created in error. Each new id is given a starting
      *> PIN that the operator must change at the first sign-on;
      *> RESET PIN is how a supervisor clears a locked id (three
      *> wrong PINs) or a forgotten PIN - a new starting PIN,
      *> again changed at the next sign-on. Since the master
      *> decides who holds which role, the program itself is
      *> supervisor-only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  AddAction       VALUE 1.
           88  ChangeAction    VALUE 2.
           88  DeleteAction    VALUE 3.
           88  ResetPinAction  VALUE 4.
           88  QuitMaintenance VALUE 9.

       01  StartingPin         PIC X(4).

       01  SignedOnOperator    PIC X(4) VALUE SPACES.
       01  SignOnResult        PIC X VALUE "N".
           88  SignOnOk        VALUE "Y".
       01  SignedOnRole        PIC X VALUE "C".
           88  SignedOnCounter     VALUE "C".
           88  SignedOnSenior      VALUE "S".
           88  SignedOnSupervisor  VALUE "V".
       01  RefusalProgram      PIC X(20).
       01  RefusalFunction     PIC X(14).

       PROCEDURE DIVISION.
       BEGIN.
           CALL "Sub-OperatorSignOn" USING SignedOnOperator,
               SignOnResult, SignedOnRole
           IF NOT SignOnOk
               DISPLAY "..SIGN-ON REFUSED.."
               STOP RUN
           END-IF
           IF NOT SignedOnSupervisor
               DISPLAY "..SUPERVISOR ROLE REQUIRED - REFUSED.."
               MOVE "OPERATOR-MAINTAIN" TO RefusalProgram
               MOVE "OPERATOR MAINT" TO RefusalFunction
               CALL "Sub-LogAuthRefusal" USING RefusalProgram,
                   RefusalFunction, SignedOnOperator
               STOP RUN
           END-IF

           OPEN I-O OperatorFile.
           IF FILENOTFOUND
               CLOSE OperatorFile
           STOP RUN.

       DO-MAINTENANCE.
           DISPLAY "CHOOSE: ADD=1, CHANGE=2, DELETE=3, RESET PIN=4, "
             "QUIT=9 : " WITH NO ADVANCING.
           ACCEPT MaintAction.

           IF AddAction

           IF DeleteAction
               PERFORM DELETE-OPERATOR
           END-IF

           IF ResetPinAction
               PERFORM RESET-OPERATOR-PIN
           END-IF.

       ADD-OPERATOR.
           DISPLAY "ACTIVE (Y/N) : " WITH NO ADVANCING.
           ACCEPT OperatorActiveFlag.
           PERFORM GET-OPERATOR-ROLE.
           PERFORM GET-STARTING-PIN.

           WRITE OperatorRecord
               INVALID KEY
           IF NOT ValidRoleCode
               DISPLAY "..ROLE MUST BE C, S, OR V - TRY AGAIN.."
           END-IF.

      *>   clears the lock and the wrong-PIN count and gives the id
      *>   a starting PIN the operator must change at next sign-on
       RESET-OPERATOR-PIN.
           DISPLAY "ENTER OPERATOR ID(4 CHARS) : " WITH NO ADVANCING.
           ACCEPT OperatorId.
           READ OperatorFile
               INVALID KEY CONTINUE
           END-READ
           IF NOT RECORDFOUND
               DISPLAY "..NO SUCH OPERATOR ON FILE.."
           ELSE
               PERFORM GET-STARTING-PIN
               REWRITE OperatorRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) OPERATOR STATUS = ",
                       OperatorStatus
               END-REWRITE
               DISPLAY "..PIN RESET - ", OperatorName,
                   " MUST CHANGE IT AT NEXT SIGN-ON.."
           END-IF.

      *>   only the scrambled form is kept; a set date of zeros is
      *>   what makes the sign-on force the change
       GET-STARTING-PIN.
           MOVE SPACES TO StartingPin
           PERFORM ACCEPT-ONE-PIN UNTIL StartingPin NUMERIC
           CALL "Sub-ScramblePin" USING OperatorId, StartingPin,
               OperatorPinScrambled
           MOVE ZEROS TO OperatorPinSetDate
           MOVE ZERO TO OperatorFailedPinCount
           SET OperatorNotLocked TO TRUE.

       ACCEPT-ONE-PIN.
           DISPLAY "ENTER STARTING PIN(4 DIGITS) : "
             WITH NO ADVANCING
           ACCEPT StartingPin
           IF StartingPin NOT NUMERIC
               DISPLAY "..PIN MUST BE 4 DIGITS - TRY AGAIN.."
           END-IF.
