               88  SeniorRole      VALUE "S".
               88  SupervisorRole  VALUE "V".
               88  ValidRoleCode   VALUE "C" "S" "V".
      *> the operator's PIN, never held as keyed - only the number
      *> Sub-ScramblePin makes of it with the id, so reading the
      *> file does not give the PIN away. Zero is no PIN set yet,
      *> which the sign-on refuses until a supervisor keys a
      *> starting PIN through RESET PIN. The set date ages the
      *> PIN toward its forced change; zeros force a change at the
      *> next sign-on, as after a supervisor's reset.
           03  OperatorPinScrambled    PIC 9(9).
               88  OperatorPinNotSet   VALUE ZERO.
           03  OperatorPinSetDate      PIC 9(8).
      *> wrong PINs in a row across sign-ons - the third locks the
      *> id until a supervisor resets it in OPERATOR-MAINTAIN
           03  OperatorFailedPinCount  PIC 9.
           03  OperatorLockedFlag      PIC X.
               88  OperatorIsLocked    VALUE "Y".
               88  OperatorNotLocked   VALUE "N" SPACE.
