           COPY GRADEREC.

       FD  AmendJournalFile.
       01  AmendJournalFlatLine    PIC X(73).

       WORKING-STORAGE SECTION.
       01  GradeStatus         PIC X(2).

       01  NewGradeValue       PIC XX.
       01  ReasonCode          PIC XX.
       01  BeforeImage         PIC X(23).
       01  AfterImage          PIC X(23).
       01  BusinessDate        PIC 9(8).

      *> one line per amendment, before and after images whole -
           03  FILLER          PIC X VALUE SPACE.
           03  AjlTime         PIC 9(6).
           03  FILLER          PIC X(3) VALUE " U ".
           03  AjlBeforeImage  PIC X(23).
           03  FILLER          PIC X VALUE SPACE.
           03  AjlAfterImage   PIC X(23).
           03  FILLER          PIC X VALUE SPACE.
           03  AjlReasonCode   PIC XX.
           03  FILLER          PIC X VALUE SPACE.
