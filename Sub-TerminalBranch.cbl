       IDENTIFICATION DIVISION.
       PROGRAM-ID. Sub-TerminalBranch IS INITIAL.
      *>   This sub-program is CALLed from a Cobol program.
      *>   it requires 1 parameter.
      *>       1 to return the branch this machine stands in (99)
      *>   Each terminal keeps one record on BRANCH.DAT saying which
      *>   shop it is in. The desk programs that move copies
      *>   between branches read it for themselves; every program
      *>   that needs to stamp a branch - on a fees journal line, a
      *>   cash-up, a new member, the sell-off list - asks here.
      *>   The original shop never keyed one, so a missing file (or
      *>   a code that is not a number) returns branch 1, and the
      *>   batch chain stamps whatever branch the machine it runs on
      *>   is keyed as.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BranchFile ASSIGN TO "BRANCH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BranchStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  BranchFile.
       01  BranchRecord.
           03  BranchCode          PIC 99.
           03  FILLER              PIC X.
           03  BranchName          PIC X(20).

       WORKING-STORAGE SECTION.
       01  BranchStatus        PIC X(2).
           88  BranchFileFound VALUE "00".

       LINKAGE SECTION.
       01  TerminalBranchLK    PIC 99.

       PROCEDURE DIVISION USING TerminalBranchLK.
       BEGIN.
           MOVE 1 TO TerminalBranchLK.
           OPEN INPUT BranchFile.
           IF BranchFileFound
               READ BranchFile
                   AT END CONTINUE
                   NOT AT END
                       IF BranchCode NUMERIC AND BranchCode > ZERO
                           MOVE BranchCode TO TerminalBranchLK
                       END-IF
               END-READ
               CLOSE BranchFile
           END-IF.
           EXIT PROGRAM.

           END PROGRAM Sub-TerminalBranch.
