       IDENTIFICATION DIVISION.
       PROGRAM-ID. Sub-StudentAddressee IS INITIAL.
      *>   This sub-program is CALLed from a Cobol program.
      *>   it requires 1 parameter.
      *>       1 the addressee block (ADDRESSEE.cpy), the student and
      *>         the day the letter is dated keyed in place; the
      *>         rest comes back filled
      *>   Who a letter about a student goes to. The student is read
      *>   on IDXSTUDENT.DAT; one who has not reached their 18th
      *>   birthday by the day given is a minor, and a minor's
      *>   letters go to the parent or guardian on GUARDIAN.DAT
      *>   (GUARDREC.cpy) - at the guardian's own address, or the
      *>   student's when the guardian's street is blank. An adult,
      *>   or a minor with no guardian keyed yet, is written to
      *>   direct. A date of birth that is not a date counts as an
      *>   adult, since there is nothing to measure. An address with
      *>   no street comes back as no address, the rule LETTER-MERGE
      *>   applies: nothing is posted without one. The absence and
      *>   probation letters and the enrollment guardian check all
      *>   ask here, so none of them can disagree about who is a
      *>   minor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "IDXSTUDENT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS IdxStudentId
             FILE STATUS IS StudentFileStatus.

           SELECT GuardianFile ASSIGN TO "GUARDIAN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS GrdStudentId
             FILE STATUS IS GuardianStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           COPY IDXSTUDREC.

       FD  GuardianFile.
           COPY GUARDREC.

       WORKING-STORAGE SECTION.
       01  StudentFileStatus   PIC X(2).
           88  StudentFound    VALUE "00".
       01  GuardianStatus      PIC X(2).
           88  GuardianFound   VALUE "00".
           88  GuardianFileOK  VALUE "00".

       LINKAGE SECTION.
           COPY ADDRESSEE.

       PROCEDURE DIVISION USING StudentAddressee.
       BEGIN.
           MOVE "U" TO AdrResult
           MOVE "N" TO AdrMinorSw
           MOVE "N" TO AdrGuardianSw
           MOVE SPACES TO AdrStudentName AdrName AdrRelationship
           MOVE SPACES TO AdrStreet AdrTown AdrPostCode
           MOVE ZERO TO AdrEighteenthBirthday

           OPEN INPUT StudentFile
           MOVE AdrStudentId TO IdxStudentId
           READ StudentFile
               INVALID KEY CONTINUE
           END-READ
           IF NOT StudentFound
               CLOSE StudentFile
               EXIT PROGRAM
           END-IF
           CLOSE StudentFile

           STRING IdxStudentFirstName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               IdxStudentLastName DELIMITED BY SIZE
               INTO AdrStudentName
           END-STRING
           MOVE AdrStudentName TO AdrName
           MOVE IdxStudentStreet TO AdrStreet
           MOVE IdxStudentTown TO AdrTown
           MOVE IdxStudentPostCode TO AdrPostCode
           SET AdrToStudent TO TRUE

           IF IdxStudentDateOfBirth IS NUMERIC
               AND IdxStudentYoBirth > ZERO
               COMPUTE AdrEighteenthBirthday =
                   (IdxStudentYoBirth + 18) * 10000
                   + IdxStudentMoBirth * 100 + IdxStudentDoBirth
               IF AdrAsOfDate < AdrEighteenthBirthday
                   SET AdrIsMinor TO TRUE
               END-IF
           END-IF

      *>   no guardian file yet simply means no guardian is on it
           OPEN INPUT GuardianFile
           IF GuardianFileOK
               MOVE AdrStudentId TO GrdStudentId
               READ GuardianFile
                   INVALID KEY CONTINUE
               END-READ
               IF GuardianFound
                   SET AdrGuardianOnFile TO TRUE
               END-IF
               CLOSE GuardianFile
           END-IF

           IF AdrIsMinor AND AdrGuardianOnFile
               PERFORM TAKE-GUARDIAN-ADDRESS
           END-IF

           IF AdrStreet = SPACES
               SET AdrNoAddress TO TRUE
           END-IF
           EXIT PROGRAM.

       TAKE-GUARDIAN-ADDRESS.
           SET AdrToGuardian TO TRUE
           MOVE GrdName TO AdrName
           MOVE GrdRelationship TO AdrRelationship
           IF NOT GrdAtStudentAddress
               MOVE GrdStreet TO AdrStreet
               MOVE GrdTown TO AdrTown
               MOVE GrdPostCode TO AdrPostCode
           END-IF.

           END PROGRAM Sub-StudentAddressee.
