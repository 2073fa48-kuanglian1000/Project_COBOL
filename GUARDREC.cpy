      *> Governing record layout for the parent/guardian contact
      *> file (GUARDIAN.DAT) - one contact per student, keyed by the
      *> StudentId it belongs to, for the students still under 18
      *> by IdxStudentDateOfBirth. Their attendance and probation
      *> letters are addressed here instead of to the student. A
      *> guardian at the student's own address is keyed with the
      *> street left blank, and the letters then use the address on
      *> IDXSTUDENT.DAT, so a family move only has to be keyed
      *> once. Maintained by GUARDIAN-MAINTAIN, stamped with who last
      *> changed it; copied into every program that opens
      *> GuardianFile so the layout only has to change in one place.
       01  GuardianRecord.
           88  EndOfGuardianFile       VALUE HIGH-VALUE.
           03  GrdStudentId            PIC X(7).
           03  GrdName                 PIC X(30).
           03  GrdRelationship         PIC X(10).
           03  GrdAddress.
               05  GrdStreet           PIC X(20).
                   88  GrdAtStudentAddress VALUE SPACES.
               05  GrdTown             PIC X(15).
               05  GrdPostCode         PIC X(8).
           03  GrdPhone                PIC X(14).
           03  GrdChangedDate          PIC 9(8).
           03  GrdChangedBy            PIC X(4).
