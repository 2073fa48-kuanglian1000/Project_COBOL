      *> Parameter block for Sub-StudentAddressee - who a letter
      *> about a student is to be addressed to. The caller fills in
      *> the student and the day the letter is dated; the student's
      *> name and age, whether a guardian is on GUARDIAN.DAT, and
      *> the name and address to post to come back. A student under
      *> 18 on that day is written to through the guardian; a minor
      *> with no guardian on file is still written to direct, with
      *> AdrGuardianSw left "N" so the caller can say so. Copied
      *> into every caller and into the sub-program's LINKAGE
      *> SECTION so the two can never disagree.
       01  StudentAddressee.
           03  AdrStudentId            PIC X(7).
           03  AdrAsOfDate             PIC 9(8).
           03  AdrResult               PIC X.
               88  AdrStudentUnknown   VALUE "U".
               88  AdrNoAddress        VALUE "N".
               88  AdrToStudent        VALUE "S".
               88  AdrToGuardian       VALUE "G".
           03  AdrMinorSw              PIC X.
               88  AdrIsMinor          VALUE "Y".
           03  AdrGuardianSw           PIC X.
               88  AdrGuardianOnFile   VALUE "Y".
      *>   the student as a letter names them - first name, a
      *>   space, then the surname
           03  AdrStudentName          PIC X(19).
           03  AdrEighteenthBirthday   PIC 9(8).
           03  AdrName                 PIC X(30).
           03  AdrRelationship         PIC X(10).
           03  AdrStreet               PIC X(20).
           03  AdrTown                 PIC X(15).
           03  AdrPostCode             PIC X(8).
