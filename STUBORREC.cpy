      *> Governing record layout for the student-borrower link file
      *> (STUDENT-BORROWER.DAT). One record per student who holds a
      *> library borrower account through the college, keyed by the
      *> student id, with the borrower number as a unique alternate
      *> key - so the link reads from either side: the student side
      *> finds the student's borrower account, the loan desk finds
      *> the student behind a borrower. STUDENT-BORROWERLINK keeps
      *> it every night: an account it opened for the student
      *> (created) or an account the student already held that it
      *> found by name and date of birth (matched). A leaver's
      *> link is blocked while loans are out or a balance stands -
      *> the desk takes returns and payments but lends nothing -
      *> and the link goes once the account has washed clear.
      *> Copied into every program that opens StudentBorrowerFile
      *> so the layout only has to change in one place.
       01  StudentBorrowerRecord.
           88  EndOfStudentBorrowerFile    VALUE HIGH-VALUE.
           03  SbrStudentId            PIC X(7).
           03  SbrBorrowerNumber       PIC 9(4).
           03  SbrLinkedDate           PIC 9(8).
           03  SbrOrigin               PIC X.
               88  SbrCreated          VALUE "C".
               88  SbrMatched          VALUE "M".
           03  SbrStatusFlag           PIC X.
               88  SbrIsActive         VALUE "A".
               88  SbrIsBlocked        VALUE "B".
           03  SbrBlockedDate          PIC 9(8).
