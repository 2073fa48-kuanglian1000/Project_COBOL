      *> Governing line layout for the letter log (LETTER-LOG.DAT)
      *> - one line appended by LETTER-MERGE for every letter it
      *> writes, naming the person it went to and the template it
      *> was made from, so PERSONAL-DATAREPORT can show a member or
      *> a student every letter the shop or the college has sent
      *> them. Built in WORKING-STORAGE and moved into the FD's flat
      *> line with WRITE ... FROM, same as the hold contact log.
      *> Copied into every program that touches the log so the
      *> layout only has to change in one place.
       01  LetterLogLine.
           03  LlgDate                 PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
      *> B = borrower number (first four places), S = student id
           03  LlgSubjectType          PIC X.
           03  FILLER                  PIC X VALUE SPACE.
           03  LlgSubjectId            PIC X(7).
           03  FILLER                  PIC X VALUE SPACE.
           03  LlgTemplateCode         PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  LlgOperatorId           PIC X(4).
