      *> Governing record layout for the letter template master
      *> (LETTER-TEMPLATE.DAT) - the shop's and the college's
      *> standing letters, kept by LETTER-TEMPLATEMAINTAIN and
      *> merged by LETTER-MERGE. One template is a run of records
      *> under one template code: line 000 is the header (title,
      *> who the letter goes to, when it was last changed and by
      *> whom) and lines 001 onward are the body, printed in line
      *> order. A body line may carry merge fields between @ signs
      *> (@NAME@, @BALANCE@ and so on) that the merge fills in for
      *> each person. Copied into every program that opens
      *> TemplateFile so the layout only has to change in one place.
       01  LetterTemplateRecord.
           88  EndOfTemplateFile       VALUE HIGH-VALUE.
           03  TplKey.
               05  TplCode             PIC X(8).
               05  TplLineNumber       PIC 9(3).
                   88  TplIsHeaderLine VALUE ZERO.
           03  TplText                 PIC X(60).
      *> the header line's view of the text
           03  TplHeader REDEFINES TplText.
               05  TplTitle            PIC X(30).
      *> B = borrowers off BORROWER.DAT, S = students off
      *> IDXSTUDENT.DAT - decides which merge fields make sense
               05  TplAudience         PIC X.
                   88  TplForBorrowers     VALUE "B".
                   88  TplForStudents      VALUE "S".
                   88  ValidTplAudience    VALUE "B" "S".
               05  TplChangedDate      PIC 9(8).
               05  TplChangedBy        PIC X(4).
               05  FILLER              PIC X(17).
