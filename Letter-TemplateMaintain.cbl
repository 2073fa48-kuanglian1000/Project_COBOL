       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTER-TEMPLATEMAINTAIN.
      *> Keep the standing letters on LETTER-TEMPLATE.DAT
      *> (LETTERTPL.cpy) that LETTER-MERGE turns into ready-to-print
      *> letters: a code, a title, who the letter goes to (borrowers
      *> or students) and the body, one 60-column line at a time.
      *> The body may carry merge fields between @ signs - the
      *> merge-field function lists them - and the merge puts the
      *> banner, date and address block on top of every letter, so
      *> a template is only the wording. Replacing a body keeps the
      *> code and title and rewrites every body line; the header
      *> remembers when, and by whom. Senior or better only: what
      *> goes out under the shop's name is not a counter decision.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TemplateFile ASSIGN TO "LETTER-TEMPLATE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TplKey
             FILE STATUS IS TemplateStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  TemplateFile.
           COPY LETTERTPL.

       WORKING-STORAGE SECTION.
       01  TemplateStatus      PIC X(2).
           88  TemplateFound       VALUE "00".
           88  TemplateFileMissing VALUE "35".

       01  MaintAction         PIC 9.
           88  AddTemplateAction   VALUE 1.
           88  ReplaceBodyAction   VALUE 2.
           88  ShowTemplateAction  VALUE 3.
           88  ListAction          VALUE 4.
           88  DeleteAction        VALUE 5.
           88  MergeFieldsAction   VALUE 6.
           88  QuitMaintenance     VALUE 9.

       01  BusinessDate        PIC 9(8).

      *> the template being keyed, held apart until every field has
      *> passed its check
       01  KeyedTemplateCode   PIC X(8).
       01  KeyedTitle          PIC X(30).
       01  KeyedAudience       PIC X.
       01  KeyedBodyLine       PIC X(60).
           88  EndOfBodyKeying     VALUE ".".
       01  KeyedConfirm        PIC X.
           88  KeyedConfirmYes     VALUE "Y" "y".
       01  BodyLineNumber      PIC 9(3).
       01  RemovedCount        PIC 9(3).
       01  ListedCount         PIC 9(3).

       01  TemplateListLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  TllCode         PIC X(8).
           03  FILLER          PIC X VALUE SPACE.
           03  TllTitle        PIC X(30).
           03  FILLER          PIC X VALUE SPACE.
           03  TllAudience     PIC X(9).
           03  FILLER          PIC X VALUE SPACE.
           03  TllChangedDate  PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  TllChangedBy    PIC X(4).

       01  BodyShowLine.
           03  BslLineNumber   PIC ZZ9.
           03  FILLER          PIC X(3) VALUE " : ".
           03  BslText         PIC X(60).

      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".

      *> who is signed on at this session, and the role the sign-on
      *> handed back - the wording of a letter is senior or better
       01  SignedOnOperator    PIC X(4) VALUE SPACES.
       01  SignOnResult        PIC X VALUE "N".
           88  SignOnOk        VALUE "Y".
       01  SignedOnRole        PIC X VALUE "C".
           88  SignedOnSenior      VALUE "S".
           88  SignedOnSupervisor  VALUE "V".
       01  RefusalProgram      PIC X(20).
       01  RefusalFunction     PIC X(14).

       PROCEDURE DIVISION.
       BEGIN.
      *>   working storage keeps its last-used state between CALLs
      *>   from the counter menu, so the quit value must be cleared
      *>   or a second visit would fall straight through the loop
           MOVE 0 TO MaintAction
           CALL "Sub-OperatorSignOn" USING SignedOnOperator,
               SignOnResult, SignedOnRole
           IF NOT SignOnOk
               DISPLAY "..SIGN-ON REFUSED.."
               GOBACK
           END-IF
           IF NOT SignedOnSenior AND NOT SignedOnSupervisor
               DISPLAY "..SENIOR ROLE REQUIRED - REFUSED.."
               MOVE "LETTER-TEMPLATEMAINT" TO RefusalProgram
               MOVE "TEMPLATE-EDIT" TO RefusalFunction
               CALL "Sub-LogAuthRefusal" USING RefusalProgram,
                   RefusalFunction, SignedOnOperator
               GOBACK
           END-IF
           CALL "Sub-CheckSystemBusy" USING SystemBusyFlag
           IF SystemIsBusy
               DISPLAY "..NIGHTLY PROCESSING IN PROGRESS - TRY "
                   "AGAIN WHEN THE CHAIN HAS FINISHED.."
               GOBACK
           END-IF
           CALL "Sub-BusinessDate" USING BusinessDate
           OPEN I-O TemplateFile
           IF TemplateFileMissing
               CLOSE TemplateFile
               OPEN OUTPUT TemplateFile
               CLOSE TemplateFile
               OPEN I-O TemplateFile
           END-IF

           PERFORM DO-MAINTENANCE UNTIL QuitMaintenance

           CLOSE TemplateFile
           GOBACK.

       DO-MAINTENANCE.
           DISPLAY "CHOOSE: ADD TEMPLATE=1, REPLACE BODY=2, "
             "SHOW TEMPLATE=3, LIST TEMPLATES=4, DELETE TEMPLATE=5, "
             "MERGE FIELDS=6, QUIT=9 : " WITH NO ADVANCING.
           ACCEPT MaintAction.

           IF AddTemplateAction
               PERFORM ADD-TEMPLATE
           END-IF
           IF ReplaceBodyAction
               PERFORM REPLACE-BODY
           END-IF
           IF ShowTemplateAction
               PERFORM SHOW-TEMPLATE
           END-IF
           IF ListAction
               PERFORM LIST-TEMPLATES
           END-IF
           IF DeleteAction
               PERFORM DELETE-TEMPLATE
           END-IF
           IF MergeFieldsAction
               PERFORM SHOW-MERGE-FIELDS
           END-IF.

       ADD-TEMPLATE.
           DISPLAY "ENTER TEMPLATE CODE(8) : " WITH NO ADVANCING
           ACCEPT KeyedTemplateCode
           IF KeyedTemplateCode = SPACES
               DISPLAY "..A TEMPLATE CODE IS REQUIRED.."
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedTemplateCode TO TplCode
           MOVE ZERO TO TplLineNumber
           READ TemplateFile
               KEY IS TplKey
               INVALID KEY CONTINUE
           END-READ
           IF TemplateFound
               DISPLAY "..THAT TEMPLATE CODE IS ALREADY ON FILE.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER TEMPLATE TITLE(30) : " WITH NO ADVANCING
           ACCEPT KeyedTitle
           IF KeyedTitle = SPACES
               DISPLAY "..A TITLE IS REQUIRED.."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LETTER GOES TO (B = BORROWERS, S = STUDENTS) : "
             WITH NO ADVANCING
           ACCEPT KeyedAudience
           MOVE KeyedAudience TO TplAudience
           IF NOT ValidTplAudience
               DISPLAY "..MUST BE B OR S.."
               EXIT PARAGRAPH
           END-IF
           MOVE KeyedTemplateCode TO TplCode
           MOVE ZERO TO TplLineNumber
           MOVE SPACES TO TplText
           MOVE KeyedTitle TO TplTitle
           MOVE KeyedAudience TO TplAudience
           MOVE BusinessDate TO TplChangedDate
           MOVE SignedOnOperator TO TplChangedBy
           WRITE LetterTemplateRecord
               INVALID KEY
               DISPLAY "(WRITE) TEMPLATE STATUS = ", TemplateStatus
           END-WRITE
           IF NOT TemplateFound
               EXIT PARAGRAPH
           END-IF
           PERFORM KEY-BODY-LINES
           DISPLAY "..TEMPLATE ADDED WITH ", BodyLineNumber,
               " BODY LINE(S).."
           PERFORM SHOW-MERGE-FIELDS.

      *>   the wording changes, the code and title stay - every old
      *>   body line goes before the new ones are keyed, so a
      *>   shorter body leaves no tail of the old one behind
       REPLACE-BODY.
           PERFORM GET-TEMPLATE-HEADER
           IF NOT TemplateFound
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REPLACE THE WHOLE BODY (Y/N) : " WITH NO ADVANCING
           ACCEPT KeyedConfirm
           IF NOT KeyedConfirmYes
               DISPLAY "..BODY LEFT AS IT WAS.."
               EXIT PARAGRAPH
           END-IF
           MOVE BusinessDate TO TplChangedDate
           MOVE SignedOnOperator TO TplChangedBy
           REWRITE LetterTemplateRecord
               INVALID KEY
               DISPLAY "(REWRITE) TEMPLATE STATUS = ", TemplateStatus
           END-REWRITE
           PERFORM REMOVE-BODY-LINES
           PERFORM KEY-BODY-LINES
           DISPLAY "..BODY REPLACED WITH ", BodyLineNumber,
               " LINE(S).."
           PERFORM SHOW-MERGE-FIELDS.

      *>   one line per ACCEPT until a line holding just a full
      *>   stop; an empty line is kept as a blank line in the letter
       KEY-BODY-LINES.
           DISPLAY "KEY THE BODY ONE LINE AT A TIME (60 COLUMNS); "
               "A LINE HOLDING ONLY . ENDS IT"
           MOVE ZERO TO BodyLineNumber
           MOVE SPACES TO KeyedBodyLine
           PERFORM UNTIL EndOfBodyKeying OR BodyLineNumber = 999
               MOVE SPACES TO KeyedBodyLine
               ACCEPT KeyedBodyLine
               IF NOT EndOfBodyKeying
                   ADD 1 TO BodyLineNumber
                   MOVE KeyedTemplateCode TO TplCode
                   MOVE BodyLineNumber TO TplLineNumber
                   MOVE KeyedBodyLine TO TplText
                   WRITE LetterTemplateRecord
                       INVALID KEY
                       DISPLAY "(WRITE) TEMPLATE STATUS = ",
                           TemplateStatus
                   END-WRITE
               END-IF
           END-PERFORM.

       REMOVE-BODY-LINES.
           MOVE ZERO TO RemovedCount
           MOVE KeyedTemplateCode TO TplCode
           MOVE 1 TO TplLineNumber
           START TemplateFile KEY IS NOT LESS THAN TplKey
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ TemplateFile NEXT RECORD
               AT END SET EndOfTemplateFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTemplateFile
                   OR TplCode NOT = KeyedTemplateCode
               DELETE TemplateFile RECORD
                   INVALID KEY
                   DISPLAY "(DELETE) TEMPLATE STATUS = ",
                       TemplateStatus
               END-DELETE
               ADD 1 TO RemovedCount
               READ TemplateFile NEXT RECORD
                   AT END SET EndOfTemplateFile TO TRUE
               END-READ
           END-PERFORM.

       GET-TEMPLATE-HEADER.
           DISPLAY "ENTER TEMPLATE CODE(8) : " WITH NO ADVANCING
           ACCEPT KeyedTemplateCode
           MOVE KeyedTemplateCode TO TplCode
           MOVE ZERO TO TplLineNumber
           READ TemplateFile
               KEY IS TplKey
               INVALID KEY CONTINUE
           END-READ
           IF NOT TemplateFound
               DISPLAY "..NO SUCH TEMPLATE ON FILE.."
           ELSE
               DISPLAY "TEMPLATE : ", TplTitle
           END-IF.

       SHOW-TEMPLATE.
           PERFORM GET-TEMPLATE-HEADER
           IF NOT TemplateFound
               EXIT PARAGRAPH
           END-IF
           IF TplForBorrowers
               DISPLAY "GOES TO  : BORROWERS"
           ELSE
               DISPLAY "GOES TO  : STUDENTS"
           END-IF
           DISPLAY "CHANGED  : ", TplChangedDate, " BY ",
               TplChangedBy
           MOVE ZERO TO ListedCount
           READ TemplateFile NEXT RECORD
               AT END SET EndOfTemplateFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTemplateFile
                   OR TplCode NOT = KeyedTemplateCode
               ADD 1 TO ListedCount
               MOVE TplLineNumber TO BslLineNumber
               MOVE TplText TO BslText
               DISPLAY BodyShowLine
               READ TemplateFile NEXT RECORD
                   AT END SET EndOfTemplateFile TO TRUE
               END-READ
           END-PERFORM
           IF ListedCount = ZERO
               DISPLAY "..THE TEMPLATE HAS NO BODY YET.."
           END-IF.

      *>   the headers only - one line per template on file
       LIST-TEMPLATES.
           MOVE ZERO TO ListedCount
           MOVE LOW-VALUES TO TplKey
           START TemplateFile KEY IS NOT LESS THAN TplKey
               INVALID KEY CONTINUE
           END-START
           IF TemplateFound
               READ TemplateFile NEXT RECORD
                   AT END SET EndOfTemplateFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTemplateFile
                   IF TplIsHeaderLine
                       ADD 1 TO ListedCount
                       MOVE TplCode TO TllCode
                       MOVE TplTitle TO TllTitle
                       IF TplForBorrowers
                           MOVE "BORROWERS" TO TllAudience
                       ELSE
                           MOVE "STUDENTS" TO TllAudience
                       END-IF
                       MOVE TplChangedDate TO TllChangedDate
                       MOVE TplChangedBy TO TllChangedBy
                       DISPLAY TemplateListLine
                   END-IF
                   READ TemplateFile NEXT RECORD
                       AT END SET EndOfTemplateFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF ListedCount = ZERO
               DISPLAY "..NO TEMPLATES ON FILE.."
           END-IF.

      *>   the letters already sent stay on the letter log - only
      *>   the wording goes
       DELETE-TEMPLATE.
           PERFORM GET-TEMPLATE-HEADER
           IF NOT TemplateFound
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DELETE THIS TEMPLATE (Y/N) : " WITH NO ADVANCING
           ACCEPT KeyedConfirm
           IF NOT KeyedConfirmYes
               DISPLAY "..TEMPLATE KEPT.."
               EXIT PARAGRAPH
           END-IF
           DELETE TemplateFile RECORD
               INVALID KEY
               DISPLAY "(DELETE) TEMPLATE STATUS = ", TemplateStatus
           END-DELETE
           PERFORM REMOVE-BODY-LINES
           DISPLAY "..TEMPLATE DELETED..".

      *>   what LETTER-MERGE fills in - a field the merge does not
      *>   know is printed as keyed, @ signs and all
       SHOW-MERGE-FIELDS.
           DISPLAY "MERGE FIELDS (KEY THEM BETWEEN @ SIGNS):"
           DISPLAY "  ANY LETTER : @NAME@ @STREET@ @TOWN@ @POSTCODE@ "
               "@NUMBER@ @DATE@"
           DISPLAY "  BORROWERS  : @BALANCE@ @PAIDTO@ @LOANCOUNT@"
           DISPLAY "  STUDENTS   : @COURSE@ @COURSENAME@ @TERM@"
           DISPLAY "  A LINE HOLDING ONLY @ONLOAN@ (BORROWERS) OR "
               "@COURSES@ (STUDENTS) LISTS ONE LINE PER TITLE OUT "
               "OR COURSE TAKEN".
