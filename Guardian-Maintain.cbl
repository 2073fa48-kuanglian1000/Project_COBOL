       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUARDIAN-MAINTAIN.
      *> Maintains the parent/guardian contacts on GUARDIAN.DAT
      *> (GUARDREC.cpy) - IDXSTUDENT.DAT holds only the student's
      *> own address, and the attendance and probation letters for
      *> a student under 18 have to go to whoever is responsible
      *> for them. One contact per student: keying a student who
      *> already has one replaces it. The student must read on
      *> IDXSTUDENT.DAT; a guardian living at the student's address
      *> is keyed as such and follows the student's address from
      *> then on. Every change is stamped with the day and the
      *> operator signed on. The minors list walks the student
      *> master and names every student under 18 today with no
      *> contact on file - the same students ENROLL-MAINTAIN warns
      *> about - so the office can chase them. Who counts as a
      *> minor is asked of Sub-StudentAddressee, the same as the
      *> letters do. Same menu shape the other reference
      *> maintainers use.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GuardianFile ASSIGN TO "GUARDIAN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GrdStudentId
             FILE STATUS IS GuardianStatus.

           SELECT StudentFile ASSIGN TO "IDXSTUDENT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS IdxStudentId
             FILE STATUS IS StudentFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GuardianFile.
           COPY GUARDREC.

       FD  StudentFile.
           COPY IDXSTUDREC.

       WORKING-STORAGE SECTION.
       01  GuardianStatus      PIC X(2).
           88  GuardianFound   VALUE "00".
           88  GuardianFileOK  VALUE "00".
           88  GuardianFileMissing VALUE "35".

       01  StudentFileStatus   PIC X(2).
           88  StudentFound    VALUE "00".
           88  StudentFileOK   VALUE "00".
       01  EndOfStudentSw      PIC X.
           88  EndOfStudentFile    VALUE "Y".

      *> who the letters for the student would go to today
           COPY ADDRESSEE.

       01  MaintAction         PIC 9.
           88  KeyAction       VALUE 1.
           88  ShowAction      VALUE 2.
           88  DeleteAction    VALUE 3.
           88  MinorsAction    VALUE 4.
           88  QuitMaintenance VALUE 9.

       01  WantedStudentId     PIC X(7).
       01  KeyedName           PIC X(30).
       01  SameAddressReply    PIC X.
           88  SameAddress     VALUE "Y" "y".
       01  DeleteReply         PIC X.
           88  DeleteConfirmed VALUE "Y" "y".
       01  GuardianExistsSw    PIC X.
           88  GuardianExists  VALUE "Y".
       01  BusinessDate        PIC 9(8).
       01  ListedCount         PIC 9(4).

       01  MinorDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlStudentId    PIC X(7).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlStudentName  PIC X(19).
           03  FILLER          PIC X(11) VALUE "  18 ON    ".
           03  DtlEighteenth   PIC 9(8).


      *> no interactive work while the nightly chain is rebuilding
      *> the masters this program opens
       01  SystemBusyFlag      PIC X VALUE "N".
           88  SystemIsBusy    VALUE "Y".

      *> who is signed on at this session - stamped on every
      *> contact the session keys
       01  SignedOnOperator    PIC X(4) VALUE SPACES.
       01  SignOnResult        PIC X VALUE "N".
           88  SignOnOk        VALUE "Y".
       01  SignedOnRole        PIC X VALUE "C".

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
           CALL "Sub-CheckSystemBusy" USING SystemBusyFlag
           IF SystemIsBusy
               DISPLAY "..NIGHTLY PROCESSING IN PROGRESS - TRY "
                   "AGAIN WHEN THE CHAIN HAS FINISHED.."
               GOBACK
           END-IF
           OPEN I-O GuardianFile.
           IF GuardianFileMissing
               CLOSE GuardianFile
               OPEN OUTPUT GuardianFile
               CLOSE GuardianFile
               OPEN I-O GuardianFile
           END-IF
           OPEN INPUT StudentFile.
           CALL "Sub-BusinessDate" USING BusinessDate.

           PERFORM DO-MAINTENANCE UNTIL QuitMaintenance.

           CLOSE GuardianFile, StudentFile.
           GOBACK.

       DO-MAINTENANCE.
           DISPLAY "CHOOSE: KEY/CHANGE=1, SHOW=2, DELETE=3, "
               "MINORS WITHOUT A GUARDIAN=4, QUIT=9 : "
             WITH NO ADVANCING.
           ACCEPT MaintAction.

           EVALUATE TRUE
               WHEN KeyAction
                   PERFORM KEY-GUARDIAN
               WHEN ShowAction
                   PERFORM SHOW-GUARDIAN
               WHEN DeleteAction
                   PERFORM DELETE-GUARDIAN
               WHEN MinorsAction
                   PERFORM LIST-MINORS-WITHOUT-GUARDIAN
           END-EVALUATE.

      *>   the student must be on file; their age decides whether
      *>   the letters will use the contact, but an adult's is
      *>   still taken - it is kept for when it is wanted
       READ-WANTED-STUDENT.
           DISPLAY "ENTER STUDENT ID(7 CHARS) : " WITH NO ADVANCING
           MOVE SPACES TO WantedStudentId
           ACCEPT WantedStudentId
           MOVE WantedStudentId TO IdxStudentId
           READ StudentFile
               KEY IS IdxStudentId
               INVALID KEY CONTINUE
           END-READ
           IF StudentFound
               DISPLAY "STUDENT : ", IdxStudentName,
                   "  BORN : ", IdxStudentDateOfBirth
           ELSE
               DISPLAY "..NO SUCH STUDENT ON FILE.."
           END-IF.

       KEY-GUARDIAN.
           PERFORM READ-WANTED-STUDENT
           IF NOT StudentFound
               EXIT PARAGRAPH
           END-IF
           MOVE WantedStudentId TO AdrStudentId
           MOVE BusinessDate TO AdrAsOfDate
           CALL "Sub-StudentAddressee" USING StudentAddressee
           IF NOT AdrIsMinor
               DISPLAY "..STUDENT IS 18 OR OVER - LETTERS GO TO THE "
                   "STUDENT, NOT THIS CONTACT.."
           END-IF
           MOVE "N" TO GuardianExistsSw
           MOVE WantedStudentId TO GrdStudentId
           READ GuardianFile
               KEY IS GrdStudentId
               INVALID KEY CONTINUE
           END-READ
           IF GuardianFound
               SET GuardianExists TO TRUE
               PERFORM DISPLAY-GUARDIAN
               DISPLAY "..WHAT IS KEYED NOW REPLACES THIS CONTACT.."
           END-IF

           DISPLAY "ENTER PARENT/GUARDIAN NAME(30 CHARS) : "
             WITH NO ADVANCING
           MOVE SPACES TO KeyedName
           ACCEPT KeyedName
           IF KeyedName = SPACES
               DISPLAY "..NO NAME KEYED - NOTHING CHANGED.."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GuardianRecord
           MOVE WantedStudentId TO GrdStudentId
           MOVE KeyedName TO GrdName
           DISPLAY "ENTER RELATIONSHIP(10 CHARS, E.G. MOTHER) : "
             WITH NO ADVANCING
           ACCEPT GrdRelationship
           DISPLAY "SAME ADDRESS AS THE STUDENT (Y/N) : "
             WITH NO ADVANCING
           MOVE SPACE TO SameAddressReply
           ACCEPT SameAddressReply
           IF NOT SameAddress
               DISPLAY "ENTER STREET(20 CHARS) : " WITH NO ADVANCING
               ACCEPT GrdStreet
               IF GrdStreet = SPACES
                   DISPLAY "..NO STREET KEYED - NOTHING CHANGED.."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "ENTER TOWN(15 CHARS) : " WITH NO ADVANCING
               ACCEPT GrdTown
               DISPLAY "ENTER POSTCODE(8 CHARS) : " WITH NO ADVANCING
               ACCEPT GrdPostCode
           END-IF
           DISPLAY "ENTER PHONE(14 CHARS) : " WITH NO ADVANCING
           ACCEPT GrdPhone
           MOVE BusinessDate TO GrdChangedDate
           MOVE SignedOnOperator TO GrdChangedBy

           IF GuardianExists
               REWRITE GuardianRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) GUARDIAN STATUS = ",
                       GuardianStatus
                   NOT INVALID KEY
                   DISPLAY "..CONTACT REPLACED.."
               END-REWRITE
           ELSE
               WRITE GuardianRecord
                   INVALID KEY
                   DISPLAY "(WRITE) GUARDIAN STATUS = ",
                       GuardianStatus
                   NOT INVALID KEY
                   DISPLAY "..CONTACT ADDED.."
               END-WRITE
           END-IF.

       SHOW-GUARDIAN.
           PERFORM READ-WANTED-STUDENT
           IF NOT StudentFound
               EXIT PARAGRAPH
           END-IF
           MOVE WantedStudentId TO GrdStudentId
           READ GuardianFile
               KEY IS GrdStudentId
               INVALID KEY CONTINUE
           END-READ
           IF NOT GuardianFound
               DISPLAY "..NO PARENT/GUARDIAN ON FILE FOR THE "
                   "STUDENT.."
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-GUARDIAN
           MOVE WantedStudentId TO AdrStudentId
           MOVE BusinessDate TO AdrAsOfDate
           CALL "Sub-StudentAddressee" USING StudentAddressee
           IF AdrToGuardian
               DISPLAY "LETTERS GO TO THIS CONTACT UNTIL ",
                   AdrEighteenthBirthday
           ELSE
               DISPLAY "STUDENT IS 18 OR OVER - LETTERS GO TO THE "
                   "STUDENT"
           END-IF.

       DISPLAY-GUARDIAN.
           DISPLAY "PARENT/GUARDIAN : ", GrdName
           DISPLAY "RELATIONSHIP    : ", GrdRelationship
           IF GrdAtStudentAddress
               DISPLAY "ADDRESS         : SAME AS THE STUDENT"
           ELSE
               DISPLAY "ADDRESS         : ", GrdStreet
               DISPLAY "                  ", GrdTown, " ",
                   GrdPostCode
           END-IF
           DISPLAY "PHONE           : ", GrdPhone
           DISPLAY "LAST CHANGED    : ", GrdChangedDate, " BY ",
               GrdChangedBy.

       DELETE-GUARDIAN.
           DISPLAY "ENTER STUDENT ID(7 CHARS) : " WITH NO ADVANCING
           MOVE SPACES TO GrdStudentId
           ACCEPT GrdStudentId
           READ GuardianFile
               KEY IS GrdStudentId
               INVALID KEY CONTINUE
           END-READ
           IF NOT GuardianFound
               DISPLAY "..NO PARENT/GUARDIAN ON FILE FOR THE "
                   "STUDENT.."
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-GUARDIAN
           DISPLAY "DELETE THIS CONTACT (Y/N) : " WITH NO ADVANCING
           MOVE SPACE TO DeleteReply
           ACCEPT DeleteReply
           IF NOT DeleteConfirmed
               DISPLAY "..NOTHING DELETED.."
               EXIT PARAGRAPH
           END-IF
           DELETE GuardianFile RECORD
               INVALID KEY
               DISPLAY "(DELETE) GUARDIAN STATUS = ", GuardianStatus
               NOT INVALID KEY
               DISPLAY "..CONTACT DELETED.."
           END-DELETE.

      *>   every student under 18 today with no contact keyed -
      *>   their letters would have to go to the student direct
       LIST-MINORS-WITHOUT-GUARDIAN.
           MOVE ZERO TO ListedCount
           MOVE "N" TO EndOfStudentSw
           MOVE LOW-VALUES TO IdxStudentId
           START StudentFile KEY IS NOT LESS THAN IdxStudentId
               INVALID KEY SET EndOfStudentFile TO TRUE
           END-START
           IF NOT EndOfStudentFile
               READ StudentFile NEXT RECORD
                   AT END SET EndOfStudentFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfStudentFile
               MOVE IdxStudentId TO AdrStudentId
               MOVE BusinessDate TO AdrAsOfDate
               CALL "Sub-StudentAddressee" USING StudentAddressee
               IF AdrIsMinor AND NOT AdrGuardianOnFile
                   ADD 1 TO ListedCount
                   MOVE IdxStudentId TO DtlStudentId
                   MOVE AdrStudentName TO DtlStudentName
                   MOVE AdrEighteenthBirthday TO DtlEighteenth
                   DISPLAY MinorDetailLine
               END-IF
               READ StudentFile NEXT RECORD
                   AT END SET EndOfStudentFile TO TRUE
               END-READ
           END-PERFORM
           IF ListedCount = ZERO
               DISPLAY "..EVERY STUDENT UNDER 18 HAS A CONTACT ON "
                   "FILE.."
           ELSE
               DISPLAY "MINORS WITHOUT A PARENT/GUARDIAN = ",
                   ListedCount
           END-IF.
