       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMME-AWARD.
      *> Term-end award run for the programmes of study. For a
      *> keyed term, every student still studying on
      *> STUDENT-PROGRAMME.DAT is put to Sub-ProgrammeCheck - the
      *> same test the completion audit prints - and each one who
      *> has completed their programme is awarded: the link is
      *> marked awarded with the term and the business date, so a
      *> rerun awards nobody twice and TERM-PROGRESSION hands them
      *> to the leavers feed as graduated. The award list prints
      *> to AWARD-RPT.DAT with names off IDXSTUDENT.DAT and the
      *> programme off PROGRAMME.DAT, and one certificate per
      *> award goes to CERTIFICATES.DAT, a short block per
      *> student ruled off below, the way the exam slips are. The
      *> links are gathered first and rewritten after, so the
      *> checks never read the file while it is held for update.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentProgrammeFile
             ASSIGN TO "STUDENT-PROGRAMME.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SpgStudentId
             FILE STATUS IS StudentProgrammeStatus.

           SELECT ProgrammeFile ASSIGN TO "PROGRAMME.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ProgCode
             FILE STATUS IS ProgrammeStatus.

           SELECT StudentFile ASSIGN TO "IDXSTUDENT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS IdxStudentId
             FILE STATUS IS StudentFileStatus.

           SELECT ReportFile ASSIGN TO "AWARD-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

           SELECT CertificateFile ASSIGN TO "CERTIFICATES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CertificateFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentProgrammeFile.
           COPY STUPROGREC.

       FD  ProgrammeFile.
           COPY PROGREC.

       FD  StudentFile.
           COPY IDXSTUDREC.

       FD  ReportFile.
       01  ReportLine  PIC X(80).

       FD  CertificateFile.
       01  CertificateLine PIC X(60).

       WORKING-STORAGE SECTION.
       01  StudentProgrammeStatus  PIC X(2).
           88  StudentProgrammeFound   VALUE "00".
           88  StudentProgrammeFileOK  VALUE "00".
       01  ProgrammeStatus     PIC X(2).
           88  ProgrammeFound  VALUE "00".
       01  StudentFileStatus   PIC X(2).
           88  StudentFound    VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".
       01  CertificateFileStatus   PIC X(2).
           88  CertificateFileOK   VALUE "00".

           COPY PROGCHECK.

       01  WantedTerm          PIC X(6).
       01  BusinessDate        PIC 9(8).

      *> the students still studying, gathered before any is
      *> checked; those found complete are flagged in place
       01  StudyingTable.
           03  StudyingEntry       OCCURS 999 TIMES.
               05  StyStudentId    PIC X(7).
               05  StyCompleteFlag PIC X.
       01  StudyingCount       PIC 9(3) VALUE ZERO.
       01  StudyingIndex       PIC 9(3).

       01  AwardedCount        PIC 9(3) VALUE ZERO.
       01  StillOwingCount     PIC 9(3) VALUE ZERO.

       01  ReportHeading.
           03  FILLER          PIC X(25)
                 VALUE "=PROGRAMME AWARDS, TERM= ".
           03  HdgTerm         PIC X(6).

       01  AwardDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlStudentId    PIC X(7).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlStudentName  PIC X(18).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlProgCode     PIC X(4).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlProgName     PIC X(30).
           03  FILLER          PIC X(5) VALUE " CR =".
           03  DtlCredits      PIC ZZ9.

       01  AwardTotalLine.
           03  TtlLabel        PIC X(24).
           03  TtlCount        PIC ZZZ9.

      *> one certificate is a short block of lines, ruled off below
       01  CertTitleLine       PIC X(60)
             VALUE "=CERTIFICATE OF AWARD=".
       01  CertCertifyLine     PIC X(60)
             VALUE "THIS IS TO CERTIFY THAT".
       01  CertStudentLine.
           03  FILLER          PIC X(4) VALUE SPACES.
           03  CslStudentName  PIC X(18).
           03  FILLER          PIC X(2) VALUE " (".
           03  CslStudentId    PIC X(7).
           03  FILLER          PIC X VALUE ")".
       01  CertCompletedLine   PIC X(60)
             VALUE "HAS COMPLETED THE PROGRAMME OF STUDY".
       01  CertProgrammeLine.
           03  FILLER          PIC X(4) VALUE SPACES.
           03  CplProgName     PIC X(30).
           03  FILLER          PIC X(2) VALUE " (".
           03  CplProgCode     PIC X(4).
           03  FILLER          PIC X VALUE ")".
       01  CertAwardedLine.
           03  FILLER          PIC X(17) VALUE "AWARDED IN TERM ".
           03  CalTerm         PIC X(6).
           03  FILLER          PIC X(4) VALUE " ON ".
           03  CalDate         PIC 9(8).
       01  CertRuleLine        PIC X(60) VALUE ALL "-".

      *> set nonzero and GOBACK immediately on an open failure, so
      *> a driving job can detect this step did not complete
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-BusinessDate" USING BusinessDate.
           DISPLAY "ENTER TERM TO AWARD IN(6 CHARS, E.G. 2026-1) : "
             WITH NO ADVANCING.
           ACCEPT WantedTerm.
           IF WantedTerm = SPACES
               DISPLAY "..NO TERM KEYED - NOTHING AWARDED.."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT StudentProgrammeFile.
           IF NOT StudentProgrammeFileOK
               DISPLAY "..NO STUDENT PROGRAMME LINKS ON FILE - "
                   "NOTHING TO AWARD.."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM GATHER-STUDYING-STUDENTS.
           CLOSE StudentProgrammeFile.

           PERFORM CHECK-ONE-STUDENT
               VARYING StudyingIndex FROM 1 BY 1
               UNTIL StudyingIndex > StudyingCount.

           OPEN OUTPUT ReportFile.
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CertificateFile.
           IF NOT CertificateFileOK
               DISPLAY "..CERTIFICATE FILE ERROR, STATUS = ",
                   CertificateFileStatus
               CLOSE ReportFile
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O StudentProgrammeFile.
           OPEN INPUT ProgrammeFile, StudentFile.

           MOVE WantedTerm TO HdgTerm.
           WRITE ReportLine FROM ReportHeading.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.

           PERFORM AWARD-ONE-STUDENT
               VARYING StudyingIndex FROM 1 BY 1
               UNTIL StudyingIndex > StudyingCount.

           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE "STUDENTS STILL STUDYING= " TO TtlLabel.
           MOVE StudyingCount TO TtlCount.
           WRITE ReportLine FROM AwardTotalLine.
           MOVE "AWARDED THIS RUN      = " TO TtlLabel.
           MOVE AwardedCount TO TtlCount.
           WRITE ReportLine FROM AwardTotalLine.
           MOVE "NOT YET COMPLETE      = " TO TtlLabel.
           MOVE StillOwingCount TO TtlCount.
           WRITE ReportLine FROM AwardTotalLine.

           CLOSE StudentProgrammeFile, ProgrammeFile, StudentFile,
               ReportFile, CertificateFile.
           DISPLAY "AWARDED = ", AwardedCount,
               "  NOT YET COMPLETE = ", StillOwingCount.
           GOBACK.

       GATHER-STUDYING-STUDENTS.
           MOVE LOW-VALUES TO SpgStudentId
           START StudentProgrammeFile
               KEY IS NOT LESS THAN SpgStudentId
               INVALID KEY CONTINUE
           END-START
           IF StudentProgrammeFileOK
               READ StudentProgrammeFile NEXT RECORD
                   AT END SET EndOfStudentProgrammeFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStudentProgrammeFile
                       OR StudyingCount >= 999
                   IF SpgStudying
                       ADD 1 TO StudyingCount
                       MOVE SpgStudentId
                           TO StyStudentId(StudyingCount)
                       MOVE "N" TO StyCompleteFlag(StudyingCount)
                   END-IF
                   READ StudentProgrammeFile NEXT RECORD
                       AT END SET EndOfStudentProgrammeFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-ONE-STUDENT.
           MOVE StyStudentId(StudyingIndex) TO PchStudentId
           CALL "Sub-ProgrammeCheck" USING ProgrammeCheck
           IF PchComplete AND NOT PchAlreadyAwarded
               MOVE "Y" TO StyCompleteFlag(StudyingIndex)
           ELSE
               ADD 1 TO StillOwingCount
           END-IF.

      *>   the link is marked first - the list line and certificate
      *>   only follow a link that really was rewritten
       AWARD-ONE-STUDENT.
           IF StyCompleteFlag(StudyingIndex) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE StyStudentId(StudyingIndex) TO SpgStudentId
           READ StudentProgrammeFile
               KEY IS SpgStudentId
               INVALID KEY CONTINUE
           END-READ
           IF NOT StudentProgrammeFound
               EXIT PARAGRAPH
           END-IF
           SET SpgAwarded TO TRUE
           MOVE WantedTerm TO SpgAwardTerm
           MOVE BusinessDate TO SpgAwardDate
           REWRITE StudentProgrammeRecord
               INVALID KEY
               DISPLAY "(REWRITE) STUDENT PROGRAMME STATUS = ",
                   StudentProgrammeStatus
               EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO AwardedCount

      *>   the credits printed are the check's - asked again now the
      *>   table only kept the verdict
           MOVE SpgStudentId TO PchStudentId
           CALL "Sub-ProgrammeCheck" USING ProgrammeCheck
           MOVE SpgStudentId TO DtlStudentId IdxStudentId
           READ StudentFile
               INVALID KEY
                   MOVE "**UNKNOWN STUDENT*" TO IdxStudentName
           END-READ
           MOVE IdxStudentName TO DtlStudentName
           MOVE SpgProgCode TO DtlProgCode ProgCode
           READ ProgrammeFile
               INVALID KEY
                   MOVE "**UNKNOWN PROGRAMME**" TO ProgName
           END-READ
           MOVE ProgName TO DtlProgName
           MOVE PchCreditsPassed TO DtlCredits
           WRITE ReportLine FROM AwardDetailLine
           PERFORM WRITE-CERTIFICATE.

       WRITE-CERTIFICATE.
           WRITE CertificateLine FROM CertTitleLine
           WRITE CertificateLine FROM CertCertifyLine
           MOVE IdxStudentName TO CslStudentName
           MOVE SpgStudentId TO CslStudentId
           WRITE CertificateLine FROM CertStudentLine
           WRITE CertificateLine FROM CertCompletedLine
           MOVE ProgName TO CplProgName
           MOVE ProgCode TO CplProgCode
           WRITE CertificateLine FROM CertProgrammeLine
           MOVE WantedTerm TO CalTerm
           MOVE BusinessDate TO CalDate
           WRITE CertificateLine FROM CertAwardedLine
           WRITE CertificateLine FROM CertRuleLine.
