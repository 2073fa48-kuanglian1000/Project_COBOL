      *> The masters, journals and logs whose growth is watched,
      *> one entry per file: the name it is opened under, what kind
      *> of file it is, how it is counted, whether YEAREND-CLOSE
      *> archives it, and the size in megabytes at which it wants
      *> looking at before it becomes a slow run or a full disk.
      *>   kind    - M master, J journal, L log
      *>   counted - K keyed (indexed or relative) master, counted
      *>             by FILEGROWTH-CAPTURE through its own FD;
      *>             L line sequential, counted line by line
      *> A file added here with a K it has no FD for is still
      *> sized every night, just not counted. Copied into every
      *> program that captures or reports the growth figures so the
      *> list only has to change in one place.
       01  WatchedFileTable.
           03  TableValues.
               05  FILLER  PIC X(30) VALUE "IDXVIDEO.DAT".
               05  FILLER  PIC X(8)  VALUE "MKN00100".
               05  FILLER  PIC X(30) VALUE "BORROWER.DAT".
               05  FILLER  PIC X(8)  VALUE "MKN00100".
               05  FILLER  PIC X(30) VALUE "VIDEOCOPY.DAT".
               05  FILLER  PIC X(8)  VALUE "MKN00100".
               05  FILLER  PIC X(30) VALUE "VIDEOLOAN.DAT".
               05  FILLER  PIC X(8)  VALUE "MKN00050".
               05  FILLER  PIC X(30) VALUE "RESERVE.DAT".
               05  FILLER  PIC X(8)  VALUE "MKN00050".
               05  FILLER  PIC X(30) VALUE "IDXSTUDENT.DAT".
               05  FILLER  PIC X(8)  VALUE "MKN00100".
               05  FILLER  PIC X(30) VALUE "Student.dat".
               05  FILLER  PIC X(8)  VALUE "MLN00050".
               05  FILLER  PIC X(30) VALUE "LOAN-HISTORY.DAT".
               05  FILLER  PIC X(8)  VALUE "JLN00500".
               05  FILLER  PIC X(30) VALUE "FEES-JOURNAL.DAT".
               05  FILLER  PIC X(8)  VALUE "JLN00200".
               05  FILLER  PIC X(30) VALUE "BORR-ACCOUNT.DAT".
               05  FILLER  PIC X(8)  VALUE "JLN00200".
               05  FILLER  PIC X(30) VALUE "DESK-AFTERIMAGE.DAT".
               05  FILLER  PIC X(8)  VALUE "JLN00200".
               05  FILLER  PIC X(30) VALUE "LOYALTY-LEDGER.DAT".
               05  FILLER  PIC X(8)  VALUE "JLN00100".
               05  FILLER  PIC X(30) VALUE "TRANS-JOURNAL.DAT".
               05  FILLER  PIC X(8)  VALUE "JLN00100".
               05  FILLER  PIC X(30) VALUE "MERGE-JOURNAL.DAT".
               05  FILLER  PIC X(8)  VALUE "JLN00100".
               05  FILLER  PIC X(30) VALUE "SUPPLIER-AUDIT.DAT".
               05  FILLER  PIC X(8)  VALUE "LLY00100".
               05  FILLER  PIC X(30) VALUE "CALC-LOG.dat".
               05  FILLER  PIC X(8)  VALUE "LLY00100".
               05  FILLER  PIC X(30) VALUE "JOB-LOG.DAT".
               05  FILLER  PIC X(8)  VALUE "LLN00100".
               05  FILLER  PIC X(30) VALUE "OPS-HISTORY.DAT".
               05  FILLER  PIC X(8)  VALUE "LLN00050".
               05  FILLER  PIC X(30) VALUE "REJECT-HISTORY.DAT".
               05  FILLER  PIC X(8)  VALUE "LLN00100".
               05  FILLER  PIC X(30) VALUE "GEN-INVENTORY.DAT".
               05  FILLER  PIC X(8)  VALUE "LLN00020".
               05  FILLER  PIC X(30) VALUE "AUTH-REFUSALS.DAT".
               05  FILLER  PIC X(8)  VALUE "LLN00050".
               05  FILLER  PIC X(30) VALUE "CONTROL-AUDIT.DAT".
               05  FILLER  PIC X(8)  VALUE "LLN00020".
               05  FILLER  PIC X(30) VALUE "PERSONAL-DATA-LOG.DAT".
               05  FILLER  PIC X(8)  VALUE "LLN00050".
               05  FILLER  PIC X(30) VALUE "HOLD-CONTACT-LOG.DAT".
               05  FILLER  PIC X(8)  VALUE "LLN00050".
               05  FILLER  PIC X(30) VALUE "FILE-GROWTH.DAT".
               05  FILLER  PIC X(8)  VALUE "LLN00050".
           03  FILLER REDEFINES TableValues.
               05  WatchedEntry        OCCURS 25 TIMES.
                   07  WfFileName      PIC X(30).
                   07  WfKind          PIC X.
                       88  WfMaster    VALUE "M".
                       88  WfJournal   VALUE "J".
                       88  WfLog       VALUE "L".
                   07  WfCounted       PIC X.
                       88  WfKeyed     VALUE "K".
                       88  WfLines     VALUE "L".
                   07  WfArchivedSw    PIC X.
                       88  WfArchivedAtYearEnd VALUE "Y".
                   07  WfWarnMegabytes PIC 9(5).
       01  WatchedFileCount        PIC 99 VALUE 25.
