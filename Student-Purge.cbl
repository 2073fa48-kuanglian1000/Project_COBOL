       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-PURGE.
      *> Leaver purge for the student subsystem, driven by a leavers
      *> input file (LEAVERS.DAT, one StudentId per line, with the
      *> leaving reason beside it - LEAVERREC.cpy). Each
      *> purged student is moved WHOLE to the dated archive
      *> (STUDENT-ARCHIVE.DAT) before being removed from both copies
      *> of the population: the sequential master is rewritten
       DATA DIVISION.
       FILE SECTION.
       FD  LeaversFile.
           COPY LEAVERREC.

       FD  StudentFile.
           COPY STUDREC.
