      *> Governing record layout for the tutor master (TUTOR.DAT) -
      *> one record per member of teaching staff, keyed by a short
      *> tutor id. The contracted hours are the weekly teaching
      *> hours the tutor is engaged for, which TUTOR-WORKLOAD sets
      *> the timetabled hours against. A tutor who leaves is made
      *> inactive rather than deleted, so the results and registers
      *> stamped with the id still name someone. Maintained by
      *> TUTOR-MAINTAIN; copied into every program that opens
      *> TutorFile so the layout only has to change in one place.
       01  TutorRecord.
           88  EndOfTutorFile          VALUE HIGH-VALUE.
           03  TutorId                 PIC X(4).
           03  TutorName               PIC X(20).
           03  TutorActiveFlag         PIC X.
               88  TutorIsActive       VALUE "Y".
               88  TutorIsInactive     VALUE "N".
           03  TutorContractHours      PIC 99V9.
