      *> Governing record layout for the copy wear file
      *> (COPYWEAR.DAT) - one record per copy that has ever come
      *> back over the counter, keyed like VIDEOCOPY.DAT by
      *> VideoCode plus copy number. The play counts are rebuilt
      *> whole from LOAN-HISTORY.DAT every night by COPY-WEARCHECK,
      *> which also puts a copy past the shop's threshold on the
      *> inspection queue; the back office records the inspection
      *> through VIDEO-COPYMAINTAIN. Copied into every program that
      *> opens CopyWearFile so the layout only has to change in one
      *> place.
       01  CopyWearRecord.
           88  EndOfWearFile           VALUE HIGH-VALUE.
           03  WearCopyKey.
               05  WearVideoCode       PIC 9(5).
               05  WearCopyNumber      PIC 99.
      *> every completed loan on the history, and those returned
      *> after the last inspection - the one the threshold is on
           03  WearPlayCount           PIC 9(5).
           03  WearPlaysSinceCheck     PIC 9(5).
      *> zeros until the copy is first inspected
           03  WearLastInspected       PIC 9(8).
           03  WearQueueFlag           PIC X.
               88  WearAwaitingInspection  VALUE "Q".
               88  WearNotQueued           VALUE " " "N".
           03  WearQueuedDate          PIC 9(8).
      *> how the last inspection came out - passed as it was,
      *> cleaned and passed, or retired from service
           03  WearLastResult          PIC X.
               88  WearPassed          VALUE "P".
               88  WearCleaned         VALUE "C".
               88  WearRetired         VALUE "R".
               88  ValidWearResult     VALUE "P" "C" "R".
           03  WearInspectedBy         PIC X(4).
