       01  TransitCount        PIC 9(3).
       01  BusinessDate        PIC 9(8).

           COPY TRANSLOG.

       01  TransitDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           ELSE
               SET CopyInTransit TO TRUE
               MOVE DestinationBranch TO CopyBranchCode
               CALL "Sub-BusinessDate" USING BusinessDate
               MOVE BusinessDate TO CopyConditionDate
               REWRITE VideoCopyRecord
                   INVALID KEY
                   DISPLAY "(REWRITE) COPY STATUS = ", CopyStatus
                       CopyBranchCode, ", NOT HERE.."
               WHEN OTHER
                   SET CopyOnShelf TO TRUE
                   CALL "Sub-BusinessDate" USING BusinessDate
                   MOVE BusinessDate TO CopyConditionDate
                   REWRITE VideoCopyRecord
                       INVALID KEY
                       DISPLAY "(REWRITE) COPY STATUS = ", CopyStatus
