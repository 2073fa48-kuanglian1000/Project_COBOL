       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHORDER-TRANSMIT.
      *> Nightly electronic purchase orders. Every open PURCHORD.DAT
      *> line its supplier has not yet seen - raised today, or
      *> changed since it last went out - is written to that
      *> supplier's own fixed-format order file for transmission,
      *>   PORDOUT.<supplier code>.<business date>.DAT
      *> (PORDXMIT.cpy, with the usual header and trailer controls),
      *> and stamped sent with its acknowledgement cleared, so
      *> SUPPACK-LOAD posts the supplier's answer against what was
      *> actually sent. Each supplier's file is closed before its
      *> lines are stamped, so a failed run sent again writes that
      *> supplier's file over whole rather than short. A list of
      *> the files made, with new and amended line counts, goes on
      *> PURCHORD-TRANSMIT-RPT.DAT. No order file on disk means
      *> nothing is on order; the step still ends clean.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PurchOrderFile ASSIGN TO "PURCHORD.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PordKey
             ALTERNATE RECORD KEY IS PordVideoCode
               WITH DUPLICATES
             FILE STATUS IS PordStatus.

           SELECT SupplierFile ASSIGN TO "RelativeFile-IsHere.dat"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS SupplierKey
             FILE STATUS IS SupplierStatus.

           SELECT TransmitFile ASSIGN TO TransmitFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TransmitFileStatus.

           SELECT ReportFile ASSIGN TO "PURCHORD-TRANSMIT-RPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PurchOrderFile.
           COPY PORDREC.

       FD  SupplierFile.
       01  SupplierRecord.
           03  SupplierCode    PIC 999.
           03  SupplierName    PIC X(20).
           03  SupplierAddress PIC X(50).

       FD  TransmitFile.
       01  TransmitFlatLine    PIC X(87).

       FD  ReportFile.
       01  ReportLine  PIC X(80).

       WORKING-STORAGE SECTION.
       01  PordStatus          PIC X(2).
           88  PordFileOK      VALUE "00".
           88  PordFileMissing VALUE "35".
       01  SupplierStatus      PIC X(2).
           88  SupplierFound   VALUE "00".
       01  SupplierKey         PIC 999.
       01  SupplierFileOpenSw  PIC X VALUE "N".
           88  SupplierFileIsOpen  VALUE "Y".
       01  TransmitFileStatus  PIC X(2).
           88  TransmitFileOK  VALUE "00".
       01  ReportFileStatus    PIC X(2).
           88  ReportFileOK    VALUE "00".

           COPY PORDXMIT.

       01  TransmitFileName    PIC X(30).
       01  TransmitHeader.
           03  FILLER          PIC X(3) VALUE "HDR".
           03  FILLER          PIC X(12) VALUE "PURCHORDER".
           03  XhdDate         PIC 9(8).
       01  TransmitTrailer.
           03  FILLER          PIC X(3) VALUE "TRL".
           03  XtrCount        PIC 9(7).

      *> which suppliers have a line to go tonight, by supplier code
       01  SupplierDueTable.
           03  SupplierDueFlag PIC X OCCURS 999 TIMES.
       01  SupplierIndex       PIC 9(4).
       01  ThisSupplier        PIC 999.

       01  LineDueSw           PIC X.
           88  LineIsDue       VALUE "Y".

       01  BusinessDate        PIC 9(8).
       01  SupplierLineCount   PIC 9(7).
       01  SupplierNewCount    PIC 9(5).
       01  SupplierAmendCount  PIC 9(5).
       01  FilesMadeCount      PIC 9(5) VALUE ZERO.
       01  NewLineCount        PIC 9(5) VALUE ZERO.
       01  AmendedLineCount    PIC 9(5) VALUE ZERO.

       01  UnknownSupplierName PIC X(20)
             VALUE "**UNKNOWN SUPPLIER**".

       01  ReportHeading.
           03  FILLER          PIC X(30)
                 VALUE "=PURCHASE ORDERS TRANSMITTED=".
           03  HdgDate         PIC 9(8).

       01  ColumnHeading       PIC X(80) VALUE
             "  SUP SUPPLIER NAME         ORDER FILE
      -      "       NEW  AMENDED".

       01  TransmitDetailLine.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  DtlSupplierCode PIC 999.
           03  FILLER          PIC X VALUE SPACE.
           03  DtlSupplierName PIC X(20).
           03  FILLER          PIC X VALUE SPACE.
           03  DtlFileName     PIC X(30).
           03  DtlNewCount     PIC ZZ,ZZ9.
           03  FILLER          PIC X(3) VALUE SPACES.
           03  DtlAmendCount   PIC ZZ,ZZ9.

       01  TransmitCountLine.
           03  CntLabel        PIC X(26).
           03  CntAmount       PIC ZZZ,ZZ9.

      *> start/end lines on the shared job log, so the weekly
      *> batch-window report can see this step's elapsed time
       01  JobLogName          PIC X(30) VALUE "PURCHORDER-TRANSMIT".
       01  JobStartEvent       PIC X(5) VALUE "START".
       01  JobEndEvent         PIC X(5) VALUE "END".
       01  JobLogCount         PIC 9(7) VALUE ZERO.
       01  JobLogStatus        PIC X(4) VALUE SPACES.

      *> a CALL hands the called program's RETURN-CODE back to this
      *> one, so the step's own code is parked here across the final
      *> job-log call and put back before control returns
       01  HeldReturnCode      PIC S9(4) COMP VALUE ZERO.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> Main-Call-NightlyBatch can detect this step did not
      *> complete instead of trusting a clean STOP
       01  RunFailedSw         PIC X VALUE "N".
           88  RunFailed       VALUE "Y".

      *> the report is filed in the dated vault as soon as it is
      *> closed, so the next run no longer writes over the only copy
       01  VaultReportName     PIC X(30)
             VALUE "PURCHORD-TRANSMIT-RPT.DAT".
       01  VaultStepName       PIC X(30) VALUE "PURCHORDER-TRANSMIT".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           CALL "Sub-JobLog" USING JobLogName, JobStartEvent,
               JobLogCount, JobLogStatus.
           CALL "Sub-BusinessDate" USING BusinessDate.

           OPEN OUTPUT ReportFile
           IF NOT ReportFileOK
               DISPLAY "..REPORT FILE ERROR, STATUS = ",
                   ReportFileStatus
               SET RunFailed TO TRUE
           ELSE
               MOVE BusinessDate TO HdgDate
               WRITE ReportLine FROM ReportHeading
               WRITE ReportLine FROM ColumnHeading
               MOVE SPACES TO ReportLine
               WRITE ReportLine
               PERFORM TRANSMIT-ORDER-LINES
               PERFORM PRINT-TRANSMIT-TOTALS
               CLOSE ReportFile
               CALL "Sub-VaultReport" USING VaultReportName,
                   VaultStepName
           END-IF.

           IF RunFailed
               MOVE 4 TO RETURN-CODE
               MOVE "FAIL" TO JobLogStatus
           ELSE
               MOVE "OK" TO JobLogStatus
               DISPLAY "SUPPLIER ORDER FILES MADE = ", FilesMadeCount
               DISPLAY "NEW ORDER LINES SENT      = ", NewLineCount
               DISPLAY "AMENDED ORDER LINES SENT  = ", AmendedLineCount
           END-IF.
           ADD NewLineCount AmendedLineCount GIVING JobLogCount.
           MOVE RETURN-CODE TO HeldReturnCode.
           CALL "Sub-JobLog" USING JobLogName, JobEndEvent,
               JobLogCount, JobLogStatus.
           MOVE HeldReturnCode TO RETURN-CODE.

           GOBACK.

       TRANSMIT-ORDER-LINES.
           OPEN I-O PurchOrderFile
           IF PordFileMissing
               DISPLAY "..NO ORDER FILE ON DISK - NOTHING TO SEND.."
               EXIT PARAGRAPH
           END-IF
           IF NOT PordFileOK
               DISPLAY "..UNABLE TO OPEN ORDER FILE, STATUS = ",
                   PordStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
      *>   a missing supplier file only costs the names on the list
           OPEN INPUT SupplierFile
           IF SupplierFound
               SET SupplierFileIsOpen TO TRUE
           END-IF

           PERFORM FIND-SUPPLIERS-DUE
           PERFORM VARYING SupplierIndex FROM 1 BY 1
                   UNTIL SupplierIndex > 999 OR RunFailed
               IF SupplierDueFlag(SupplierIndex) = "Y"
                   MOVE SupplierIndex TO ThisSupplier
                   PERFORM WRITE-SUPPLIER-ORDER-FILE
                   IF NOT RunFailed
                       PERFORM STAMP-SUPPLIER-LINES-SENT
                       PERFORM PRINT-SUPPLIER-LINE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE PurchOrderFile
           IF SupplierFileIsOpen
               CLOSE SupplierFile
           END-IF.

      *>   an open line goes if it has never gone, or has been
      *>   changed since it went; a cancelled or fully received line
      *>   never goes
       CHECK-LINE-DUE.
           MOVE "N" TO LineDueSw
           IF PordIsOpen AND PordSupplierCode > ZERO
               IF PordSentDate = ZERO OR PordIsAmended
                   SET LineIsDue TO TRUE
               END-IF
           END-IF.

       FIND-SUPPLIERS-DUE.
           MOVE ALL "N" TO SupplierDueTable
           PERFORM START-ORDER-FILE
           PERFORM UNTIL EndOfPurchOrderFile
               PERFORM CHECK-LINE-DUE
               IF LineIsDue
                   MOVE "Y" TO SupplierDueFlag(PordSupplierCode)
               END-IF
               READ PurchOrderFile NEXT RECORD
                   AT END SET EndOfPurchOrderFile TO TRUE
               END-READ
           END-PERFORM.

       START-ORDER-FILE.
           MOVE ZERO TO PordOrderNumber PordLineNumber
           START PurchOrderFile KEY IS NOT LESS THAN PordKey
               INVALID KEY SET EndOfPurchOrderFile TO TRUE
           END-START
           IF NOT EndOfPurchOrderFile
               READ PurchOrderFile NEXT RECORD
                   AT END SET EndOfPurchOrderFile TO TRUE
               END-READ
           END-IF.

      *>   the whole file is written and closed before any line is
      *>   stamped - a run that dies here leaves every line due
       WRITE-SUPPLIER-ORDER-FILE.
           MOVE ZERO TO SupplierLineCount SupplierNewCount
               SupplierAmendCount
           MOVE SPACES TO TransmitFileName
           STRING "PORDOUT." DELIMITED BY SIZE
               ThisSupplier DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               BusinessDate DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO TransmitFileName
           END-STRING
           OPEN OUTPUT TransmitFile
           IF NOT TransmitFileOK
               DISPLAY "..UNABLE TO OPEN ", TransmitFileName,
                   " STATUS = ", TransmitFileStatus
               SET RunFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE BusinessDate TO XhdDate
           WRITE TransmitFlatLine FROM TransmitHeader

           PERFORM START-ORDER-FILE
           PERFORM UNTIL EndOfPurchOrderFile
               PERFORM CHECK-LINE-DUE
               IF LineIsDue AND PordSupplierCode = ThisSupplier
                   PERFORM WRITE-TRANSMIT-LINE
               END-IF
               READ PurchOrderFile NEXT RECORD
                   AT END SET EndOfPurchOrderFile TO TRUE
               END-READ
           END-PERFORM

           MOVE SupplierLineCount TO XtrCount
           WRITE TransmitFlatLine FROM TransmitTrailer
           CLOSE TransmitFile
           ADD 1 TO FilesMadeCount.

       WRITE-TRANSMIT-LINE.
           IF PordSentDate = ZERO
               SET XmtNewLine TO TRUE
               ADD 1 TO SupplierNewCount
           ELSE
               SET XmtAmendedLine TO TRUE
               ADD 1 TO SupplierAmendCount
           END-IF
           MOVE PordOrderNumber TO XmtOrderNumber
           MOVE PordLineNumber TO XmtLineNumber
           MOVE PordSupplierCode TO XmtSupplierCode
           MOVE PordItemCode TO XmtItemCode
           MOVE PordVideoCode TO XmtVideoCode
           MOVE PordTitle TO XmtTitle
           MOVE PordQuantity TO XmtQuantity
           MOVE PordUnitPrice TO XmtUnitPrice
           MOVE PordOrderDate TO XmtOrderDate
           WRITE TransmitFlatLine FROM OrderTransmitRecord
           ADD 1 TO SupplierLineCount.

      *>   what went tonight is what the supplier will answer - any
      *>   earlier acknowledgement was for the line as it stood then
       STAMP-SUPPLIER-LINES-SENT.
           PERFORM START-ORDER-FILE
           PERFORM UNTIL EndOfPurchOrderFile
               PERFORM CHECK-LINE-DUE
               IF LineIsDue AND PordSupplierCode = ThisSupplier
                   MOVE BusinessDate TO PordSentDate
                   MOVE "N" TO PordAmendedFlag
                   SET PordAwaitingAck TO TRUE
                   MOVE ZERO TO PordAckDate
                   REWRITE PurchOrderRecord
                       INVALID KEY
                       DISPLAY "(REWRITE) ORDER STATUS = ", PordStatus
                   END-REWRITE
               END-IF
               READ PurchOrderFile NEXT RECORD
                   AT END SET EndOfPurchOrderFile TO TRUE
               END-READ
           END-PERFORM
           ADD SupplierNewCount TO NewLineCount
           ADD SupplierAmendCount TO AmendedLineCount.

       PRINT-SUPPLIER-LINE.
           MOVE ThisSupplier TO DtlSupplierCode
           MOVE UnknownSupplierName TO DtlSupplierName
           IF SupplierFileIsOpen
               MOVE ThisSupplier TO SupplierKey
               READ SupplierFile
                   INVALID KEY CONTINUE
               END-READ
               IF SupplierFound
                   MOVE SupplierName TO DtlSupplierName
               END-IF
           END-IF
           MOVE TransmitFileName TO DtlFileName
           MOVE SupplierNewCount TO DtlNewCount
           MOVE SupplierAmendCount TO DtlAmendCount
           WRITE ReportLine FROM TransmitDetailLine.

       PRINT-TRANSMIT-TOTALS.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "SUPPLIER ORDER FILES    = " TO CntLabel
           MOVE FilesMadeCount TO CntAmount
           WRITE ReportLine FROM TransmitCountLine
           MOVE "NEW LINES SENT          = " TO CntLabel
           MOVE NewLineCount TO CntAmount
           WRITE ReportLine FROM TransmitCountLine
           MOVE "AMENDED LINES SENT      = " TO CntLabel
           MOVE AmendedLineCount TO CntAmount
           WRITE ReportLine FROM TransmitCountLine.
