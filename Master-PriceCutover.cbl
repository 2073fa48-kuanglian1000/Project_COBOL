       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-PRICECUTOVER.
      *> One-shot conversion for the purchase-order file when order
      *> lines began to carry the supplier's item code and the unit
      *> price agreed off the supplier catalogue - the same cutover
      *> discipline as MASTER-AWARDCUTOVER: an indexed file will not
      *> open under a longer FD, so it is moved aside and rewritten
      *> whole with the new columns defaulted:
      *>   PURCHORD.DAT  79 -> 96  item code spaces, unit price zero
      *> Every line already on file was keyed without the catalogue,
      *> so it carries no item code and no agreed price - invoice
      *> matching checks quantities only against such a line, as it
      *> always did. The original survives as PURCHORD.OLD via
      *> CBL_COPY_FILE, and a file that will not open under the OLD
      *> layout is left untouched and reported - so a second run, or
      *> a file already converted, cannot destroy anything.
      *> Run once, before the first session under the new copybook.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldPurchOrderFile ASSIGN TO "PURCHORD.OLD"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OldPordKey
             ALTERNATE RECORD KEY IS OldPordVideoCode
               WITH DUPLICATES
             FILE STATUS IS OldFileStatus.

           SELECT NewPurchOrderFile ASSIGN TO "PURCHORD.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PordKey
             ALTERNATE RECORD KEY IS PordVideoCode
               WITH DUPLICATES
             FILE STATUS IS NewFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> the pre-cutover layout, field for field as the copybook
      *> stood before the item code and unit price were added
       FD  OldPurchOrderFile.
       01  OldPurchOrderRecord.
           88  EndOfOldPurchOrder  VALUE HIGH-VALUE.
           03  OldPordKey.
               05  OldPordOrderNumber  PIC 9(5).
               05  OldPordLineNumber   PIC 9(3).
           03  OldPordSupplierCode PIC 999.
           03  OldPordVideoCode    PIC 9(5).
           03  OldPordTitle        PIC X(40).
           03  OldPordQuantity     PIC 9(3).
           03  OldPordReceivedQty  PIC 9(3).
           03  OldPordOrderDate    PIC 9(8).
           03  OldPordStatusFlag   PIC X.
           03  OldPordLastReceiptDate  PIC 9(8).

       FD  NewPurchOrderFile.
           COPY PORDREC.

       WORKING-STORAGE SECTION.
       01  OldFileStatus       PIC X(2).
           88  OldFileOK       VALUE "00".
       01  NewFileStatus       PIC X(2).

       01  LiveFileName        PIC X(20).
       01  OldFileName         PIC X(20).
       01  FileInfoWork        PIC X(16).
       01  ConvertedCount      PIC 9(5).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM CONVERT-PURCHORDER-FILE.
           DISPLAY "..ORIGINAL KEPT UNDER ITS .OLD NAME..".
           GOBACK.

      *>   the live file goes aside whole FIRST, and the live name
      *>   is only rewritten once the .OLD copy proves it opens
      *>   under the old layout - a file that refuses (absent, or
      *>   already converted) is reported and left exactly as found
       PARK-LIVE-ASIDE.
           CALL "CBL_CHECK_FILE_EXIST" USING LiveFileName,
               FileInfoWork
           IF RETURN-CODE NOT = 0
               DISPLAY "..", LiveFileName, " NOT ON DISK - SKIPPED"
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL "CBL_COPY_FILE" USING LiveFileName, OldFileName
               IF RETURN-CODE NOT = 0
                   DISPLAY "..COULD NOT COPY ", LiveFileName,
                       " ASIDE - SKIPPED, FILE UNTOUCHED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CONVERT-PURCHORDER-FILE.
           MOVE "PURCHORD.DAT" TO LiveFileName
           MOVE "PURCHORD.OLD" TO OldFileName
           PERFORM PARK-LIVE-ASIDE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OldPurchOrderFile
           IF NOT OldFileOK
               DISPLAY "..PURCHORD.OLD WILL NOT OPEN UNDER THE "
                   "OLD LAYOUT, STATUS = ", OldFileStatus,
                   " - ALREADY CONVERTED? LIVE FILE UNTOUCHED"
               CALL "CBL_DELETE_FILE" USING OldFileName
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING LiveFileName
           OPEN OUTPUT NewPurchOrderFile
           MOVE ZERO TO ConvertedCount
           READ OldPurchOrderFile NEXT RECORD
               AT END SET EndOfOldPurchOrder TO TRUE
           END-READ
           PERFORM UNTIL EndOfOldPurchOrder
               MOVE OldPordKey TO PordKey
               MOVE OldPordSupplierCode TO PordSupplierCode
               MOVE OldPordVideoCode TO PordVideoCode
               MOVE OldPordTitle TO PordTitle
               MOVE OldPordQuantity TO PordQuantity
               MOVE OldPordReceivedQty TO PordReceivedQty
               MOVE OldPordOrderDate TO PordOrderDate
               MOVE OldPordStatusFlag TO PordStatusFlag
               MOVE OldPordLastReceiptDate TO PordLastReceiptDate
               MOVE SPACES TO PordItemCode
               MOVE ZERO TO PordUnitPrice
               MOVE OldPordOrderDate TO PordSentDate
               MOVE ZERO TO PordPromisedDate PordAckDate
               MOVE "N" TO PordAmendedFlag
               MOVE SPACE TO PordAckStatus
               MOVE SPACES TO PordGenreCode
               WRITE PurchOrderRecord
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO ConvertedCount
               END-WRITE
               READ OldPurchOrderFile NEXT RECORD
                   AT END SET EndOfOldPurchOrder TO TRUE
               END-READ
           END-PERFORM
           CLOSE OldPurchOrderFile, NewPurchOrderFile
           DISPLAY "PURCHORD RECORDS WIDENED  = ", ConvertedCount.
