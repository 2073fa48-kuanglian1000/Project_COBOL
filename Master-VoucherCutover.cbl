       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-VOUCHERCUTOVER.
      *> One-shot conversion for the gift voucher master when
      *> vouchers began to expire - the same cutover discipline as
      *> MASTER-PINCUTOVER: an indexed file will not open under a
      *> longer FD, so it is moved aside and rewritten whole with
      *> the new column defaulted:
      *>   VOUCHER.DAT    33 -> 41  no expiry date
      *> A voucher already in a customer's hands was sold with no
      *> end date printed on it, so it keeps none - only vouchers
      *> sold from the cutover on carry an expiry. The original
      *> survives as VOUCHER.OLD via CBL_COPY_FILE, and a file that
      *> will not open under the OLD layout is left untouched and
      *> reported - so a second run, or a file already converted,
      *> cannot destroy anything.
      *> Run once, before the first session under the new copybook.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldVoucherFile ASSIGN TO "VOUCHER.OLD"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OldVoucherNumber
             FILE STATUS IS OldFileStatus.

           SELECT NewVoucherFile ASSIGN TO "VOUCHER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VoucherNumber
             FILE STATUS IS NewFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> the pre-cutover layout, field for field as the copybook
      *> stood before the expiry column was added
       FD  OldVoucherFile.
       01  OldVoucherRecord.
           88  EndOfOldVoucher     VALUE HIGH-VALUE.
           03  OldVoucherNumber    PIC 9(6).
           03  OldVoucherSoldDate  PIC 9(8).
           03  OldVoucherFace      PIC 9(5)V99.
           03  OldVoucherRemaining PIC 9(5)V99.
           03  OldVoucherStatus    PIC X.
           03  OldVoucherSoldBy    PIC X(4).

       FD  NewVoucherFile.
           COPY VOUCHREC.

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
           PERFORM CONVERT-VOUCHER-FILE.
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

       CONVERT-VOUCHER-FILE.
           MOVE "VOUCHER.DAT" TO LiveFileName
           MOVE "VOUCHER.OLD" TO OldFileName
           PERFORM PARK-LIVE-ASIDE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OldVoucherFile
           IF NOT OldFileOK
               DISPLAY "..VOUCHER.OLD WILL NOT OPEN UNDER THE "
                   "OLD LAYOUT, STATUS = ", OldFileStatus,
                   " - ALREADY CONVERTED? LIVE FILE UNTOUCHED"
               CALL "CBL_DELETE_FILE" USING OldFileName
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING LiveFileName
           OPEN OUTPUT NewVoucherFile
           MOVE ZERO TO ConvertedCount
           READ OldVoucherFile NEXT RECORD
               AT END SET EndOfOldVoucher TO TRUE
           END-READ
           PERFORM UNTIL EndOfOldVoucher
               MOVE OldVoucherNumber TO VoucherNumber
               MOVE OldVoucherSoldDate TO VoucherSoldDate
               MOVE OldVoucherFace TO VoucherFaceAmount
               MOVE OldVoucherRemaining TO VoucherRemaining
               MOVE OldVoucherStatus TO VoucherStatusFlag
               MOVE OldVoucherSoldBy TO VoucherSoldBy
               SET VoucherNeverExpires TO TRUE
               WRITE VoucherRecord
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO ConvertedCount
               END-WRITE
               READ OldVoucherFile NEXT RECORD
                   AT END SET EndOfOldVoucher TO TRUE
               END-READ
           END-PERFORM
           CLOSE OldVoucherFile, NewVoucherFile
           DISPLAY "VOUCHER RECORDS WIDENED   = ", ConvertedCount.
