      *> A capture line whose check digit doesn't verify through
      *> Sub-CheckDigit is rejected on the spot and reported, never
      *> reconciled - a transposed digit must not check the wrong
      *> copy off the shelf silently. Each exception line carries the
      *> copy's format, and the totals split tape from disc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  FlaggedFoundCount   PIC 9(4) VALUE ZERO.
       01  BadLabelCount       PIC 9(4) VALUE ZERO.

      *> the same counts split by the copy's format (1 = tape,
      *> 2 = disc) - an unknown copy has no record to say which
       01  FormatCountTable.
           03  FormatCountEntry    OCCURS 2 TIMES.
               05  FmtCountedCount     PIC 9(4).
               05  FmtMissingCount     PIC 9(4).
               05  FmtOnLoanCount      PIC 9(4).
               05  FmtFlaggedCount     PIC 9(4).
       01  FormatIndex         PIC 9.

      *> each capture line's first seven digits re-run through
      *> Sub-CheckDigit must reproduce the eighth
       01  CheckDigitString    PIC X(10).
           03  DtlVideoCode    PIC 9(5).
           03  FILLER          PIC X VALUE "/".
           03  DtlCopyNumber   PIC 99.
           03  FILLER          PIC X VALUE SPACE.
           03  DtlFormat       PIC X(4).

       01  ExceptionTotalLine.
           03  TtlLabel        PIC X(24).
           03  TtlCount        PIC ZZZ9.
           03  TtlFormatSplit.
               05  FILLER          PIC X(6) VALUE " TAPE ".
               05  TtlTapeCount    PIC ZZZ9.
               05  FILLER          PIC X(6) VALUE " DISC ".
               05  TtlDiscCount    PIC ZZZ9.

      *> set nonzero and GOBACK immediately on an open failure, so
      *> Main-Call-NightlyBatch can detect this step did not
      *> nor out on loan is missing, and anything the loan file says
      *> is out but the shelf count found is flagged too
       RECONCILE-INVENTORY.
           MOVE ZEROS TO FormatCountTable
           READ VideoCopyFile NEXT RECORD
               AT END SET EndOfCopyFile TO TRUE
           END-READ
               MOVE CopyNumber TO CaptureKeyCopy
               MOVE CaptureKeyNumeric TO CopyKeyNumeric
               PERFORM CHECK-COPY-WAS-COUNTED
               IF CopyOnDisc
                   MOVE 2 TO FormatIndex
               ELSE
                   MOVE 1 TO FormatIndex
               END-IF
               IF CopyWasCounted
                   ADD 1 TO FmtCountedCount(FormatIndex)
               END-IF
               MOVE CopyVideoCode TO LoanVideoCode
               MOVE CopyNumber TO LoanCopyNumber
               READ VideoLoanFile
                       MOVE "COUNTED BUT ON LOAN   "
                           TO DtlExceptionType
                       ADD 1 TO CountedOnLoanCount
                           FmtOnLoanCount(FormatIndex)
                       PERFORM PRINT-COPY-EXCEPTION
      *>           a copy already flagged lost, damaged, or
      *>           withdrawn is expected to be off the shelf - only
                       MOVE "COUNTED BUT FLAGGED   "
                           TO DtlExceptionType
                       ADD 1 TO FlaggedFoundCount
                           FmtFlaggedCount(FormatIndex)
                       PERFORM PRINT-COPY-EXCEPTION
                   WHEN NOT CopyWasCounted AND NOT LoanFound
                           AND NOT CopyOutOfService
                       MOVE "MISSING               "
                           TO DtlExceptionType
                       ADD 1 TO MissingCount
                           FmtMissingCount(FormatIndex)
                       PERFORM PRINT-COPY-EXCEPTION
               END-EVALUATE
               END-IF
       PRINT-COPY-EXCEPTION.
           MOVE CopyVideoCode TO DtlVideoCode
           MOVE CopyNumber TO DtlCopyNumber
           IF CopyOnDisc
               MOVE "DISC" TO DtlFormat
           ELSE
               MOVE "TAPE" TO DtlFormat
           END-IF
           WRITE ReportLine FROM ExceptionDetailLine.

      *> linear scan of the shelf count for this inventory copy
                   ADD 1 TO UnknownCount
                   MOVE CaptureKeyCode TO DtlVideoCode
                   MOVE CaptureKeyCopy TO DtlCopyNumber
                   MOVE SPACES TO DtlFormat
                   WRITE ReportLine FROM ExceptionDetailLine
           END-READ.

      *>   the shelf count's split covers the counted copies this
      *>   shop has a record of; the unknown and rejected lines
      *>   have no format to split by
       PRINT-EXCEPTION-TOTALS.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "COUNTED ON SHELF      = " TO TtlLabel
           MOVE CaptureCount TO TtlCount
           MOVE FmtCountedCount(1) TO TtlTapeCount
           MOVE FmtCountedCount(2) TO TtlDiscCount
           WRITE ReportLine FROM ExceptionTotalLine
           MOVE "MISSING               = " TO TtlLabel
           MOVE MissingCount TO TtlCount
           MOVE FmtMissingCount(1) TO TtlTapeCount
           MOVE FmtMissingCount(2) TO TtlDiscCount
           WRITE ReportLine FROM ExceptionTotalLine
           MOVE "COUNTED BUT ON LOAN   = " TO TtlLabel
           MOVE CountedOnLoanCount TO TtlCount
           MOVE FmtOnLoanCount(1) TO TtlTapeCount
           MOVE FmtOnLoanCount(2) TO TtlDiscCount
           WRITE ReportLine FROM ExceptionTotalLine
           MOVE "COUNTED BUT FLAGGED   = " TO TtlLabel
           MOVE FlaggedFoundCount TO TtlCount
           MOVE FmtFlaggedCount(1) TO TtlTapeCount
           MOVE FmtFlaggedCount(2) TO TtlDiscCount
           WRITE ReportLine FROM ExceptionTotalLine
           MOVE SPACES TO TtlFormatSplit
           MOVE "UNKNOWN ON SHELF      = " TO TtlLabel
           MOVE UnknownCount TO TtlCount
           WRITE ReportLine FROM ExceptionTotalLine
           MOVE "BAD CHECK DIGIT LINES = " TO TtlLabel
           MOVE BadLabelCount TO TtlCount
