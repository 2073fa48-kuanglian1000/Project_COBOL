      *> Governing detail-line layout for the loan desk's
      *> after-image journal (DESK-AFTERIMAGE.DAT). One line is
      *> appended for every change INDEXEDFILE-LOANRETURN makes to
      *> the open-loan file, the copy inventory, the reservation
      *> queue and the borrower account postings, stamped to the
      *> hundredth of a second and carrying the whole record as it
      *> stood after the change (as it stood before, for a delete -
      *> the key is what the replay needs). The nightly
      *> DESK-SNAPSHOT run writes a SNAPSHOT line the moment it has
      *> taken its generations, so DESK-FORWARDRECOVER knows where a
      *> restored generation leaves off and can replay the desk's
      *> day on top of it. Built in WORKING-STORAGE and moved into
      *> the FD's flat line with WRITE ... FROM, same as CALCLOGREC.
      *> Copied into every program that touches the journal so the
      *> layout only has to change in one place.
       01  DeskAfterImageRecord.
           88  EndOfAfterImageFile     VALUE HIGH-VALUES.
           03  DaiStamp.
               05  DaiStampDate        PIC 9(8).
               05  FILLER              PIC X VALUE SPACE.
      *> HHMMSSCC, straight off ACCEPT ... FROM TIME
               05  DaiStampTime        PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  DaiOperatorId           PIC X(4).
           03  FILLER                  PIC X VALUE SPACE.
      *> the file changed, under the tag its generations are kept by
           03  DaiFileTag              PIC X(8).
               88  DaiLoanFile         VALUE "VIDEOLN".
               88  DaiCopyFile         VALUE "VIDCOPY".
               88  DaiReserveFile      VALUE "RESERVE".
               88  DaiAccountFile      VALUE "BORRACCT".
               88  DaiSnapshotMark     VALUE "SNAPSHOT".
           03  FILLER                  PIC X VALUE SPACE.
           03  DaiAction               PIC X(3).
               88  DaiAdded            VALUE "ADD".
               88  DaiChanged          VALUE "CHG".
               88  DaiDeleted          VALUE "DEL".
           03  FILLER                  PIC X VALUE SPACE.
           03  DaiImage                PIC X(50).
