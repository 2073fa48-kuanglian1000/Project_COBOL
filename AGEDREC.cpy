      *> Governing detail-line layout for the aged receivables file
      *> (RECEIVABLES-AGED.DAT). RECEIVABLES-AGING writes one line
      *> per borrower still owing on BORR-ACCOUNT.DAT, the unsettled
      *> debits spread over the five age buckets as at the run's
      *> business date; DEBT-WRITEOFF works its candidates off the
      *> OVER 90 column. Built in WORKING-STORAGE and moved into the
      *> FD's flat line with WRITE ... FROM, same as CALCLOGREC.
       01  AgedBalanceRecord.
           88  EndOfAgedFile           VALUE HIGH-VALUES.
           03  AgdBorrowerNumber       PIC 9(4).
           03  FILLER                  PIC X VALUE SPACE.
           03  AgdAsAtDate             PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
      *> not yet 30 days old - inside the month's grace
           03  AgdCurrent              PIC 9(6).99.
           03  FILLER                  PIC X VALUE SPACE.
      *> 1-30, 31-60 and 61-90 days past that grace
           03  Agd30Days               PIC 9(6).99.
           03  FILLER                  PIC X VALUE SPACE.
           03  Agd60Days               PIC 9(6).99.
           03  FILLER                  PIC X VALUE SPACE.
           03  Agd90Days               PIC 9(6).99.
           03  FILLER                  PIC X VALUE SPACE.
      *> more than 90 days past due - the write-off candidates
           03  AgdOver90Days           PIC 9(6).99.
           03  FILLER                  PIC X VALUE SPACE.
           03  AgdTotal                PIC 9(7).99.
