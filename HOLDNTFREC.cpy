      *> Governing record layout for the hold pickup notification
      *> file (HOLD-NOTIFY.DAT) - one record per hold-shelf
      *> reservation the borrower has to be told about, keyed by the
      *> reservation's own key. Written by HOLD-PICKUPLIST the first
      *> night it sees the hold, which is how a hold counts as "new
      *> since the last run"; kept up to date by HOLD-CALLDESK as the
      *> clerk works the call list; read by HOLD-EXPIRERELEASE so a
      *> released hold shows whether the borrower was ever told.
      *> Copied into every program that opens HoldNotifyFile so the
      *> layout only has to change in one place.
       01  HoldNotifyRecord.
           88  EndOfHoldNotifyFile     VALUE HIGH-VALUE.
           03  NtfReserveKey.
               05  NtfVideoCode        PIC 9(5).
               05  NtfSeqNo            PIC 9(3).
           03  NtfBorrowerNumber       PIC 9(4).
           03  NtfCopyNumber           PIC 99.
           03  NtfHeldDate             PIC 9(8).
           03  NtfPickupByDate         PIC 9(8).
           03  NtfListedDate           PIC 9(8).
      *> P = telephone call list; N = posted notice, no phone on file
           03  NtfMethod               PIC X.
               88  NtfByPhone          VALUE "P".
               88  NtfByNotice         VALUE "N".
      *> the last attempt's outcome: space = not tried yet;
      *> C = call made, spoke to the borrower; U = unanswered;
      *> M = message left; N = pickup notice posted
           03  NtfLastOutcome          PIC X.
               88  NtfNotTried         VALUE SPACE.
               88  NtfSpokeTo          VALUE "C".
               88  NtfUnanswered       VALUE "U".
               88  NtfMessageLeft      VALUE "M".
               88  NtfNoticePosted     VALUE "N".
               88  NtfAwaitingCall     VALUE SPACE "U".
               88  NtfBorrowerTold     VALUE "C" "M" "N".
           03  NtfAttemptCount         PIC 99.
           03  NtfLastAttemptDate      PIC 9(8).
           03  NtfLastOperator         PIC X(4).
