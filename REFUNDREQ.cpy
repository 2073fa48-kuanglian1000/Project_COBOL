      *> The parameter block Sub-TuitionRefund is CALLed with: the
      *> withdrawn enrollment, the date it was withdrawn and the
      *> operator who withdrew it go in; the refund worked out for
      *> it comes back - the week of term and the scale band that
      *> applied, the fee the percentage was taken of, how much
      *> came off what the invoice still owed, how much is now
      *> due back to the student and how much of the bursary
      *> awards went back to their sponsors. Copied into the
      *> sub-program and every program that CALLs it so the two
      *> always agree.
       01  RefundRequest.
           03  RfqStudentId            PIC X(7).
           03  RfqCourseCode           PIC X(4).
           03  RfqTerm                 PIC X(6).
           03  RfqWithdrawDate         PIC 9(8).
           03  RfqOperatorId           PIC X(4).
           03  RfqResult               PIC X.
               88  RfqNoInvoice        VALUE "N".
               88  RfqNoTermDates      VALUE "T".
               88  RfqWorkedOut        VALUE "R".
           03  RfqWeekOfTerm           PIC 99.
           03  RfqBandThroughWeek      PIC 99.
           03  RfqPercent              PIC 9(3).
           03  RfqFeeBilled            PIC 9(5)V99.
           03  RfqCreditAmount         PIC 9(5)V99.
           03  RfqWriteDownAmount      PIC 9(5)V99.
           03  RfqRefundDueAmount      PIC 9(5)V99.
           03  RfqSponsorShareAmount   PIC 9(5)V99.
