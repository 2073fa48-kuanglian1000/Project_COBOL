      *> Governing record layout for the tuition refunds due
      *> (REFUND.DAT) - one record per withdrawn enrollment whose
      *> refund came to more than its invoice still owed, under
      *> the enrollment's own three-part key, written when
      *> ENROLL-MAINTAIN withdraws it (Sub-TuitionRefund) and
      *> marked paid by TUITION-BILLING once the bookkeeper has
      *> paid it out. Copied into every program that opens
      *> RefundFile so the layout only has to change in one place.
       01  RefundRecord.
           88  EndOfRefundFile         VALUE HIGH-VALUE.
           03  RefundKey.
               05  RefundStudentId     PIC X(7).
               05  RefundCourseCode    PIC X(4).
               05  RefundTerm          PIC X(6).
           03  RefundDueDate           PIC 9(8).
           03  RefundAmount            PIC 9(5)V99.
           03  RefundOperatorId        PIC X(4).
           03  RefundStatusFlag        PIC X.
               88  RefundIsDue         VALUE "D".
               88  RefundIsPaid        VALUE "P".
           03  RefundPaidDate          PIC 9(8).
           03  RefundPaidBy            PIC X(4).
