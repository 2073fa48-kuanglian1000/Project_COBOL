      *> Governing record layout for the tuition instalment master
      *> (INSTALMENT.DAT) - an invoice on TUITION.DAT the office
      *> has split into a plan carries one record per dated
      *> instalment, under the invoice's own three-part key and the
      *> instalment's number, so a plan reads back in due-date
      *> order. Planned by TUITION-BILLING, which clears paid
      *> instalments oldest first as payments post; flagged past
      *> due, and charged the late-payment penalty once the grace
      *> period has run, by the nightly TUITION-LATEPENALTY. The
      *> penalty is added to the invoice as well, so the arrears
      *> list and the transcript hold see it. Copied into every
      *> program that opens InstalmentFile so the layout only has
      *> to change in one place.
       01  InstalmentRecord.
           88  EndOfInstalmentFile     VALUE HIGH-VALUE.
           03  InstKey.
               05  InstStudentId       PIC X(7).
               05  InstCourseCode      PIC X(4).
               05  InstTerm            PIC X(6).
               05  InstNumber          PIC 99.
           03  InstDueDate             PIC 9(8).
           03  InstAmount              PIC 9(5)V99.
           03  InstPenaltyAmount       PIC 9(5)V99.
           03  InstPaidAmount          PIC 9(5)V99.
           03  InstStatusFlag          PIC X.
               88  InstIsDue           VALUE "D".
               88  InstIsPastDue       VALUE "L".
               88  InstIsPaid          VALUE "P".
               88  InstIsUnpaid        VALUE "D" "L".
           03  InstPenaltySw           PIC X.
               88  InstPenaltyCharged  VALUE "Y".
