      *> Governing record layout for the bursary and scholarship
      *> awards file (BURSARY.DAT, indexed on student + sequence):
      *> one record per award a student holds, keyed through
      *> BURSARY-MAINTAIN. An award is either a percentage of each
      *> invoice's course fee or a fixed amount off each invoice,
      *> and covers every invoice raised for the student in the
      *> terms from BurFromTerm to BurToTerm inclusive (term codes
      *> as keyed, e.g. 2026-1, which compare in date order).
      *> BurFundingSource names the sponsor the awarded money is
      *> charged to. TUITION-BILLING's invoice run applies every
      *> active award covering the invoice's term, never taking
      *> more than the fee, and logs what each award took on
      *> SPONSOR-LEDGER.DAT. An award is cancelled rather than
      *> deleted, so invoices it has already reduced can still be
      *> traced back to it. Copied into every program that opens
      *> BursaryFile so the layout only has to change in one place.
       01  BursaryRecord.
           88  EndOfBursaryFile        VALUE HIGH-VALUE.
           03  BurKey.
               05  BurStudentId        PIC X(7).
               05  BurSeqNo            PIC 99.
           03  BurType                 PIC X.
               88  BurIsPercent        VALUE "P".
               88  BurIsFixed          VALUE "F".
           03  BurPercent              PIC 9(3).
           03  BurAmount               PIC 9(5)V99.
           03  BurFundingSource        PIC X(10).
           03  BurFromTerm             PIC X(6).
           03  BurToTerm               PIC X(6).
           03  BurStatusFlag           PIC X.
               88  BurIsActive         VALUE "A".
               88  BurIsCancelled      VALUE "C".
           03  BurAddedDate            PIC 9(8).
           03  BurOperatorId           PIC X(4).
