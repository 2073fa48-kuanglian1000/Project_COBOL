      *> The shop's standing absence threshold: a student who has
      *> missed this percentage of a course's sessions in a term is
      *> flagged by ABSENCE-WEEKLYREPORT and, when the exam office
      *> asks for it, barred from that course's exam by
      *> EXAM-CANDIDATES. Copied into both so the two can never
      *> disagree about who crossed it.
       01  AbsenceThresholdPct PIC 9(3) VALUE 25.
