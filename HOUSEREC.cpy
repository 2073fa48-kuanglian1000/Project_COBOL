      *> Governing record layout for the household master
      *> (HOUSEHOLD.DAT). One record per family the shop bills as
      *> one, keyed by a household number of its own: the head of
      *> household who pays for the lot, and the number of copies
      *> the whole household may have out at once on top of each
      *> member's own limit. Which borrowers belong is held apart on
      *> HOUSEMEMB.DAT (HHMEMBREC.cpy), so BORROWER.DAT keeps its
      *> layout. Copied into every program that opens HouseholdFile
      *> so the layout only has to change in one place.
       01  HouseholdRecord.
           88  EndOfHouseholdFile      VALUE HIGH-VALUE.
           03  HhdNumber               PIC 9(4).
           03  HhdName                 PIC X(20).
           03  HhdPayerNumber          PIC 9(4).
           03  HhdLoanLimit            PIC 99.
           03  HhdCreatedDate          PIC 9(8).
           03  HhdCreatedBy            PIC X(4).
           03  HhdChangedDate          PIC 9(8).
           03  HhdChangedBy            PIC X(4).
