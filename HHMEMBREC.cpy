      *> Governing record layout for the household membership file
      *> (HOUSEMEMB.DAT). One record per borrower who belongs to a
      *> household, keyed by the borrower number - a borrower is in
      *> one household at most - with the household number as an
      *> alternate key so every member of one household can be
      *> walked in turn. The head of household has a record here
      *> like any other member. Copied into every program that opens
      *> HouseMemberFile so the layout only has to change in one
      *> place.
       01  HouseMemberRecord.
           88  EndOfHouseMemberFile    VALUE HIGH-VALUE.
           03  HmbBorrowerNumber       PIC 9(4).
           03  HmbHouseholdNumber      PIC 9(4).
           03  HmbJoinedDate           PIC 9(8).
           03  HmbAddedBy              PIC X(4).
