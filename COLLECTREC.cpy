      *> Governing record layout for the collections master
      *> (COLLECT.DAT). One record per borrower ever handed to the
      *> collection agency, keyed by the borrower number. Written by
      *> COLLECTIONS-HANDOFF when the account is referred, and kept
      *> up to date as the agency's recoveries are posted; the loan
      *> desk reads it to show WITH COLLECTIONS at checkout. Copied
      *> into every program that opens CollectFile so the layout
      *> only has to change in one place.
       01  CollectRecord.
           88  EndOfCollectFile        VALUE HIGH-VALUE.
           03  CollBorrowerNumber      PIC 9(4).
      *> R = referred, with the agency now; C = closed - the account
      *> has been cleared, by the agency or at the desk
           03  CollStatusFlag          PIC X.
               88  WithCollections     VALUE "R".
               88  CollectionClosed    VALUE "C".
           03  CollReferredDate        PIC 9(8).
           03  CollReferredAmount      PIC 9(5)V99.
      *> running totals of what the agency has sent back - the gross
      *> it collected, and its commission out of that
           03  CollRecoveredAmount     PIC 9(5)V99.
           03  CollCommissionAmount    PIC 9(5)V99.
           03  CollLastRecoveryDate    PIC 9(8).
           03  CollClosedDate          PIC 9(8).
