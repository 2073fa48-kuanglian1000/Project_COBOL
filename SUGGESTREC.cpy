      *> Governing record layout for the title suggestions file
      *> (SUGGEST.DAT) - one record per catalog title, rebuilt every
      *> week by TITLE-SUGGESTBUILD off LOAN-HISTORY.DAT, naming the
      *> other titles most often rented by the same borrowers, most
      *> shared borrowers first. The check-in and the video lookup
      *> show them, leaving off anything the borrower at the counter
      *> has already had. Copied into every program that opens
      *> SuggestFile so the layout only has to change in one place.
       01  SuggestRecord.
           88  EndOfSuggestFile        VALUE HIGH-VALUE.
           03  SugVideoCode            PIC 9(5).
           03  SugBuiltDate            PIC 9(8).
      *> how many different borrowers have rented the title itself -
      *> what each shared count below is out of
           03  SugTitleBorrowers       PIC 9(5).
           03  SugEntryCount           PIC 9.
           03  SugEntry                OCCURS 5 TIMES.
               05  SugOtherCode        PIC 9(5).
               05  SugSharedBorrowers  PIC 9(5).
