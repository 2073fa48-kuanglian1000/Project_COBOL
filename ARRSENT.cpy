      *> Governing line layout for the new-arrivals bulletin's sent
      *> log (ARRIVALS-SENT.DAT), rewritten whole by each weekly
      *> NEWARRIVALS-BULLETIN run: one line per title advertised to
      *> one member, kept until the two weeks the member had to
      *> rent or reserve it are up and the take-up has been counted.
      *> The first line of every run carries only the run date
      *> (borrower and video zeros), so a rerun the same night can
      *> tell its own earlier attempt from last week's log. Built in
      *> WORKING-STORAGE and moved into the FD's flat line with
      *> WRITE ... FROM, same as ROTSUGG. Copied into every program
      *> that touches the file so the layout only has to change in
      *> one place.
       01  ArrivalsSentLine.
           88  EndOfArrivalsSent   VALUE HIGH-VALUES.
           03  AsnSentDate     PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  AsnBorrowerNumber   PIC 9(4).
           03  FILLER          PIC X VALUE SPACE.
           03  AsnVideoCode    PIC 9(5).
               88  AsnRunMarker    VALUE ZERO.
           03  FILLER          PIC X VALUE SPACE.
           03  AsnGenreCode    PIC X(3).
