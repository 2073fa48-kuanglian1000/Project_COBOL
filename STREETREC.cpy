      *> Governing record layout for the street-date file
      *> (STREETDATE.DAT) - one record per new release whose studio
      *> has set a street date, keyed by the catalog VideoCode. The
      *> loan desk refuses to issue any copy of the title before
      *> that date, and RELEASE-TOMORROWLIST fills the reservations
      *> queued meanwhile the night before it, marking the record
      *> released so the same title is not filled twice. Copied
      *> into every program that opens StreetDateFile so the layout
      *> only has to change in one place.
       01  StreetDateRecord.
           88  EndOfStreetDateFile     VALUE HIGH-VALUE.
           03  StrVideoCode            PIC 9(5).
           03  StrStreetDate           PIC 9(8).
           03  StrReleasedFlag         PIC X.
               88  StrReleased         VALUE "Y".
               88  StrAwaitingRelease  VALUE "N".
      *> the business date the release run filled the holds on
           03  StrReleasedDate         PIC 9(8).
           03  StrKeyedDate            PIC 9(8).
           03  StrKeyedBy              PIC X(4).
