      *> Governing record layout for the series running order
      *> (SERIESVOL.DAT) - one record per catalog title that belongs
      *> to a series on SERIES.DAT, keyed by the series code, the
      *> title's place in the running order and the entry type:
      *>   V = a single volume - the tape that IS volume n
      *>   B = a box set - volumes SvlVolumeNo through SvlBoxLastVol
      *>       catalogued under a VideoCode of their own, so the set
      *>       goes out as one copy on one loan and comes back as one
      *>       charge at the set's own daily rate (zero = the rate of
      *>       the title's price category)
      *> A title belongs to one series only, so the alternate key on
      *> the VideoCode finds a returned tape's place in its series.
      *> Copied into every program that opens SeriesVolFile so the
      *> layout only has to change in one place.
       01  SeriesVolRecord.
           88  EndOfSeriesVolFile      VALUE HIGH-VALUE.
           03  SvlKey.
               05  SvlSeriesCode       PIC X(6).
               05  SvlVolumeNo         PIC 99.
               05  SvlEntryType        PIC X.
                   88  SvlIsBoxSet     VALUE "B".
                   88  SvlIsVolume     VALUE "V".
           03  SvlVideoCode            PIC 9(5).
      *> the last volume the entry covers - the volume itself for a
      *> V entry
           03  SvlBoxLastVol           PIC 99.
           03  SvlBoxDailyRate         PIC 9(3)V99.
           03  SvlKeyedDate            PIC 9(8).
           03  SvlKeyedBy              PIC X(4).
