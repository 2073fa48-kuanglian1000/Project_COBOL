      *> Governing record layout for the series master (SERIES.DAT)
      *> - one record per TV series or film franchise the shop
      *> stocks as numbered volumes, keyed by a short series code.
      *> The volumes themselves, and any box sets, hang off it on
      *> SERIESVOL.DAT (SERVOLREC.cpy). Copied into every program
      *> that opens SeriesFile so the layout only has to change in
      *> one place.
       01  SeriesRecord.
           88  EndOfSeriesFile         VALUE HIGH-VALUE.
           03  SerCode                 PIC X(6).
           03  SerName                 PIC X(30).
           03  SerKind                 PIC X.
               88  SerIsTvSeries       VALUE "T".
               88  SerIsFranchise      VALUE "F".
               88  ValidSerKind        VALUE "T" "F".
           03  SerKeyedDate            PIC 9(8).
           03  SerKeyedBy              PIC X(4).
