      *> Governing line layout for the file growth history
      *> (FILE-GROWTH.DAT), appended by FILEGROWTH-CAPTURE every
      *> night and never rewritten. One line per watched file
      *> (FILEWATCH.cpy) per business date: its record count and
      *> its size on disk in bytes, and how the figures were got -
      *>   C - counted and sized
      *>   S - sized only (a keyed file with no FD to count it, or
      *>       one that would not open tonight)
      *>   A - absent, not on disk at all
      *> FILEGROWTH-WEEKLYREPORT works the growth rates out from
      *> these lines. Copied into every program that writes or
      *> reads the file so the layout only has to change in one
      *> place.
       01  FileGrowthLine.
           88  EndOfFileGrowth         VALUE HIGH-VALUES.
           03  FglBusinessDate         PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  FglFileName             PIC X(30).
           03  FILLER                  PIC X VALUE SPACE.
           03  FglKind                 PIC X.
           03  FILLER                  PIC X VALUE SPACE.
           03  FglRecordCount          PIC 9(9).
           03  FILLER                  PIC X VALUE SPACE.
           03  FglSizeBytes            PIC 9(12).
           03  FILLER                  PIC X VALUE SPACE.
           03  FglReading              PIC X.
               88  FglCounted          VALUE "C".
               88  FglSizedOnly        VALUE "S".
               88  FglAbsent           VALUE "A".
