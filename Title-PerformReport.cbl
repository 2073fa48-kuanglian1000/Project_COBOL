           88  EndOfHistoryFlat    VALUE HIGH-VALUES.

       FD  FeesJournalFile.
       01  FeesJournalFlatLine PIC X(85).
           88  EndOfJournalFlat    VALUE HIGH-VALUES.

       FD  VideoFile.
