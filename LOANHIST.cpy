           03  FILLER              PIC X VALUE SPACE.
           03  HistCopyNumber      PIC 99.
           03  FILLER              PIC X VALUE SPACE.
      *> zeros once HISTORY-RETENTION has stripped an old loan of
      *> who had it - the name goes to spaces with it, and the
      *> per-borrower reports pass such a line by
           03  HistBorrowerNumber  PIC 9(4).
               88  HistAnonymised      VALUE ZERO.
           03  FILLER              PIC X VALUE SPACE.
           03  HistBorrowerName    PIC X(20).
           03  FILLER              PIC X VALUE SPACE.
