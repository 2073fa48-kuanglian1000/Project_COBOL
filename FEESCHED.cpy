      *> pricing category (N = new release, S = standard, C =
      *> classic) per effective date: the per-day rental rate, the
      *> per-day late rate, and the lost/damaged replacement amount,
      *> each as seven digits with the cents in the last two, and
      *> the copy format the line prices (T = tape, D = disc, space =
      *> both - a line keyed before discs were stocked has no format
      *> column and so prices both). A rate change can be keyed ahead
      *> of time under a future effective date - readers take, per
      *> category and format, the newest line whose effective date
      *> has arrived, a line naming the format beating a both-formats
      *> line of the same date; lines that don't parse are ignored
      *> and the reader's standing rates stay in force.
      *> Copied into every program that prices off the schedule so
      *> the layout only has to change in one place.
       01  FeeScheduleLine.
           03  SchedLateFeeRate        PIC 9(5)V99.
           03  FILLER                  PIC X VALUE SPACE.
           03  SchedReplaceAmount      PIC 9(5)V99.
           03  FILLER                  PIC X VALUE SPACE.
           03  SchedFormat             PIC X.
               88  SchedBothFormats    VALUE " ".
               88  SchedTapeOnly       VALUE "T".
               88  SchedDiscOnly       VALUE "D".
               88  ValidSchedFormat    VALUE " " "T" "D".
