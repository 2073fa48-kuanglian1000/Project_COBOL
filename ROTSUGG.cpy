      *> Governing line layout for the stock rotation's standing
      *> suggestions (ROTATION-SUGGEST.DAT), rewritten whole by each
      *> weekly STOCK-ROTATION run: one line per copy it suggested
      *> sending from one branch to another. The first line of
      *> every run carries only the run date (video code zeros), so
      *> a week with nothing to suggest still says when it ran, and
      *> next week's run can tell its own earlier attempt from last
      *> week's list. Built in WORKING-STORAGE and moved into the
      *> FD's flat line with WRITE ... FROM, same as CALCLOGREC.
      *> Copied into every program that touches the file so the
      *> layout only has to change in one place.
       01  RotationSuggestLine.
           88  EndOfRotationSuggest    VALUE HIGH-VALUES.
           03  RsgRunDate      PIC 9(8).
           03  FILLER          PIC X VALUE SPACE.
           03  RsgVideoCode    PIC 9(5).
               88  RsgRunMarker    VALUE ZERO.
           03  FILLER          PIC X VALUE "/".
           03  RsgCopyNumber   PIC 99.
           03  FILLER          PIC X(6) VALUE " FROM ".
           03  RsgFromBranch   PIC 99.
           03  FILLER          PIC X(4) VALUE " TO ".
           03  RsgToBranch     PIC 99.
