       01 LehrerRecord.
          05 lr-kuerzel      PIC X(4).
          05 lr-name         PIC X(20).
          05 lr-fach         PIC X(6) OCCURS 5 TIMES.
          05 lr-max-stunden  PIC 9(2).
          05 lr-sperrtag     PIC X OCCURS 5 TIMES.
