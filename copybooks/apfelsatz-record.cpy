       01 ApfelSatzRecord.
          05 as-artikel   PIC X(15).
          05 as-satz      PIC 9(2)V99.
          05 as-max-woche PIC 9(2).
