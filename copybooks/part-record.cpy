       01 PartRecord.
          05 part-number    PIC X(8).
          05 part-text      PIC X(30).
          05 part-stock     PIC S9(5)V99.
          05 part-min       PIC 9(5)V99.
          05 part-price     PIC 9(5)V99.
          05 part-supplier  PIC X(20).
          05 part-last-used PIC 9(8).
          05 part-last-rcpt PIC 9(8).
