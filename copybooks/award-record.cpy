       01 AwardRecord.
          05 aw-student   PIC 9(13).
          05 aw-type      PIC X(4).
          05 aw-kind      PIC X.
          05 aw-percent   PIC 9(3)V99.
          05 aw-amount    PIC 9(5)V99.
          05 aw-from-term PIC X(5).
          05 aw-to-term   PIC X(5).
          05 aw-sponsor   PIC X(6).
