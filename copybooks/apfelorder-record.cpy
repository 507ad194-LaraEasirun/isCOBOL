       01 ApfelOrderRecord.
          05 ao-bestell-datum PIC 9(8).
          05 ao-artikel       PIC X(15).
          05 ao-bestellt      PIC 9(4).
          05 ao-liefer-datum  PIC 9(8).
          05 ao-geliefert     PIC 9(4).
          05 ao-rechnung-nr   PIC X(10).
          05 ao-betrag        PIC 9(5)V99.
          05 ao-status        PIC X.
