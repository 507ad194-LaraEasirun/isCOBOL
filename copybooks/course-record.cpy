          05 crs-code    PIC X(8).
          05 crs-title   PIC X(30).
          05 crs-program PIC X(6).
          05 crs-credits PIC 9(2).
