       01 RefundScheduleRecord.
          05 rs-week    PIC 9(2).
          05 rs-percent PIC 9(3).
