       01 CapacityRecord.
          05 cap-date        PIC 9(8).
          05 cap-bays        PIC 9(2).
          05 cap-hours       PIC 9(3)V9.
