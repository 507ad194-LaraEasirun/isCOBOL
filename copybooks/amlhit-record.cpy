       01 AmlHitRecord.
          05 ah-case-id  PIC 9(7).
          05 ah-source   PIC X(5).
          05 ah-account  PIC 9(10).
          05 ah-severity PIC 9.
          05 ah-date     PIC 9(8).
          05 ah-text     PIC X(72).
