       01 AwardLogRecord.
          05 al-term            PIC X(5).
          05 al-student         PIC 9(13).
          05 al-program         PIC X(6).
          05 al-type            PIC X(4).
          05 al-sponsor         PIC X(6).
          05 al-amount          PIC 9(5)V99.
          05 al-invoice         PIC 9(7).
          05 al-sponsor-invoice PIC 9(7).
          05 al-date            PIC 9(8).
