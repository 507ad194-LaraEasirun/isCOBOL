       01 SponsorRecord.
          05 sp-code   PIC X(6).
          05 sp-number PIC 9(13).
          05 sp-name   PIC X(30).
