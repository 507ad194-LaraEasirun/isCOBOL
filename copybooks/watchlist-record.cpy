       01 WatchListRecord.
          05 wl-name       PIC X(30).
          05 wl-birth-date PIC 9(8).
          05 wl-country    PIC X(2).
          05 wl-source     PIC X(8).
