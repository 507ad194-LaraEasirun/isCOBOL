       01 OdometerRecord.
          05 od-kennzeichen  PIC X(12).
          05 od-date         PIC 9(8).
          05 od-km           PIC 9(7).
          05 od-source       PIC X.
          05 od-service      PIC X.
          05 od-order        PIC 9(7).
          05 od-operator     PIC X(8).
