       01 ServiceIntervalRecord.
          05 si-marke        PIC X(15).
          05 si-oil-km       PIC 9(6).
          05 si-oil-months   PIC 9(2).
          05 si-insp-km      PIC 9(6).
          05 si-insp-months  PIC 9(2).
