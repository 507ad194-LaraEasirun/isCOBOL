       01 ApfelLogRecord.
          05 al-datum    PIC 9(8).
          05 al-klasse   PIC X(10).
          05 al-artikel  PIC X(15).
          05 al-menge    PIC 9(4).
          05 al-schueler PIC 9(3).
