       01 DatasetHistRecord.
          05 dh-pattern PIC X(30).
          05 dh-total   PIC 9(12).
          05 dh-files   PIC 9(5).
          05 dh-date    PIC 9(8).
          05 dh-low     PIC 9(9).
