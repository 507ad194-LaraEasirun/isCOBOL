       01 CtlTotalRecord.
          05 ct-file          PIC X(20).
          05 ct-producer      PIC X(12).
          05 ct-business-date PIC 9(8).
          05 ct-records       PIC 9(9).
          05 ct-hash          PIC S9(13)V99.
          05 ct-timestamp     PIC X(20).
