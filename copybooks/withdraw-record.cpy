       01 WithdrawalRecord.
          05 wd-student    PIC 9(13).
          05 wd-name       PIC X(20).
          05 wd-term       PIC X(5).
          05 wd-date       PIC 9(8).
          05 wd-week       PIC 9(2).
          05 wd-percent    PIC 9(3).
          05 wd-invoice    PIC 9(7).
          05 wd-tuition    PIC 9(5)V99.
          05 wd-credit     PIC 9(5)V99.
          05 wd-refund     PIC 9(5)V99.
          05 wd-courses    PIC 9(2).
          05 wd-old-status PIC X.
          05 wd-operator   PIC X(8).
