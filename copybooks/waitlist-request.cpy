       01 WaitlistRequest.
          05 wr-action   PIC X.
          05 wr-course   PIC X(8).
          05 wr-term     PIC X(5).
          05 wr-student  PIC 9(13).
          05 wr-capacity PIC 9(4).
          05 wr-taken    PIC 9(4).
          05 wr-waiting  PIC 9(4).
          05 wr-position PIC 9(4).
          05 wr-moved    PIC 9(4).
          05 wr-result   PIC X.
