       01 GlChartRecord.
          05 gc-account   PIC X(5).
          05 gc-name      PIC X(30).
          05 gc-class     PIC X.
          05 gc-line      PIC 9(2).
          05 gc-line-name PIC X(24).
