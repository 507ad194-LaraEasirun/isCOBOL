       01 DatasetInvRecord.
          05 dv-pattern PIC X(30).
          05 dv-owner   PIC X(12).
          05 dv-class   PIC X.
          05 dv-keep    PIC 9(4).
          05 dv-growth  PIC 9(3).
