       01 InboundDebitRecord.
          05 di-account     PIC 9(10).
          05 di-amount      PIC 9(7)V99.
          05 di-creditor-id PIC X(18).
          05 di-mandate-ref PIC X(20).
          05 di-collect-ref PIC X(16).
       01 InboundDebitTrailer.
          05 dt-tag   PIC X(8).
          05 dt-count PIC 9(7).
          05 dt-total PIC 9(9)V99.
