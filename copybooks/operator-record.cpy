       01 OperatorRecord.
          05 op-id          PIC X(8).
          05 op-name        PIC X(30).
          05 op-pw-hash     PIC 9(12).
          05 op-role        PIC X(10) OCCURS 6 TIMES.
          05 op-state       PIC X.
          05 op-valid-until PIC 9(8).
          05 op-failed      PIC 9.
          05 op-last-signon PIC 9(8).
          05 op-pw-changed  PIC 9(8).
          05 op-created-by  PIC X(8).
