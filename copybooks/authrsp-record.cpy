       01 AuthResponseRecord.
          05 rs-auth-id       PIC 9(7).
          05 rs-result        PIC X.
          05 rs-approval-code PIC X(6).
          05 rs-reason        PIC X(30).
