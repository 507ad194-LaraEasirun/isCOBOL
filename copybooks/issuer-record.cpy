       01 IssuerRecord.
          05 is-bin        PIC 9(6).
          05 is-issuer-id  PIC X(4).
          05 is-name       PIC X(30).
          05 is-fee        PIC 9(3)V99.
