       01 IncidentRequest.
          05 ir-source PIC X.
          05 ir-job    PIC X(12).
          05 ir-ref    PIC X(20).
          05 ir-result PIC X(5).
          05 ir-text   PIC X(60).
          05 ir-id     PIC 9(6).
          05 ir-new    PIC X.
