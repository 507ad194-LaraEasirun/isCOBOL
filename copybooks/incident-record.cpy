       01 IncidentRecord.
          05 in-id         PIC 9(6).
          05 in-source     PIC X.
          05 in-job        PIC X(12).
          05 in-ref        PIC X(20).
          05 in-result     PIC X(5).
          05 in-severity   PIC 9.
          05 in-status     PIC X.
          05 in-owner      PIC X(8).
          05 in-opened     PIC X(20).
          05 in-closed     PIC X(20).
          05 in-action     PIC X(60).
          05 in-resolution PIC X(60).
