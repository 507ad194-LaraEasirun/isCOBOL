       01 NameKeyRequest.
          05 nk-text PIC X(30).
          05 nk-key  PIC X(20).
