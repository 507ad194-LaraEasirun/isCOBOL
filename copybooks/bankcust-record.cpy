          05 bc-strasse PIC X(30).
          05 bc-ort     PIC X(30).
          05 bc-telefon PIC X(15).
          05 bc-fsa-allowance PIC 9(5)V99.
          05 bc-fsa-year      PIC 9(4).
          05 bc-fsa-used      PIC 9(5)V99.
          05 bc-fsa-prev-used PIC 9(5)V99.
          05 bc-screen-flag   PIC X.
