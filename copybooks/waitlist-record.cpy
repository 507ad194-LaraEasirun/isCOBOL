       01 WaitlistRecord.
          05 wl-course      PIC X(8).
          05 wl-term        PIC X(5).
          05 wl-student     PIC 9(13).
          05 wl-date        PIC 9(8).
          05 wl-time        PIC 9(6).
          05 wl-status      PIC X.
          05 wl-moved-date  PIC 9(8).
          05 wl-letter-date PIC 9(8).
