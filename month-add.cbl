       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-ADD.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       01 WS-YEAR PIC 9(4).
       01 WS-MONTH PIC S9(5).
       01 WS-DAY PIC 9(2).
       01 WS-WORK-DATE PIC 9(8).
       LINKAGE SECTION.
       01 LS-DATE PIC 9(8).
       01 LS-MONTHS PIC S9(3).
       01 LS-RESULT PIC 9(8).
       PROCEDURE DIVISION USING LS-DATE LS-MONTHS LS-RESULT.
       MAIN.
           MOVE LS-DATE(1:4) TO WS-YEAR
           MOVE LS-DATE(5:2) TO WS-MONTH
           MOVE LS-DATE(7:2) TO WS-DAY
           COMPUTE WS-MONTH = WS-MONTH - 1 + LS-MONTHS
           PERFORM UNTIL WS-MONTH >= 0
             ADD 12 TO WS-MONTH
             SUBTRACT 1 FROM WS-YEAR
           END-PERFORM
           COMPUTE WS-YEAR = WS-YEAR + WS-MONTH / 12
           COMPUTE WS-MONTH = FUNCTION MOD(WS-MONTH, 12) + 1
           COMPUTE WS-WORK-DATE =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE)
                         = 0
                         OR WS-DAY < 29
             SUBTRACT 1 FROM WS-DAY
             COMPUTE WS-WORK-DATE =
                 WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           END-PERFORM
           MOVE WS-WORK-DATE TO LS-RESULT
           GOBACK.
