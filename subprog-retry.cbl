               10 RT-T-DONE     PIC X.
         01 FIXED-COUNT PIC 9(3) VALUE 0.
         01 STILL-FAILED PIC 9(3) VALUE 0.
         01 CTL-FAIL-RC PIC 9(5) VALUE 90.
         copy "date-time.cpy".
       PROCEDURE DIVISION.
       MAIN.
           CALL "C$SYSTEM" USING batchdatei
           MOVE RETURN-CODE TO WS-RETURN-CODE
           IF WS-RETURN-CODE > RT-T-MAX-RC (retry-index)
              OR WS-RETURN-CODE = CTL-FAIL-RC
             ADD 1 TO RT-T-ATTEMPTS (retry-index)
             MOVE WS-RETURN-CODE TO RT-T-RC (retry-index)
             ADD 1 TO STILL-FAILED
