              10 CT-10      PIC 9(5).
              10 CT-20      PIC 9(5).
              10 CT-50      PIC 9(5).
              10 CT-CUR     PIC X(3).
              10 CT-OUT-AMT PIC 9(9)V99.
              10 CT-OUT-CNT PIC 9(7).
        01 FLEET-OUT-AMT PIC 9(9)V99 VALUE 0.
        01 FLEET-OUT-CNT PIC 9(7) VALUE 0.
        01 TERM-FOUND PIC X.
        01 WDL-CUR PIC X(3).
        01 WDL-CUR-AMT PIC 9(9)V99.
        01 CAT-STATUS PIC XX.
        01 TXD-STATUS PIC XX.
        01 TXND-FILENAME PIC X(20).
           COMPUTE CASH-VALUE = CT-10 (cas-index) * 10
                   + CT-20 (cas-index) * 20
                   + CT-50 (cas-index) * 50
           IF CT-CUR (cas-index) = "EUR"
             ADD CASH-VALUE TO FLEET-VALUE
           END-IF
           MOVE SPACES TO WORK-LINE
           STRING CT-ID (cas-index) " " CT-CUR (cas-index)
                  " 10: " CT-10 (cas-index)
                  " 20: " CT-20 (cas-index)
                  " 50: " CT-50 (cas-index)
                  " Wert " CASH-VALUE " " CT-CUR (cas-index)
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-POSITION-LINE
           MOVE SPACES TO WORK-LINE
           STRING CT-ID (cas-index) " " CT-CUR (cas-index)
                  " Auszahlungen heute: " CT-OUT-CNT (cas-index)
                  " Stueck, " CT-OUT-AMT (cas-index) " "
                  CT-CUR (cas-index)
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-POSITION-LINE.

               MOVE cas-count-10 TO CT-10 (CAS-COUNT)
               MOVE cas-count-20 TO CT-20 (CAS-COUNT)
               MOVE cas-count-50 TO CT-50 (CAS-COUNT)
               IF cas-currency = SPACES
                 MOVE "EUR" TO CT-CUR (CAS-COUNT)
               ELSE
                 MOVE cas-currency TO CT-CUR (CAS-COUNT)
               END-IF
               MOVE 0 TO CT-OUT-AMT (CAS-COUNT)
               MOVE 0 TO CT-OUT-CNT (CAS-COUNT)
               READ CassetteFile
           PERFORM SCAN-DAILY-FILES.

       NOTE-WITHDRAWAL-RECORD.
           IF (log-type = "WITHDRAWAL" OR log-type = "ACQ-WDL")
              AND log-status = 'Y'
              AND log-timestamp(1:10) = TODAY-STAMP
             ADD log-amount TO FLEET-OUT-AMT
             ADD 1 TO FLEET-OUT-CNT
           END-IF.

       NOTE-TERMINAL-WITHDRAWAL.
           IF log-rate-version(1:3) = SPACES
              OR log-type = "ACQ-WDL"
             MOVE "EUR" TO WDL-CUR
             MOVE log-amount TO WDL-CUR-AMT
           ELSE
             MOVE log-rate-version(1:3) TO WDL-CUR
             MOVE log-ref-seq TO WDL-CUR-AMT
           END-IF
           MOVE 'N' TO TERM-FOUND
           PERFORM VARYING cas-index FROM 1 BY 1
                   UNTIL cas-index > CAS-COUNT
             IF CT-ID (cas-index) = log-terminal-id
                AND CT-CUR (cas-index) = WDL-CUR
               MOVE 'Y' TO TERM-FOUND
               ADD WDL-CUR-AMT TO CT-OUT-AMT (cas-index)
               ADD 1 TO CT-OUT-CNT (cas-index)
               EXIT PERFORM
             END-IF
           IF TERM-FOUND = 'N' AND CAS-COUNT < 20
             ADD 1 TO CAS-COUNT
             MOVE log-terminal-id TO CT-ID (CAS-COUNT)
             MOVE WDL-CUR TO CT-CUR (CAS-COUNT)
             MOVE 0 TO CT-10 (CAS-COUNT)
             MOVE 0 TO CT-20 (CAS-COUNT)
             MOVE 0 TO CT-50 (CAS-COUNT)
             MOVE WDL-CUR-AMT TO CT-OUT-AMT (CAS-COUNT)
             MOVE 1 TO CT-OUT-CNT (CAS-COUNT)
           END-IF.
