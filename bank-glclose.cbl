             END-IF
           END-PERFORM

           IF FOUND-INDEX > 0
              AND PD-STATUS (FOUND-INDEX) = 'Y'
             DISPLAY "Geschaeftsjahr " WORK-PERIOD(1:4) " ist"
                     " abgeschlossen."
             STOP RUN
           END-IF
           IF FOUND-INDEX > 0
              AND PD-STATUS (FOUND-INDEX) = 'C'
             DISPLAY "Periode " WORK-PERIOD " ist bereits"
