             PERFORM UNTIL var-eof = 1
               IF cv-terminal-id = dp-terminal-id
                  AND cv-business-date = dp-business-date
                  AND (cv-currency = SPACES OR cv-currency = "EUR")
                 ADD cv-variance TO DAY-VARIANCE
                 MOVE 'Y' TO VARIANCE-FOUND
               END-IF
