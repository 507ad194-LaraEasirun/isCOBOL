         01 RAN-COUNT PIC 9(3) VALUE 0.
         01 SKIP-COUNT PIC 9(3) VALUE 0.
         01 FAIL-COUNT PIC 9(3) VALUE 0.
         01 CTL-FAIL-RC PIC 9(5) VALUE 90.
         copy "date-time.cpy".

       PROCEDURE DIVISION.
               PERFORM RUN-ONE-COMMAND
               MOVE WS-RETURN-CODE TO JT-RC (JOB-COUNT)
               IF WS-RETURN-CODE > jc-max-rc
                  OR WS-RETURN-CODE = CTL-FAIL-RC
                 MOVE "FAIL" TO JT-STATUS (JOB-COUNT)
                 ADD 1 TO FAIL-COUNT
                 PERFORM WRITE-RETRY-ENTRY
                 IF jc-stop-flag = 'S'
                   MOVE 'Y' TO STOP-CHAIN-FLAG
                 END-IF
                 IF WS-RETURN-CODE = CTL-FAIL-RC
                   DISPLAY "Kontrollsummenfehler in " jc-job-name
                           " - Kette angehalten."
                   MOVE 'Y' TO STOP-CHAIN-FLAG
                 END-IF
               ELSE
                 MOVE "OK  " TO JT-STATUS (JOB-COUNT)
                 ADD 1 TO RAN-COUNT
