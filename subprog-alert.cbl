         01 RQ-STATUS PIC XX.
         01 FAILURE-COUNT PIC 9(3) VALUE 0.
         01 WORK-LINE PIC X(80).
         01 CTL-FAIL-RC PIC 9(5) VALUE 90.
         copy "date-time.cpy".
         copy "incident-request.cpy".
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO date-time
                      " Versuche: " rt-attempts
                      DELIMITED BY SIZE INTO WORK-LINE
               PERFORM WRITE-ALERT-LINE
               IF rt-rc = CTL-FAIL-RC
                 MOVE "  Kontrollsummenfehler - CTLTOTAL.DAT pruefen"
                      TO WORK-LINE
                 PERFORM WRITE-ALERT-LINE
               END-IF
               PERFORM OPEN-ALERT-INCIDENT
               READ RetryQueue
                AT END SET rq-eof TO 1
               END-READ
           DISPLAY WORK-LINE
           MOVE WORK-LINE TO AlertLine
           WRITE AlertLine.

       OPEN-ALERT-INCIDENT.
           MOVE 'A' TO ir-source
           MOVE rt-job-name TO ir-job
           MOVE SPACES TO ir-ref
           STRING year "-" month "-" day-1 "T"
                  hour "-" minutes "-" seconds
                  DELIMITED BY SIZE INTO ir-ref
           MOVE rt-rc TO ir-result
           MOVE SPACES TO ir-text
           STRING "Alarm: rc=" rt-rc " (erlaubt " rt-max-rc
                  ") nach " rt-attempts " Versuchen"
                  DELIMITED BY SIZE INTO ir-text
           CALL "INCIDENT" USING IncidentRequest
           MOVE SPACES TO WORK-LINE
           IF ir-new = 'Y'
             STRING "  Stoerung " ir-id " erfasst"
                    DELIMITED BY SIZE INTO WORK-LINE
           ELSE
             STRING "  Stoerung " ir-id " bereits offen"
                    DELIMITED BY SIZE INTO WORK-LINE
           END-IF
           PERFORM WRITE-ALERT-LINE.
