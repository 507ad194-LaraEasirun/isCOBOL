       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOK-SERVICE.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select VehicleFile ASSIGN TO "VEHICLES.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is veh-kennzeichen
                   alternate record key is veh-cust-number
                       with duplicates
                   FILE STATUS IS VEH-STATUS.
       Select CustomerFile ASSIGN TO "CUSTOMER.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is cust-number
                   FILE STATUS IS FS-STATUS.
       Select OdometerFile ASSIGN TO "KMSTAND.DAT"
                   organization is line sequential
                   FILE STATUS IS OD-STATUS.
       Select IntervalFile ASSIGN TO "SVCINT.DAT"
                   organization is line sequential
                   FILE STATUS IS SI-STATUS.
       Select ConsentFile ASSIGN TO "CONSENT.DAT"
                   organization is line sequential
                   FILE STATUS IS CON-STATUS.
       Select CallList ASSIGN TO "SERVCALL.DAT"
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD VehicleFile.
           copy "vehicle-record.cpy".
       FD CustomerFile.
           copy "customer-record.cpy".
       FD OdometerFile.
           copy "kmstand-record.cpy".
       FD IntervalFile.
           copy "svcint-record.cpy".
       FD ConsentFile.
           copy "consent-record.cpy".
       FD CallList.
           01 CallLine PIC X(78).
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 od-eof PIC 9.
        01 con-eof PIC 9.
        01 VEH-STATUS PIC XX.
        01 FS-STATUS PIC XX.
        01 OD-STATUS PIC XX.
        01 SI-STATUS PIC XX.
        01 CON-STATUS PIC XX.
        01 TODAY-YMD PIC 9(8).
        01 WINDOW-DAYS PIC S9(5) VALUE 62.
        01 WINDOW-END PIC 9(8).
        01 INTERVAL-COUNT PIC 9(2) VALUE 0.
        01 interval-index PIC 9(2).
        01 INTERVAL-FOUND PIC 9(2).
        01 INTERVAL-TABLE.
           05 INTERVAL-ENTRY OCCURS 50 TIMES.
              10 IT-MARKE PIC X(15).
              10 IT-OIL-KM PIC 9(6).
              10 IT-OIL-MONTHS PIC 9(2).
              10 IT-INSP-KM PIC 9(6).
              10 IT-INSP-MONTHS PIC 9(2).
        01 DEFAULT-INTERVAL-VALUES.
           05 FILLER PIC X(31)
              VALUE "STANDARD       0150001203000024".
           05 FILLER PIC X(31)
              VALUE "VW             0300002406000024".
           05 FILLER PIC X(31)
              VALUE "BMW            0250002405000024".
           05 FILLER PIC X(31)
              VALUE "MERCEDES       0250001205000024".
           05 FILLER PIC X(31)
              VALUE "OPEL           0150001203000024".
           05 FILLER PIC X(31)
              VALUE "FORD           0200001204000024".
        01 DEFAULT-INTERVAL-TABLE REDEFINES DEFAULT-INTERVAL-VALUES.
           05 DEFAULT-INTERVAL PIC X(31) OCCURS 6 TIMES.
        01 WORK-MARKE PIC X(15).
        01 READ-COUNT PIC 9(5).
        01 FIRST-DATE PIC 9(8).
        01 FIRST-KM PIC 9(7).
        01 LAST-DATE PIC 9(8).
        01 LAST-KM PIC 9(7).
        01 OIL-DATE PIC 9(8).
        01 OIL-KM PIC 9(7).
        01 INSP-DATE PIC 9(8).
        01 INSP-KM PIC 9(7).
        01 SPAN-DAYS PIC S9(5).
        01 KM-PER-DAY PIC 9(5)V9(4).
        01 KM-PER-MONTH PIC 9(6).
        01 BASE-DATE PIC 9(8).
        01 BASE-KM PIC 9(7).
        01 PER-KM PIC 9(6).
        01 PER-MONTHS PIC S9(3).
        01 KM-STEPS PIC 9(5).
        01 DUE-KM PIC 9(7).
        01 DUE-DATE PIC 9(8).
        01 DUE-DAYS PIC S9(5).
        01 KM-DUE-DATE PIC 9(8).
        01 TIME-DUE-DATE PIC 9(8).
        01 OIL-DUE-KM PIC 9(7).
        01 OIL-DUE-DATE PIC 9(8).
        01 INSP-DUE-KM PIC 9(7).
        01 INSP-DUE-DATE PIC 9(8).
        01 SERVICE-TEXT PIC X(10).
        01 REMIND-KM PIC 9(7).
        01 REMIND-DATE PIC 9(8).
        01 CUST-FOUND PIC X.
        01 CONSENT-CHANNEL PIC X.
        01 CONSENT-STATE PIC X.
        01 VEHICLE-COUNT PIC 9(5) VALUE 0.
        01 NO-DATA-COUNT PIC 9(5) VALUE 0.
        01 LETTER-COUNT PIC 9(5) VALUE 0.
        01 CALL-COUNT PIC 9(5) VALUE 0.
        01 LETTER-SUPPRESSED PIC 9(5) VALUE 0.
        01 CALL-SUPPRESSED PIC 9(5) VALUE 0.
        01 PRINT-DATE PIC X(10).
        01 PRINT-KM PIC Z(6)9.
        01 PRINT-MONTH-KM PIC Z(5)9.
        01 WORK-LINE PIC X(78).
        copy "report-request.cpy".
        copy "date-time.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           CALL "DATE-ADD" USING TODAY-YMD WINDOW-DAYS WINDOW-END
           DISPLAY "BOOK-SERVICE: Service-Erinnerungen per "
                   TODAY-YMD
           PERFORM LOAD-INTERVALS

           MOVE 'O' TO rpt-action
           MOVE "SERVBRIEF" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "SERVICE-" year month ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE "Service-Erinnerungsschreiben" TO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest

           OPEN INPUT CustomerFile
           OPEN OUTPUT CallList
           MOVE "Anrufliste ueberfaellige Services:" TO CallLine
           WRITE CallLine

           MOVE 0 TO eof
           OPEN INPUT VehicleFile
           IF VEH-STATUS = "00"
             READ VehicleFile NEXT
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               PERFORM CHECK-ONE-VEHICLE
               READ VehicleFile NEXT
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE VehicleFile
           END-IF

           CLOSE CallList
           CLOSE CustomerFile
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest

           DISPLAY "Fahrzeuge: " VEHICLE-COUNT
                   "  ohne ausreichende Km-Staende: " NO-DATA-COUNT
           DISPLAY "Erinnerungsbriefe: " LETTER-COUNT
                   "  ohne Einwilligung unterdrueckt: "
                   LETTER-SUPPRESSED
           DISPLAY "Ueberfaellig (Anrufliste): " CALL-COUNT
                   "  ohne Einwilligung unterdrueckt: "
                   CALL-SUPPRESSED
           DISPLAY "Briefdatei: " rpt-filename
           DISPLAY "Anrufliste: SERVCALL.DAT"

       STOP RUN.

       CHECK-ONE-VEHICLE.
           ADD 1 TO VEHICLE-COUNT
           PERFORM SCAN-READINGS
           IF READ-COUNT < 2
             ADD 1 TO NO-DATA-COUNT
             EXIT PARAGRAPH
           END-IF
           CALL "DATE-DIFF" USING FIRST-DATE LAST-DATE SPAN-DAYS
           IF SPAN-DAYS < 30 OR LAST-KM < FIRST-KM
             ADD 1 TO NO-DATA-COUNT
             EXIT PARAGRAPH
           END-IF
           COMPUTE KM-PER-DAY ROUNDED =
                   (LAST-KM - FIRST-KM) / SPAN-DAYS
           COMPUTE KM-PER-MONTH ROUNDED = KM-PER-DAY * 30.44
           PERFORM FIND-INTERVAL

           MOVE OIL-DATE TO BASE-DATE
           MOVE OIL-KM TO BASE-KM
           MOVE IT-OIL-KM (INTERVAL-FOUND) TO PER-KM
           MOVE IT-OIL-MONTHS (INTERVAL-FOUND) TO PER-MONTHS
           PERFORM PREDICT-SERVICE
           MOVE DUE-KM TO OIL-DUE-KM
           MOVE DUE-DATE TO OIL-DUE-DATE

           MOVE INSP-DATE TO BASE-DATE
           MOVE INSP-KM TO BASE-KM
           MOVE IT-INSP-KM (INTERVAL-FOUND) TO PER-KM
           MOVE IT-INSP-MONTHS (INTERVAL-FOUND) TO PER-MONTHS
           PERFORM PREDICT-SERVICE
           MOVE DUE-KM TO INSP-DUE-KM
           MOVE DUE-DATE TO INSP-DUE-DATE

           IF INSP-DUE-DATE NOT > WINDOW-END
             MOVE "Inspektion" TO SERVICE-TEXT
             MOVE INSP-DUE-KM TO REMIND-KM
             MOVE INSP-DUE-DATE TO REMIND-DATE
             IF OIL-DUE-DATE < INSP-DUE-DATE
               MOVE OIL-DUE-KM TO REMIND-KM
               MOVE OIL-DUE-DATE TO REMIND-DATE
             END-IF
           ELSE
             IF OIL-DUE-DATE NOT > WINDOW-END
               MOVE "Oelservice" TO SERVICE-TEXT
               MOVE OIL-DUE-KM TO REMIND-KM
               MOVE OIL-DUE-DATE TO REMIND-DATE
             ELSE
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE SPACES TO PRINT-DATE
           STRING REMIND-DATE (7:2) "." REMIND-DATE (5:2) "."
                  REMIND-DATE (1:4)
                  DELIMITED BY SIZE INTO PRINT-DATE
           MOVE REMIND-KM TO PRINT-KM
           MOVE KM-PER-MONTH TO PRINT-MONTH-KM
           IF REMIND-DATE < TODAY-YMD
             PERFORM WRITE-CALL-ENTRY
           ELSE
             PERFORM WRITE-REMINDER-LETTER
           END-IF.

       SCAN-READINGS.
           MOVE 0 TO READ-COUNT
           MOVE 0 TO FIRST-DATE
           MOVE 0 TO FIRST-KM
           MOVE 0 TO LAST-DATE
           MOVE 0 TO LAST-KM
           MOVE 0 TO OIL-DATE
           MOVE 0 TO OIL-KM
           MOVE 0 TO INSP-DATE
           MOVE 0 TO INSP-KM
           MOVE 0 TO od-eof
           OPEN INPUT OdometerFile
           IF OD-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ OdometerFile
            AT END SET od-eof TO 1
           END-READ
           PERFORM UNTIL od-eof = 1
             IF od-kennzeichen = veh-kennzeichen
               ADD 1 TO READ-COUNT
               IF READ-COUNT = 1 OR od-date < FIRST-DATE
                 MOVE od-date TO FIRST-DATE
                 MOVE od-km TO FIRST-KM
               END-IF
               IF od-date > LAST-DATE
                  OR (od-date = LAST-DATE AND od-km > LAST-KM)
                 MOVE od-date TO LAST-DATE
                 MOVE od-km TO LAST-KM
               END-IF
               IF (od-service = 'O' OR od-service = 'I')
                  AND od-date NOT < OIL-DATE
                 MOVE od-date TO OIL-DATE
                 MOVE od-km TO OIL-KM
               END-IF
               IF od-service = 'I' AND od-date NOT < INSP-DATE
                 MOVE od-date TO INSP-DATE
                 MOVE od-km TO INSP-KM
               END-IF
             END-IF
             READ OdometerFile
              AT END SET od-eof TO 1
             END-READ
           END-PERFORM
           CLOSE OdometerFile.

       FIND-INTERVAL.
           MOVE FUNCTION UPPER-CASE (veh-marke) TO WORK-MARKE
           MOVE 1 TO INTERVAL-FOUND
           PERFORM VARYING interval-index FROM 1 BY 1
                   UNTIL interval-index > INTERVAL-COUNT
             IF IT-MARKE (interval-index) = "STANDARD"
                AND INTERVAL-FOUND = 1
               MOVE interval-index TO INTERVAL-FOUND
             END-IF
           END-PERFORM
           PERFORM VARYING interval-index FROM 1 BY 1
                   UNTIL interval-index > INTERVAL-COUNT
             IF IT-MARKE (interval-index) = WORK-MARKE
               MOVE interval-index TO INTERVAL-FOUND
             END-IF
           END-PERFORM.

       PREDICT-SERVICE.
           MOVE 0 TO TIME-DUE-DATE
           MOVE 99999999 TO KM-DUE-DATE
           MOVE 0 TO DUE-KM
           IF PER-KM > 0
             IF BASE-DATE > 0
               COMPUTE DUE-KM = BASE-KM + PER-KM
             ELSE
               DIVIDE FIRST-KM BY PER-KM GIVING KM-STEPS
               COMPUTE DUE-KM = (KM-STEPS + 1) * PER-KM
             END-IF
             IF DUE-KM NOT > LAST-KM
               MOVE LAST-DATE TO KM-DUE-DATE
             ELSE
               IF KM-PER-DAY > 0
                 COMPUTE DUE-DAYS =
                         (DUE-KM - LAST-KM) / KM-PER-DAY
                   ON SIZE ERROR MOVE 9999 TO DUE-DAYS
                 END-COMPUTE
                 IF DUE-DAYS > 9999
                   MOVE 9999 TO DUE-DAYS
                 END-IF
                 CALL "DATE-ADD" USING LAST-DATE DUE-DAYS
                      KM-DUE-DATE
               END-IF
             END-IF
           END-IF
           IF BASE-DATE > 0 AND PER-MONTHS > 0
             CALL "MONTH-ADD" USING BASE-DATE PER-MONTHS
                  TIME-DUE-DATE
           END-IF
           MOVE KM-DUE-DATE TO DUE-DATE
           IF TIME-DUE-DATE > 0 AND TIME-DUE-DATE < DUE-DATE
             MOVE TIME-DUE-DATE TO DUE-DATE
           END-IF.

       FIND-OWNER.
           MOVE 'N' TO CUST-FOUND
           MOVE veh-cust-number TO cust-number
           READ CustomerFile
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE 'Y' TO CUST-FOUND
           END-READ.

       CHECK-CONSENT.
           MOVE SPACE TO CONSENT-STATE
           MOVE 0 TO con-eof
           OPEN INPUT ConsentFile
           IF CON-STATUS = "00"
             READ ConsentFile
              AT END SET con-eof TO 1
             END-READ
             PERFORM UNTIL con-eof = 1
               IF cn-cust-number = cust-number
                  AND cn-channel = CONSENT-CHANNEL
                 MOVE cn-consent-status TO CONSENT-STATE
               END-IF
               READ ConsentFile
                AT END SET con-eof TO 1
               END-READ
             END-PERFORM
             CLOSE ConsentFile
           END-IF.

       WRITE-REMINDER-LETTER.
           PERFORM FIND-OWNER
           IF CUST-FOUND = 'N'
             DISPLAY "Kunde " veh-cust-number " zu Fahrzeug "
                     veh-kennzeichen " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           IF cust-active = 'I'
             EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO CONSENT-CHANNEL
           PERFORM CHECK-CONSENT
           IF CONSENT-STATE NOT = 'G'
             ADD 1 TO LETTER-SUPPRESSED
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO LETTER-COUNT
           MOVE 'L' TO rpt-action
           MOVE SPACES TO rpt-line
           STRING cust-firstname " " cust-nachname
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'L' TO rpt-action
           MOVE cust-strasse TO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'L' TO rpt-action
           MOVE SPACES TO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'L' TO rpt-action
           MOVE SPACES TO rpt-line
           STRING "Ihr Fahrzeug " veh-kennzeichen
                  " (" veh-marke ") erreicht voraussichtlich"
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'L' TO rpt-action
           MOVE SPACES TO rpt-line
           STRING "am " PRINT-DATE " bzw. bei " PRINT-KM
                  " km die naechste " SERVICE-TEXT "."
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'L' TO rpt-action
           MOVE SPACES TO rpt-line
           STRING "(bisherige Fahrleistung ca. " PRINT-MONTH-KM
                  " km im Monat)"
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'L' TO rpt-action
           MOVE "Bitte vereinbaren Sie rechtzeitig einen"
             TO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'L' TO rpt-action
           MOVE "Werkstatt-Termin." TO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'L' TO rpt-action
           MOVE SPACES TO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest.

       WRITE-CALL-ENTRY.
           PERFORM FIND-OWNER
           IF CUST-FOUND = 'Y'
             IF cust-active = 'I'
               EXIT PARAGRAPH
             END-IF
             MOVE 'T' TO CONSENT-CHANNEL
             PERFORM CHECK-CONSENT
             IF CONSENT-STATE NOT = 'G'
               ADD 1 TO CALL-SUPPRESSED
               EXIT PARAGRAPH
             END-IF
           END-IF
           ADD 1 TO CALL-COUNT
           MOVE SPACES TO WORK-LINE
           IF CUST-FOUND = 'Y'
             STRING veh-kennzeichen " " SERVICE-TEXT " seit "
                    PRINT-DATE " Kunde " cust-number " "
                    cust-firstname " " cust-nachname
                    DELIMITED BY SIZE INTO WORK-LINE
           ELSE
             STRING veh-kennzeichen " " SERVICE-TEXT " seit "
                    PRINT-DATE " Kunde " veh-cust-number
                    " unbekannt"
                    DELIMITED BY SIZE INTO WORK-LINE
           END-IF
           MOVE WORK-LINE TO CallLine
           WRITE CallLine
           DISPLAY WORK-LINE.

       LOAD-INTERVALS.
           MOVE 0 TO INTERVAL-COUNT
           OPEN INPUT IntervalFile
           IF SI-STATUS = "35"
             OPEN OUTPUT IntervalFile
             PERFORM VARYING interval-index FROM 1 BY 1
                     UNTIL interval-index > 6
               MOVE DEFAULT-INTERVAL (interval-index)
                 TO ServiceIntervalRecord
               WRITE ServiceIntervalRecord
             END-PERFORM
             CLOSE IntervalFile
             DISPLAY "SVCINT.DAT mit Standardintervallen angelegt."
             OPEN INPUT IntervalFile
           END-IF
           IF SI-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO od-eof
           READ IntervalFile
            AT END SET od-eof TO 1
           END-READ
           PERFORM UNTIL od-eof = 1 OR INTERVAL-COUNT = 50
             ADD 1 TO INTERVAL-COUNT
             MOVE si-marke TO IT-MARKE (INTERVAL-COUNT)
             MOVE si-oil-km TO IT-OIL-KM (INTERVAL-COUNT)
             MOVE si-oil-months TO IT-OIL-MONTHS (INTERVAL-COUNT)
             MOVE si-insp-km TO IT-INSP-KM (INTERVAL-COUNT)
             MOVE si-insp-months TO IT-INSP-MONTHS (INTERVAL-COUNT)
             READ IntervalFile
              AT END SET od-eof TO 1
             END-READ
           END-PERFORM
           CLOSE IntervalFile
           IF INTERVAL-COUNT = 0
             MOVE 1 TO INTERVAL-COUNT
             MOVE DEFAULT-INTERVAL (1) TO ServiceIntervalRecord
             MOVE si-marke TO IT-MARKE (1)
             MOVE si-oil-km TO IT-OIL-KM (1)
             MOVE si-oil-months TO IT-OIL-MONTHS (1)
             MOVE si-insp-km TO IT-INSP-KM (1)
             MOVE si-insp-months TO IT-INSP-MONTHS (1)
           END-IF.
