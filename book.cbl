       Select ConsentFile ASSIGN TO "CONSENT.DAT"
                   organization is line sequential
                   FILE STATUS IS CON-STATUS.
       Select OdometerFile ASSIGN TO "KMSTAND.DAT"
                   organization is line sequential
                   FILE STATUS IS OD-STATUS.
       Select VehicleFile ASSIGN TO "VEHICLES.DAT"
                   organization is indexed
                   access mode is dynamic
                   alternate record key is veh-cust-number
                       with duplicates
                   FILE STATUS IS VEH-STATUS.
       Select WorkOrderFile ASSIGN TO "WORKORD.DAT"
                   organization is line sequential
                   FILE STATUS IS WO-STATUS.
       Select VehicleOwnerFile ASSIGN TO "VEHOWNER.DAT"
                   organization is line sequential
                   FILE STATUS IS VO-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD CustomerFile.
              05 hist-timestamp  PIC X(20).
        FD ConsentFile.
           copy "consent-record.cpy".
        FD OdometerFile.
           copy "kmstand-record.cpy".
        FD VehicleFile.
           copy "vehicle-record.cpy".
        FD WorkOrderFile.
           copy "workorder-record.cpy".
        FD VehicleOwnerFile.
           copy "vehowner-record.cpy".
       WORKING-STORAGE SECTION.
       copy copybook replacing ==vorname== by ==firstname==.
       copy copybook2.
           01 con-eof PIC 9.
           01 CONSENT-STATE PIC X.
           01 LABEL-SUPPRESSED PIC 9(5) VALUE 0.
           01 OD-STATUS PIC XX.
           01 od-eof PIC 9.
           01 WS-NEW-KM PIC 9(7).
           01 WS-LAST-KM PIC 9(7).
           01 KM-SET-FLAG PIC X.
           01 WO-STATUS PIC XX.
           01 wo-eof PIC 9.
           01 VO-STATUS PIC XX.
           01 vo-eof PIC 9.
           01 VO-COUNT PIC 9(4) VALUE 0.
           01 vo-index PIC 9(4).
           01 VO-OPEN-INDEX PIC 9(4).
           01 VO-TABLE.
              05 VO-ENTRY OCCURS 5000 TIMES.
                 10 VT-RECORD PIC X(43).
           01 WS-TODAY PIC 9(8).
           01 WS-TRANSFER-DATE PIC 9(8).
           01 WS-OLD-OWNER PIC 9(7).
           01 WS-NEW-OWNER PIC 9(7).
           01 WS-SAVE-CUSTOMER PIC X(101).
           01 WS-SAVE-FIRSTNAME PIC X(15).
           01 WS-SAVE-NACHNAME PIC X(20).
           01 WS-SAVE-STRASSE PIC X(30).
           01 WS-HIST-CHOICE PIC X.
           01 WS-OWNER-NAME PIC X(36).
           01 WS-OWNER-TO PIC X(8).
           01 CUSTOMER-ADDED PIC X.
           01 TRANSFER-FLAG PIC X.
           01 OPEN-ORDER-COUNT PIC 9(3).
           01 VEHICLE-ORDER-COUNT PIC 9(3).
           copy "date-time.cpy" replacing
                ==date-time== by ==hist-date-time==
                ==date-1== by ==hist-date-1==
                ==minutes== by ==hist-min==
                ==seconds== by ==hist-sec==
                ==cent== by ==hist-cent==.
           copy "signon-request.cpy".
           copy "namekey-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE 'S' TO so-action
           MOVE "BOOK" TO so-program
           MOVE "WERKSTATT" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           DISPLAY "Kundendaten interaktiv bearbeiten? (J/N): "
           ACCEPT WS-EDIT-MODE
           OPEN I-O CustomerFile
             IF WS-ADD-MODE = 'J' OR WS-ADD-MODE = 'j'
               PERFORM ADD-CUSTOMER
             END-IF
             DISPLAY "Fahrzeughistorie abfragen? (J/N): "
             ACCEPT WS-HIST-CHOICE
             IF WS-HIST-CHOICE = 'J' OR WS-HIST-CHOICE = 'j'
               PERFORM SHOW-VEHICLE-HISTORY
             END-IF
             DISPLAY "Kundennummer (0 = alle Kunden): "
             ACCEPT WS-SELECT-NUMBER
             IF WS-SELECT-NUMBER > 0
           END-IF.

       ADD-CUSTOMER.
           MOVE 'N' TO CUSTOMER-ADDED
           CALL "SEQSERVICE" USING WS-KUNDE-SERIES WS-LAST-NUMBER
           MOVE WS-LAST-NUMBER TO cust-number
           DISPLAY "Neue Kundennummer: " cust-number
           ACCEPT cust-strasse
           MOVE 'A' TO cust-active
           MOVE 0 TO cust-inactive-date
           MOVE cust-nachname TO nk-text
           CALL "NAMEKEY" USING NameKeyRequest
           MOVE nk-key TO cust-name-key
           WRITE CustomerRecord
             INVALID KEY
               DISPLAY "Kundennummer bereits vergeben."
               MOVE SPACES TO WS-OLD-VALUE
               MOVE cust-nachname TO WS-NEW-VALUE
               PERFORM WRITE-HISTORY-RECORD
               MOVE 'Y' TO CUSTOMER-ADDED
               DISPLAY "Kunde angelegt."
           END-WRITE.

             PERFORM REMOVE-VEHICLE
           END-IF

           DISPLAY "Fahrzeug an anderen Kunden uebergeben? (J/N): "
           ACCEPT WS-EDIT-CHOICE
           IF WS-EDIT-CHOICE = 'J' OR WS-EDIT-CHOICE = 'j'
             PERFORM TRANSFER-VEHICLE
           END-IF

           DISPLAY "TUEV-Termin setzen? (J/N): "
           ACCEPT WS-EDIT-CHOICE
           IF WS-EDIT-CHOICE = 'J' OR WS-EDIT-CHOICE = 'j'
             PERFORM SET-TUEV-DATE
           END-IF

           DISPLAY "Km-Stand erfassen (Kundenangabe)? (J/N): "
           ACCEPT WS-EDIT-CHOICE
           IF WS-EDIT-CHOICE = 'J' OR WS-EDIT-CHOICE = 'j'
             PERFORM RECORD-ODOMETER
           END-IF

           IF cust-active NOT = 'I'
             DISPLAY "Kunde deaktivieren? (J/N): "
             ACCEPT WS-EDIT-CHOICE
               MOVE SPACES TO WS-OLD-VALUE
               MOVE veh-kennzeichen TO WS-NEW-VALUE
               PERFORM WRITE-HISTORY-RECORD
               PERFORM LOAD-OWNERS
               PERFORM SET-TODAY
               MOVE veh-kennzeichen TO vo-kennzeichen
               MOVE cust-number TO vo-cust-number
               MOVE WS-TODAY TO vo-from
               MOVE 0 TO vo-to
               PERFORM ADD-OWNER-ENTRY
               PERFORM SAVE-OWNERS
               DISPLAY "Fahrzeug erfasst."
           END-WRITE
           CLOSE VehicleFile.
             MOVE WS-KENNZEICHEN TO WS-OLD-VALUE
             MOVE SPACES TO WS-NEW-VALUE
             PERFORM WRITE-HISTORY-RECORD
             PERFORM LOAD-OWNERS
             PERFORM FIND-OPEN-OWNER
             IF VO-OPEN-INDEX > 0
               PERFORM SET-TODAY
               MOVE VT-RECORD (VO-OPEN-INDEX) TO VehicleOwnerRecord
               MOVE WS-TODAY TO vo-to
               MOVE VehicleOwnerRecord TO VT-RECORD (VO-OPEN-INDEX)
               PERFORM SAVE-OWNERS
             END-IF
             DISPLAY "Fahrzeug entfernt."
           ELSE
             DISPLAY "Fahrzeug nicht gefunden."
             DISPLAY "Fahrzeug nicht gefunden."
           END-IF.

       RECORD-ODOMETER.
           DISPLAY "Kennzeichen des Fahrzeugs: "
           ACCEPT WS-KENNZEICHEN
           MOVE 'N' TO KM-SET-FLAG
           OPEN INPUT VehicleFile
           IF VEH-STATUS = "00"
             MOVE WS-KENNZEICHEN TO veh-kennzeichen
             READ VehicleFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF veh-cust-number = cust-number
                   MOVE 'Y' TO KM-SET-FLAG
                 END-IF
             END-READ
             CLOSE VehicleFile
           END-IF
           IF KM-SET-FLAG = 'N'
             DISPLAY "Fahrzeug nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Km-Stand laut Kunde: "
           MOVE 0 TO WS-NEW-KM
           ACCEPT WS-NEW-KM
           IF WS-NEW-KM = 0
             DISPLAY "Kein Km-Stand erfasst."
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LAST-KM
           MOVE 0 TO od-eof
           OPEN INPUT OdometerFile
           IF OD-STATUS = "35"
             OPEN OUTPUT OdometerFile
           ELSE
             READ OdometerFile
              AT END SET od-eof TO 1
             END-READ
             PERFORM UNTIL od-eof = 1
               IF od-kennzeichen = WS-KENNZEICHEN
                  AND od-km > WS-LAST-KM
                 MOVE od-km TO WS-LAST-KM
               END-IF
               READ OdometerFile
                AT END SET od-eof TO 1
               END-READ
             END-PERFORM
           END-IF
           CLOSE OdometerFile
           IF WS-NEW-KM < WS-LAST-KM
             DISPLAY "Km-Stand kleiner als zuletzt erfasst ("
                     WS-LAST-KM ") - nicht uebernommen."
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO hist-date-time
           OPEN EXTEND OdometerFile
           MOVE WS-KENNZEICHEN TO od-kennzeichen
           COMPUTE od-date = hist-year * 10000 + hist-month * 100
                   + hist-day
           MOVE WS-NEW-KM TO od-km
           MOVE 'K' TO od-source
           MOVE SPACE TO od-service
           MOVE 0 TO od-order
           MOVE so-operator TO od-operator
           WRITE OdometerRecord
           CLOSE OdometerFile
           DISPLAY "Km-Stand erfasst.".

       TRANSFER-VEHICLE.
           DISPLAY "Kennzeichen des Fahrzeugs: "
           ACCEPT WS-KENNZEICHEN
           MOVE 'N' TO TRANSFER-FLAG
           OPEN INPUT VehicleFile
           IF VEH-STATUS = "00"
             MOVE WS-KENNZEICHEN TO veh-kennzeichen
             READ VehicleFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF veh-cust-number = cust-number
                   MOVE 'Y' TO TRANSFER-FLAG
                 END-IF
             END-READ
             CLOSE VehicleFile
           END-IF
           IF TRANSFER-FLAG = 'N'
             DISPLAY "Fahrzeug nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           PERFORM SET-TODAY
           PERFORM LOAD-OWNERS
           PERFORM FIND-OPEN-OWNER
           DISPLAY "Uebergabedatum (JJJJMMTT): "
           ACCEPT WS-TRANSFER-DATE
           IF WS-TRANSFER-DATE NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (WS-TRANSFER-DATE) NOT = 0
             DISPLAY "Datum ungueltig."
             EXIT PARAGRAPH
           END-IF
           IF WS-TRANSFER-DATE > WS-TODAY
             DISPLAY "Uebergabedatum liegt in der Zukunft."
             EXIT PARAGRAPH
           END-IF
           IF VO-OPEN-INDEX > 0
             MOVE VT-RECORD (VO-OPEN-INDEX) TO VehicleOwnerRecord
             IF WS-TRANSFER-DATE < vo-from
               DISPLAY "Uebergabedatum vor Haltebeginn (" vo-from
                       ")."
               EXIT PARAGRAPH
             END-IF
           END-IF
           DISPLAY "Neuer Halter - Kundennummer (0 = neuer Kunde): "
           MOVE 0 TO WS-NEW-OWNER
           ACCEPT WS-NEW-OWNER
           IF WS-NEW-OWNER = cust-number
             DISPLAY "Fahrzeug gehoert bereits diesem Kunden."
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OPEN-ORDERS
           IF OPEN-ORDER-COUNT > 0
             DISPLAY "Offene Auftraege bleiben beim bisherigen Halter"
                     " und werden an ihn berechnet."
             DISPLAY "Uebergabe trotzdem durchfuehren? (J/N): "
             ACCEPT WS-EDIT-CHOICE
             IF WS-EDIT-CHOICE NOT = 'J' AND WS-EDIT-CHOICE NOT = 'j'
               DISPLAY "Uebergabe abgebrochen."
               EXIT PARAGRAPH
             END-IF
           END-IF

           MOVE cust-number TO WS-OLD-OWNER
           MOVE CustomerRecord TO WS-SAVE-CUSTOMER
           MOVE firstname TO WS-SAVE-FIRSTNAME
           MOVE nachname TO WS-SAVE-NACHNAME
           MOVE strasse TO WS-SAVE-STRASSE
           IF WS-NEW-OWNER = 0
             PERFORM ADD-CUSTOMER
             IF CUSTOMER-ADDED = 'N'
               PERFORM RESTORE-CUSTOMER
               EXIT PARAGRAPH
             END-IF
             MOVE cust-number TO WS-NEW-OWNER
           ELSE
             MOVE WS-NEW-OWNER TO cust-number
             READ CustomerFile
               INVALID KEY
                 MOVE 'N' TO TRANSFER-FLAG
               NOT INVALID KEY
                 IF cust-active = 'I'
                   DISPLAY "Kunde " WS-NEW-OWNER " ist deaktiviert."
                   MOVE 'N' TO TRANSFER-FLAG
                 END-IF
             END-READ
             IF TRANSFER-FLAG = 'N'
               DISPLAY "Kunde " WS-NEW-OWNER " nicht uebernommen."
               PERFORM RESTORE-CUSTOMER
               EXIT PARAGRAPH
             END-IF
             MOVE cust-firstname TO firstname
             MOVE cust-nachname TO nachname
           END-IF

           MOVE 'N' TO TRANSFER-FLAG
           PERFORM OPEN-VEHICLE-IO
           MOVE WS-KENNZEICHEN TO veh-kennzeichen
           READ VehicleFile
             INVALID KEY CONTINUE
             NOT INVALID KEY
               MOVE WS-NEW-OWNER TO veh-cust-number
               REWRITE VehicleRecord
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO TRANSFER-FLAG
               END-REWRITE
           END-READ
           CLOSE VehicleFile
           IF TRANSFER-FLAG = 'N'
             DISPLAY "Fahrzeug konnte nicht umgeschrieben werden."
             PERFORM RESTORE-CUSTOMER
             EXIT PARAGRAPH
           END-IF

           MOVE "HALTER+" TO hist-field
           MOVE SPACES TO WS-OLD-VALUE
           STRING "von Kd " WS-OLD-OWNER
                  DELIMITED BY SIZE INTO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           STRING WS-KENNZEICHEN " ab " WS-TRANSFER-DATE
                  DELIMITED BY SIZE INTO WS-NEW-VALUE
           PERFORM WRITE-HISTORY-RECORD
           PERFORM RESTORE-CUSTOMER
           MOVE "HALTER-" TO hist-field
           MOVE SPACES TO WS-OLD-VALUE
           STRING WS-KENNZEICHEN " bis " WS-TRANSFER-DATE
                  DELIMITED BY SIZE INTO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           STRING "an Kd " WS-NEW-OWNER
                  DELIMITED BY SIZE INTO WS-NEW-VALUE
           PERFORM WRITE-HISTORY-RECORD

           IF VO-OPEN-INDEX > 0
             MOVE VT-RECORD (VO-OPEN-INDEX) TO VehicleOwnerRecord
             MOVE WS-TRANSFER-DATE TO vo-to
             MOVE so-operator TO vo-operator
             MOVE VehicleOwnerRecord TO VT-RECORD (VO-OPEN-INDEX)
           ELSE
             MOVE WS-KENNZEICHEN TO vo-kennzeichen
             MOVE WS-OLD-OWNER TO vo-cust-number
             MOVE 0 TO vo-from
             MOVE WS-TRANSFER-DATE TO vo-to
             PERFORM ADD-OWNER-ENTRY
           END-IF
           MOVE WS-KENNZEICHEN TO vo-kennzeichen
           MOVE WS-NEW-OWNER TO vo-cust-number
           MOVE WS-TRANSFER-DATE TO vo-from
           MOVE 0 TO vo-to
           PERFORM ADD-OWNER-ENTRY
           PERFORM SAVE-OWNERS
           DISPLAY "Fahrzeug " WS-KENNZEICHEN " an Kunde "
                   WS-NEW-OWNER " uebergeben."
           DISPLAY "Auftraege, TUEV- und Km-Historie bleiben am"
                   " Fahrzeug.".

       RESTORE-CUSTOMER.
           MOVE WS-OLD-OWNER TO cust-number
           READ CustomerFile
             INVALID KEY
               MOVE WS-SAVE-CUSTOMER TO CustomerRecord
           END-READ
           MOVE WS-SAVE-FIRSTNAME TO firstname
           MOVE WS-SAVE-NACHNAME TO nachname
           MOVE WS-SAVE-STRASSE TO strasse.

       CHECK-OPEN-ORDERS.
           MOVE 0 TO OPEN-ORDER-COUNT
           MOVE 0 TO wo-eof
           OPEN INPUT WorkOrderFile
           IF WO-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ WorkOrderFile
            AT END SET wo-eof TO 1
           END-READ
           PERFORM UNTIL wo-eof = 1
             IF wo-kennzeichen = WS-KENNZEICHEN
                AND wo-order-status NOT = 'R'
               ADD 1 TO OPEN-ORDER-COUNT
               DISPLAY "  Offener Auftrag " wo-number " vom "
                       wo-angelegt " Kunde " wo-cust-number
                       " Status " wo-order-status
             END-IF
             READ WorkOrderFile
              AT END SET wo-eof TO 1
             END-READ
           END-PERFORM
           CLOSE WorkOrderFile.

       SHOW-VEHICLE-HISTORY.
           DISPLAY "Kennzeichen des Fahrzeugs: "
           ACCEPT WS-KENNZEICHEN
           MOVE 'N' TO TRANSFER-FLAG
           OPEN INPUT VehicleFile
           IF VEH-STATUS = "00"
             MOVE WS-KENNZEICHEN TO veh-kennzeichen
             READ VehicleFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO TRANSFER-FLAG
             END-READ
             CLOSE VehicleFile
           END-IF
           IF TRANSFER-FLAG = 'Y'
             DISPLAY "Fahrzeug " veh-kennzeichen " " veh-marke " "
                     veh-baujahr " TUEV " veh-tuev-date
           ELSE
             DISPLAY "Fahrzeug " WS-KENNZEICHEN
                     " nicht (mehr) in VEHICLES.DAT."
           END-IF
           DISPLAY "Halter:"
           PERFORM LOAD-OWNERS
           MOVE 0 TO VO-OPEN-INDEX
           PERFORM VARYING vo-index FROM 1 BY 1
                   UNTIL vo-index > VO-COUNT
             MOVE VT-RECORD (vo-index) TO VehicleOwnerRecord
             IF vo-kennzeichen = WS-KENNZEICHEN
               ADD 1 TO VO-OPEN-INDEX
               PERFORM DISPLAY-OWNER
             END-IF
           END-PERFORM
           IF VO-OPEN-INDEX = 0 AND TRANSFER-FLAG = 'Y'
             MOVE veh-cust-number TO vo-cust-number
             MOVE 0 TO vo-from
             MOVE 0 TO vo-to
             PERFORM DISPLAY-OWNER
           END-IF
           DISPLAY "Auftraege:"
           MOVE 0 TO VEHICLE-ORDER-COUNT
           MOVE 0 TO wo-eof
           OPEN INPUT WorkOrderFile
           IF WO-STATUS = "00"
             READ WorkOrderFile
              AT END SET wo-eof TO 1
             END-READ
             PERFORM UNTIL wo-eof = 1
               IF wo-kennzeichen = WS-KENNZEICHEN
                 ADD 1 TO VEHICLE-ORDER-COUNT
                 DISPLAY "  " wo-number " vom " wo-angelegt
                         " Kunde " wo-cust-number " Status "
                         wo-order-status " " wo-beschreibung
               END-IF
               READ WorkOrderFile
                AT END SET wo-eof TO 1
               END-READ
             END-PERFORM
             CLOSE WorkOrderFile
           END-IF
           IF VEHICLE-ORDER-COUNT = 0
             DISPLAY "  keine"
           END-IF
           MOVE 0 TO WS-LAST-KM
           MOVE 0 TO od-eof
           OPEN INPUT OdometerFile
           IF OD-STATUS = "00"
             READ OdometerFile
              AT END SET od-eof TO 1
             END-READ
             PERFORM UNTIL od-eof = 1
               IF od-kennzeichen = WS-KENNZEICHEN
                  AND od-km > WS-LAST-KM
                 MOVE od-km TO WS-LAST-KM
               END-IF
               READ OdometerFile
                AT END SET od-eof TO 1
               END-READ
             END-PERFORM
             CLOSE OdometerFile
           END-IF
           DISPLAY "Letzter Km-Stand: " WS-LAST-KM.

       DISPLAY-OWNER.
           MOVE "(unbekannt)" TO WS-OWNER-NAME
           MOVE vo-cust-number TO cust-number
           READ CustomerFile
             INVALID KEY CONTINUE
             NOT INVALID KEY
               MOVE SPACES TO WS-OWNER-NAME
               STRING FUNCTION TRIM(cust-firstname) " "
                      FUNCTION TRIM(cust-nachname)
                      DELIMITED BY SIZE INTO WS-OWNER-NAME
           END-READ
           IF vo-to = 0
             MOVE "heute" TO WS-OWNER-TO
           ELSE
             MOVE vo-to TO WS-OWNER-TO
           END-IF
           IF vo-from = 0
             DISPLAY "  Kunde " vo-cust-number " " WS-OWNER-NAME
                     " seit Erfassung bis " WS-OWNER-TO
           ELSE
             DISPLAY "  Kunde " vo-cust-number " " WS-OWNER-NAME
                     " " vo-from " bis " WS-OWNER-TO
           END-IF.

       FIND-OPEN-OWNER.
           MOVE 0 TO VO-OPEN-INDEX
           PERFORM VARYING vo-index FROM 1 BY 1
                   UNTIL vo-index > VO-COUNT
             MOVE VT-RECORD (vo-index) TO VehicleOwnerRecord
             IF vo-kennzeichen = WS-KENNZEICHEN AND vo-to = 0
               MOVE vo-index TO VO-OPEN-INDEX
             END-IF
           END-PERFORM.

       ADD-OWNER-ENTRY.
           IF VO-COUNT = 5000
             DISPLAY "ABBRUCH: VEHOWNER.DAT voll."
             STOP RUN
           END-IF
           MOVE so-operator TO vo-operator
           ADD 1 TO VO-COUNT
           MOVE VehicleOwnerRecord TO VT-RECORD (VO-COUNT).

       LOAD-OWNERS.
           MOVE 0 TO VO-COUNT
           MOVE 0 TO vo-eof
           OPEN INPUT VehicleOwnerFile
           IF VO-STATUS = "00"
             READ VehicleOwnerFile
              AT END SET vo-eof TO 1
             END-READ
             PERFORM UNTIL vo-eof = 1 OR VO-COUNT = 5000
               ADD 1 TO VO-COUNT
               MOVE VehicleOwnerRecord TO VT-RECORD (VO-COUNT)
               READ VehicleOwnerFile
                AT END SET vo-eof TO 1
               END-READ
             END-PERFORM
             IF vo-eof = 0
               DISPLAY "ABBRUCH: VEHOWNER.DAT groesser als 5000"
                       " Eintraege."
               STOP RUN
             END-IF
             CLOSE VehicleOwnerFile
           END-IF.

       SAVE-OWNERS.
           OPEN OUTPUT VehicleOwnerFile
           PERFORM VARYING vo-index FROM 1 BY 1
                   UNTIL vo-index > VO-COUNT
             MOVE VT-RECORD (vo-index) TO VehicleOwnerRecord
             WRITE VehicleOwnerRecord
           END-PERFORM
           CLOSE VehicleOwnerFile.

       SET-TODAY.
           MOVE FUNCTION CURRENT-DATE TO hist-date-time
           COMPUTE WS-TODAY = hist-year * 10000 + hist-month * 100
                   + hist-day.

       OPEN-VEHICLE-IO.
           OPEN I-O VehicleFile
           IF VEH-STATUS = "35"
