       IDENTIFICATION DIVISION.
       PROGRAM-ID. WERKSTATT-TERMIN.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select AppointmentFile ASSIGN TO "WKTERMIN.DAT"
                   organization is line sequential
                   FILE STATUS IS APT-STATUS.
       Select CapacityFile ASSIGN TO "WKKAPAZ.DAT"
                   organization is line sequential
                   FILE STATUS IS CAP-STATUS.
       Select WorkOrderFile ASSIGN TO "WORKORD.DAT"
                   organization is line sequential
                   FILE STATUS IS WO-STATUS.
       Select CustomerFile ASSIGN TO "CUSTOMER.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is cust-number
                   FILE STATUS IS FS-STATUS.
       Select VehicleFile ASSIGN TO "VEHICLES.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is veh-kennzeichen
                   alternate record key is veh-cust-number
                       with duplicates
                   FILE STATUS IS VEH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AppointmentFile.
           copy "appoint-record.cpy".
       FD CapacityFile.
           copy "wkcap-record.cpy".
       FD WorkOrderFile.
           copy "workorder-record.cpy".
       FD CustomerFile.
           copy "customer-record.cpy".
       FD VehicleFile.
           copy "vehicle-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 APT-STATUS PIC XX.
        01 CAP-STATUS PIC XX.
        01 WO-STATUS PIC XX.
        01 FS-STATUS PIC XX.
        01 VEH-STATUS PIC XX.
        01 MENU-CHOICE PIC 9 VALUE 0.
        01 OPERATOR-ID PIC X(8).
        01 TODAY-YMD PIC 9(8).
        01 NOW-HHMM PIC 9(4).
        01 WS-TERMIN-SERIES PIC X(8) VALUE "WKTERMIN".
        01 WS-ORDER-SERIES PIC X(8) VALUE "WORKORD".
        01 NEW-NUMBER PIC 9(7).
        01 AP-COUNT PIC 9(4) VALUE 0.
        01 ap-index PIC 9(4).
        01 FOUND-INDEX PIC 9(4) VALUE 0.
        01 APPOINTMENT-TABLE.
           05 APPOINTMENT-ENTRY OCCURS 2000 TIMES.
              10 AT-RECORD PIC X(95).
        01 CAP-COUNT PIC 9(3) VALUE 0.
        01 cap-index PIC 9(3).
        01 CAP-FOUND PIC 9(3).
        01 CAPACITY-TABLE.
           05 CAPACITY-ENTRY OCCURS 400 TIMES.
              10 CT-DATE PIC 9(8).
              10 CT-BAYS PIC 9(2).
              10 CT-HOURS PIC 9(3)V9.
        01 DEFAULT-CAP-VALUES.
           05 FILLER PIC X(14) VALUE "00000001030240".
           05 FILLER PIC X(14) VALUE "00000002030240".
           05 FILLER PIC X(14) VALUE "00000003030240".
           05 FILLER PIC X(14) VALUE "00000004030240".
           05 FILLER PIC X(14) VALUE "00000005030240".
           05 FILLER PIC X(14) VALUE "00000006010050".
           05 FILLER PIC X(14) VALUE "00000007000000".
        01 DEFAULT-CAP-TABLE REDEFINES DEFAULT-CAP-VALUES.
           05 DEFAULT-CAP PIC X(14) OCCURS 7 TIMES.
        01 SLOT-VALUES PIC X(28)
           VALUE "0800090010001100130014001500".
        01 SLOT-TABLE REDEFINES SLOT-VALUES.
           05 SLOT-TIME PIC 9(4) OCCURS 7 TIMES.
        01 SLOT-COUNT PIC 9(2) VALUE 7.
        01 slot-index PIC 9(2).
        01 WEEKDAY-NAMES PIC X(14) VALUE "MoDiMiDoFrSaSo".
        01 WEEKDAY-TABLE REDEFINES WEEKDAY-NAMES.
           05 WEEKDAY-NAME PIC X(2) OCCURS 7 TIMES.
        01 WEEKDAY PIC 9.
        01 WORK-KENNZEICHEN PIC X(12).
        01 VEHICLE-FOUND PIC X.
        01 VEHICLE-CUST PIC 9(7).
        01 CUSTOMER-FOUND PIC X.
        01 WORK-DATE-IN PIC X(8).
        01 WORK-DATE PIC 9(8).
        01 WORK-TIME-IN PIC X(4).
        01 WORK-TIME PIC 9(4).
        01 WORK-SLOT PIC 9(2).
        01 WORK-HOURS PIC 9(2)V9.
        01 WORK-TEXT PIC X(30).
        01 WORK-NUMBER PIC 9(7).
        01 NEW-VALUE PIC X(30).
        01 NEED-SLOTS PIC 9(2).
        01 CHECK-DATE PIC 9(8).
        01 CHECK-SLOT PIC 9(2).
        01 CHECK-LAST PIC 9(2).
        01 check-index PIC 9(2).
        01 SLOT-FREE PIC X.
        01 FREE-REASON PIC X(40).
        01 DAY-BAYS PIC 9(2).
        01 DAY-HOURS PIC 9(3)V9.
        01 BOOKED-HOURS PIC 9(3)V9.
        01 OCCUPIED PIC 9(4).
        01 AP-FIRST PIC 9(2).
        01 AP-LAST PIC 9(2).
        01 SEARCH-DAYS PIC 9(3).
        01 MAX-SEARCH-DAYS PIC 9(3) VALUE 60.
        01 DATE-INT PIC 9(7).
        01 ANSWER PIC X.
        01 DAY-COUNT PIC 9(3).
        01 STATUS-TEXT PIC X(14).
        01 PRINT-DATE PIC X(10).
        01 PRINT-TIME PIC X(5).
        01 PRINT-HOURS PIC Z9.9.
        01 PRINT-DAY-HOURS PIC ZZ9.9.
        copy "date-time.cpy".
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "WERKSTATT-TERMIN: Terminplanung"
           MOVE 'S' TO so-action
           MOVE "WERKSTATT-TERMIN" TO so-program
           MOVE "WERKSTATT" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           PERFORM LOAD-CAPACITY
           PERFORM UNTIL MENU-CHOICE = 6
             DISPLAY "1) Termin buchen  2) Termin stornieren"
             DISPLAY "3) Tagesplan  4) Termin in Auftrag uebernehmen"
             DISPLAY "5) Kapazitaet pflegen  6) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
                 PERFORM BOOK-APPOINTMENT
               WHEN 2
                 PERFORM CANCEL-APPOINTMENT
               WHEN 3
                 PERFORM SHOW-DAY-PLAN
               WHEN 4
                 PERFORM CONVERT-APPOINTMENT
               WHEN 5
                 PERFORM MAINTAIN-CAPACITY
               WHEN 6
                 DISPLAY "Programmende."
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
             END-EVALUATE
           END-PERFORM

       STOP RUN.

       BOOK-APPOINTMENT.
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           COMPUTE NOW-HHMM = hour * 100 + minutes
           DISPLAY "Kennzeichen: "
           ACCEPT WORK-KENNZEICHEN
           PERFORM FIND-VEHICLE
           IF VEHICLE-FOUND = 'N'
             DISPLAY "Fahrzeug " WORK-KENNZEICHEN
                     " nicht in VEHICLES.DAT."
             EXIT PARAGRAPH
           END-IF
           MOVE VEHICLE-CUST TO cust-number
           PERFORM FIND-CUSTOMER
           IF CUSTOMER-FOUND = 'N'
             DISPLAY "Kunde " VEHICLE-CUST
                     " nicht in CUSTOMER.DAT."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Kunde " cust-number " " cust-firstname " "
                   cust-nachname
           DISPLAY "Datum (JJJJMMTT): "
           MOVE SPACES TO WORK-DATE-IN
           ACCEPT WORK-DATE-IN
           IF WORK-DATE-IN NOT NUMERIC
             DISPLAY "Ungueltiges Datum."
             EXIT PARAGRAPH
           END-IF
           MOVE WORK-DATE-IN TO WORK-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD (WORK-DATE) NOT = 0
             DISPLAY "Ungueltiges Datum."
             EXIT PARAGRAPH
           END-IF
           IF WORK-DATE < TODAY-YMD
             DISPLAY "Datum liegt in der Vergangenheit."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Uhrzeit (HHMM, 0800-1500): "
           MOVE SPACES TO WORK-TIME-IN
           ACCEPT WORK-TIME-IN
           MOVE 0 TO WORK-SLOT
           IF WORK-TIME-IN NUMERIC
             MOVE WORK-TIME-IN TO WORK-TIME
             PERFORM VARYING slot-index FROM 1 BY 1
                     UNTIL slot-index > SLOT-COUNT
               IF SLOT-TIME (slot-index) = WORK-TIME
                 MOVE slot-index TO WORK-SLOT
               END-IF
             END-PERFORM
           END-IF
           IF WORK-SLOT = 0
             DISPLAY "Keine Terminzeit. Moeglich: 0800 0900 1000"
                     " 1100 1300 1400 1500"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Geplante Arbeitszeit in Stunden (leer = 1): "
           MOVE SPACES TO NEW-VALUE
           ACCEPT NEW-VALUE
           MOVE 1 TO WORK-HOURS
           IF NEW-VALUE NOT = SPACES
             INSPECT NEW-VALUE REPLACING ALL "," BY "."
             COMPUTE WORK-HOURS = FUNCTION NUMVAL (NEW-VALUE)
           END-IF
           IF WORK-HOURS = 0
             MOVE 1 TO WORK-HOURS
           END-IF
           DISPLAY "Arbeitsbeschreibung: "
           MOVE SPACES TO WORK-TEXT
           ACCEPT WORK-TEXT
           COMPUTE NEED-SLOTS = WORK-HOURS + 0.9
           IF NEED-SLOTS > SLOT-COUNT
             MOVE SLOT-COUNT TO NEED-SLOTS
           END-IF

           PERFORM LOAD-APPOINTMENTS
           IF AP-COUNT = 2000
             DISPLAY "Terminbuch voll (2000 Termine)."
             EXIT PARAGRAPH
           END-IF
           MOVE WORK-DATE TO CHECK-DATE
           MOVE WORK-SLOT TO CHECK-SLOT
           PERFORM CHECK-CAPACITY
           IF SLOT-FREE = 'N'
             DISPLAY "Termin nicht frei: " FREE-REASON
             PERFORM FIND-NEXT-FREE
             IF SLOT-FREE = 'N'
               DISPLAY "Kein freier Termin in den naechsten "
                       MAX-SEARCH-DAYS " Tagen."
               EXIT PARAGRAPH
             END-IF
             MOVE CHECK-DATE TO WORK-DATE
             MOVE CHECK-SLOT TO WORK-SLOT
             PERFORM FORMAT-DATE-TIME
             DISPLAY "Naechster freier Termin: "
                     WEEKDAY-NAME (WEEKDAY) " " PRINT-DATE " "
                     PRINT-TIME
             DISPLAY "Diesen Termin buchen (J/N)? "
             ACCEPT ANSWER
             IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
               DISPLAY "Nicht gebucht."
               EXIT PARAGRAPH
             END-IF
           END-IF

           CALL "SEQSERVICE" USING WS-TERMIN-SERIES NEW-NUMBER
           MOVE SPACES TO AppointmentRecord
           MOVE NEW-NUMBER TO ap-number
           MOVE WORK-DATE TO ap-date
           MOVE SLOT-TIME (WORK-SLOT) TO ap-time
           MOVE WORK-KENNZEICHEN TO ap-kennzeichen
           MOVE VEHICLE-CUST TO ap-cust-number
           MOVE WORK-HOURS TO ap-hours
           MOVE WORK-TEXT TO ap-text
           MOVE 'B' TO ap-status
           MOVE 0 TO ap-order
           MOVE OPERATOR-ID TO ap-operator
           MOVE TODAY-YMD TO ap-booked
           ADD 1 TO AP-COUNT
           MOVE AppointmentRecord TO AT-RECORD (AP-COUNT)
           MOVE 0 TO FOUND-INDEX
           PERFORM SAVE-APPOINTMENTS
           MOVE WORK-DATE TO CHECK-DATE
           MOVE WORK-SLOT TO CHECK-SLOT
           PERFORM FORMAT-DATE-TIME
           DISPLAY "Termin " NEW-NUMBER " gebucht: "
                   WEEKDAY-NAME (WEEKDAY) " " PRINT-DATE " "
                   PRINT-TIME " " WORK-KENNZEICHEN.

       CHECK-CAPACITY.
           MOVE 'N' TO SLOT-FREE
           MOVE SPACES TO FREE-REASON
           PERFORM GET-DAY-CAPACITY
           IF DAY-BAYS = 0 OR DAY-HOURS = 0
             MOVE "Werkstatt geschlossen" TO FREE-REASON
             EXIT PARAGRAPH
           END-IF
           IF CHECK-DATE = TODAY-YMD
              AND SLOT-TIME (CHECK-SLOT) NOT > NOW-HHMM
             MOVE "Uhrzeit bereits vorbei" TO FREE-REASON
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO BOOKED-HOURS
           PERFORM VARYING ap-index FROM 1 BY 1
                   UNTIL ap-index > AP-COUNT
             MOVE AT-RECORD (ap-index) TO AppointmentRecord
             IF ap-date = CHECK-DATE
                AND (ap-status = 'B' OR ap-status = 'U')
               ADD ap-hours TO BOOKED-HOURS
             END-IF
           END-PERFORM
           IF BOOKED-HOURS + WORK-HOURS > DAY-HOURS
             MOVE "Mechanikerstunden ausgebucht" TO FREE-REASON
             EXIT PARAGRAPH
           END-IF
           COMPUTE CHECK-LAST = CHECK-SLOT + NEED-SLOTS - 1
           IF CHECK-LAST > SLOT-COUNT
             MOVE SLOT-COUNT TO CHECK-LAST
           END-IF
           PERFORM VARYING check-index FROM CHECK-SLOT BY 1
                   UNTIL check-index > CHECK-LAST
             PERFORM COUNT-OCCUPIED
             IF OCCUPIED NOT < DAY-BAYS
               MOVE "alle Hebebuehnen belegt" TO FREE-REASON
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           MOVE 'Y' TO SLOT-FREE.

       COUNT-OCCUPIED.
           MOVE 0 TO OCCUPIED
           PERFORM VARYING ap-index FROM 1 BY 1
                   UNTIL ap-index > AP-COUNT
             MOVE AT-RECORD (ap-index) TO AppointmentRecord
             IF ap-date = CHECK-DATE
                AND (ap-status = 'B' OR ap-status = 'U')
               PERFORM GET-APPOINTMENT-SLOTS
               IF check-index NOT < AP-FIRST
                  AND check-index NOT > AP-LAST
                 ADD 1 TO OCCUPIED
               END-IF
             END-IF
           END-PERFORM.

       GET-APPOINTMENT-SLOTS.
           MOVE 1 TO AP-FIRST
           PERFORM VARYING slot-index FROM 1 BY 1
                   UNTIL slot-index > SLOT-COUNT
             IF SLOT-TIME (slot-index) = ap-time
               MOVE slot-index TO AP-FIRST
             END-IF
           END-PERFORM
           COMPUTE AP-LAST = ap-hours + 0.9
           IF AP-LAST = 0
             MOVE 1 TO AP-LAST
           END-IF
           COMPUTE AP-LAST = AP-FIRST + AP-LAST - 1
           IF AP-LAST > SLOT-COUNT
             MOVE SLOT-COUNT TO AP-LAST
           END-IF.

       FIND-NEXT-FREE.
           MOVE 0 TO SEARCH-DAYS
           MOVE 'N' TO SLOT-FREE
           PERFORM UNTIL SLOT-FREE = 'Y'
                   OR SEARCH-DAYS > MAX-SEARCH-DAYS
             ADD 1 TO CHECK-SLOT
             IF CHECK-SLOT > SLOT-COUNT
               MOVE 1 TO CHECK-SLOT
               ADD 1 TO SEARCH-DAYS
               COMPUTE DATE-INT =
                   FUNCTION INTEGER-OF-DATE (CHECK-DATE) + 1
               COMPUTE CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER (DATE-INT)
             END-IF
             IF SEARCH-DAYS NOT > MAX-SEARCH-DAYS
               PERFORM CHECK-CAPACITY
             END-IF
           END-PERFORM.

       GET-DAY-CAPACITY.
           COMPUTE WEEKDAY = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (CHECK-DATE) - 1, 7) + 1
           MOVE 0 TO DAY-BAYS
           MOVE 0 TO DAY-HOURS
           MOVE 0 TO CAP-FOUND
           PERFORM VARYING cap-index FROM 1 BY 1
                   UNTIL cap-index > CAP-COUNT
             IF CT-DATE (cap-index) = CHECK-DATE
               MOVE cap-index TO CAP-FOUND
             END-IF
           END-PERFORM
           IF CAP-FOUND = 0
             PERFORM VARYING cap-index FROM 1 BY 1
                     UNTIL cap-index > CAP-COUNT
               IF CT-DATE (cap-index) = WEEKDAY
                 MOVE cap-index TO CAP-FOUND
               END-IF
             END-PERFORM
           END-IF
           IF CAP-FOUND > 0
             MOVE CT-BAYS (CAP-FOUND) TO DAY-BAYS
             MOVE CT-HOURS (CAP-FOUND) TO DAY-HOURS
           END-IF.

       FORMAT-DATE-TIME.
           COMPUTE WEEKDAY = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (CHECK-DATE) - 1, 7) + 1
           MOVE SPACES TO PRINT-DATE
           STRING CHECK-DATE (7:2) "." CHECK-DATE (5:2) "."
                  CHECK-DATE (1:4)
                  DELIMITED BY SIZE INTO PRINT-DATE
           MOVE SPACES TO PRINT-TIME
           STRING SLOT-TIME (CHECK-SLOT) (1:2) ":"
                  SLOT-TIME (CHECK-SLOT) (3:2)
                  DELIMITED BY SIZE INTO PRINT-TIME.

       FIND-APPOINTMENT.
           DISPLAY "Terminnummer: "
           ACCEPT WORK-NUMBER
           PERFORM LOAD-APPOINTMENTS
           MOVE 0 TO FOUND-INDEX
           PERFORM VARYING ap-index FROM 1 BY 1
                   UNTIL ap-index > AP-COUNT
             MOVE AT-RECORD (ap-index) TO AppointmentRecord
             IF ap-number = WORK-NUMBER
               MOVE ap-index TO FOUND-INDEX
             END-IF
           END-PERFORM
           IF FOUND-INDEX > 0
             MOVE AT-RECORD (FOUND-INDEX) TO AppointmentRecord
           END-IF.

       CANCEL-APPOINTMENT.
           PERFORM FIND-APPOINTMENT
           IF FOUND-INDEX = 0
             DISPLAY "Termin " WORK-NUMBER " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-APPOINTMENT
           IF ap-status NOT = 'B'
             DISPLAY "Nur gebuchte Termine koennen storniert"
                     " werden."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Termin stornieren (J/N)? "
           ACCEPT ANSWER
           IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO ap-status
           MOVE OPERATOR-ID TO ap-operator
           MOVE AppointmentRecord TO AT-RECORD (FOUND-INDEX)
           PERFORM SAVE-APPOINTMENTS
           DISPLAY "Termin " WORK-NUMBER " storniert.".

       SHOW-DAY-PLAN.
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           DISPLAY "Datum (JJJJMMTT, leer = heute): "
           MOVE SPACES TO WORK-DATE-IN
           ACCEPT WORK-DATE-IN
           IF WORK-DATE-IN = SPACES
             MOVE TODAY-YMD TO WORK-DATE
           ELSE
             IF WORK-DATE-IN NOT NUMERIC
               DISPLAY "Ungueltiges Datum."
               EXIT PARAGRAPH
             END-IF
             MOVE WORK-DATE-IN TO WORK-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WORK-DATE) NOT = 0
             DISPLAY "Ungueltiges Datum."
             EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-APPOINTMENTS
           MOVE WORK-DATE TO CHECK-DATE
           MOVE 1 TO CHECK-SLOT
           PERFORM FORMAT-DATE-TIME
           PERFORM GET-DAY-CAPACITY
           MOVE DAY-HOURS TO PRINT-DAY-HOURS
           DISPLAY "Tagesplan " WEEKDAY-NAME (WEEKDAY) " "
                   PRINT-DATE " - " DAY-BAYS " Hebebuehnen, "
                   PRINT-DAY-HOURS " Mechanikerstunden"
           MOVE 0 TO DAY-COUNT
           MOVE 0 TO BOOKED-HOURS
           PERFORM VARYING CHECK-SLOT FROM 1 BY 1
                   UNTIL CHECK-SLOT > SLOT-COUNT
             PERFORM VARYING ap-index FROM 1 BY 1
                     UNTIL ap-index > AP-COUNT
               MOVE AT-RECORD (ap-index) TO AppointmentRecord
               IF ap-date = CHECK-DATE
                  AND ap-time = SLOT-TIME (CHECK-SLOT)
                 PERFORM DISPLAY-APPOINTMENT
                 IF ap-status = 'B' OR ap-status = 'U'
                   ADD 1 TO DAY-COUNT
                   ADD ap-hours TO BOOKED-HOURS
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM
           MOVE BOOKED-HOURS TO PRINT-DAY-HOURS
           DISPLAY "Termine: " DAY-COUNT "  verplant: "
                   PRINT-DAY-HOURS " Std.".

       DISPLAY-APPOINTMENT.
           EVALUATE ap-status
             WHEN 'B'
               MOVE "gebucht" TO STATUS-TEXT
             WHEN 'U'
               MOVE "Auftrag" TO STATUS-TEXT
             WHEN 'N'
               MOVE "nicht erschien" TO STATUS-TEXT
             WHEN 'S'
               MOVE "storniert" TO STATUS-TEXT
             WHEN OTHER
               MOVE SPACES TO STATUS-TEXT
           END-EVALUATE
           MOVE ap-hours TO PRINT-HOURS
           DISPLAY "  " ap-number " " ap-date " "
                   ap-time (1:2) ":" ap-time (3:2) " "
                   ap-kennzeichen " Kunde " ap-cust-number " "
                   PRINT-HOURS " Std. " STATUS-TEXT
           IF ap-status = 'U'
             DISPLAY "    " ap-text " Auftrag " ap-order
           ELSE
             DISPLAY "    " ap-text
           END-IF.

       CONVERT-APPOINTMENT.
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           PERFORM FIND-APPOINTMENT
           IF FOUND-INDEX = 0
             DISPLAY "Termin " WORK-NUMBER " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-APPOINTMENT
           IF ap-status NOT = 'B'
             DISPLAY "Termin ist nicht mehr offen."
             EXIT PARAGRAPH
           END-IF
           IF ap-date NOT = TODAY-YMD
             DISPLAY "Uebernahme nur am Termintag (" ap-date ")."
             EXIT PARAGRAPH
           END-IF
           CALL "SEQSERVICE" USING WS-ORDER-SERIES NEW-NUMBER
           MOVE NEW-NUMBER TO wo-number
           MOVE ap-kennzeichen TO wo-kennzeichen
           MOVE ap-cust-number TO wo-cust-number
           MOVE ap-text TO wo-beschreibung
           MOVE 'A' TO wo-order-status
           MOVE TODAY-YMD TO wo-angelegt
           MOVE TODAY-YMD TO wo-geaendert
           MOVE 0 TO wo-invoice
           PERFORM APPEND-ORDER
           MOVE 'U' TO ap-status
           MOVE NEW-NUMBER TO ap-order
           MOVE AppointmentRecord TO AT-RECORD (FOUND-INDEX)
           PERFORM SAVE-APPOINTMENTS
           DISPLAY "Auftrag " NEW-NUMBER " angelegt"
                   " (Status A = angenommen).".

       APPEND-ORDER.
           OPEN INPUT WorkOrderFile
           IF WO-STATUS = "35"
             OPEN OUTPUT WorkOrderFile
             CLOSE WorkOrderFile
           ELSE
             CLOSE WorkOrderFile
           END-IF
           OPEN EXTEND WorkOrderFile
           WRITE WorkOrderRecord
           CLOSE WorkOrderFile.

       MAINTAIN-CAPACITY.
           DISPLAY "Wochentag (1=Mo .. 7=So) oder Datum (JJJJMMTT): "
           MOVE SPACES TO WORK-DATE-IN
           ACCEPT WORK-DATE-IN
           IF WORK-DATE-IN (2:7) = SPACES
              AND WORK-DATE-IN (1:1) >= "1"
              AND WORK-DATE-IN (1:1) <= "7"
             MOVE WORK-DATE-IN (1:1) TO WEEKDAY
             MOVE WEEKDAY TO CHECK-DATE
           ELSE
             IF WORK-DATE-IN NOT NUMERIC
               DISPLAY "Ungueltige Eingabe."
               EXIT PARAGRAPH
             END-IF
             MOVE WORK-DATE-IN TO CHECK-DATE
             IF FUNCTION TEST-DATE-YYYYMMDD (CHECK-DATE) NOT = 0
               DISPLAY "Ungueltiges Datum."
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE 0 TO CAP-FOUND
           PERFORM VARYING cap-index FROM 1 BY 1
                   UNTIL cap-index > CAP-COUNT
             IF CT-DATE (cap-index) = CHECK-DATE
               MOVE cap-index TO CAP-FOUND
             END-IF
           END-PERFORM
           IF CAP-FOUND = 0
             IF CAP-COUNT = 400
               DISPLAY "Kapazitaetstabelle voll (400 Eintraege)."
               EXIT PARAGRAPH
             END-IF
             MOVE 0 TO DAY-BAYS
             MOVE 0 TO DAY-HOURS
             IF CHECK-DATE > 7
               PERFORM GET-DAY-CAPACITY
             END-IF
             ADD 1 TO CAP-COUNT
             MOVE CAP-COUNT TO CAP-FOUND
             MOVE CHECK-DATE TO CT-DATE (CAP-FOUND)
             MOVE DAY-BAYS TO CT-BAYS (CAP-FOUND)
             MOVE DAY-HOURS TO CT-HOURS (CAP-FOUND)
           END-IF
           MOVE CT-HOURS (CAP-FOUND) TO PRINT-DAY-HOURS
           DISPLAY "Bisher: " CT-BAYS (CAP-FOUND) " Hebebuehnen, "
                   PRINT-DAY-HOURS " Mechanikerstunden"
           DISPLAY "Hebebuehnen (leer = unveraendert, 0 = zu): "
           MOVE SPACES TO NEW-VALUE
           ACCEPT NEW-VALUE
           IF NEW-VALUE NOT = SPACES
             COMPUTE CT-BAYS (CAP-FOUND) = FUNCTION NUMVAL (NEW-VALUE)
           END-IF
           DISPLAY "Mechanikerstunden (leer = unveraendert): "
           MOVE SPACES TO NEW-VALUE
           ACCEPT NEW-VALUE
           IF NEW-VALUE NOT = SPACES
             INSPECT NEW-VALUE REPLACING ALL "," BY "."
             COMPUTE CT-HOURS (CAP-FOUND) =
                     FUNCTION NUMVAL (NEW-VALUE)
           END-IF
           PERFORM SAVE-CAPACITY
           DISPLAY "Kapazitaet gespeichert.".

       FIND-VEHICLE.
           MOVE 'N' TO VEHICLE-FOUND
           OPEN INPUT VehicleFile
           IF VEH-STATUS = "00"
             MOVE WORK-KENNZEICHEN TO veh-kennzeichen
             READ VehicleFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE 'Y' TO VEHICLE-FOUND
                 MOVE veh-cust-number TO VEHICLE-CUST
             END-READ
             CLOSE VehicleFile
           END-IF.

       FIND-CUSTOMER.
           MOVE 'N' TO CUSTOMER-FOUND
           OPEN INPUT CustomerFile
           IF FS-STATUS = "00"
             READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO CUSTOMER-FOUND
             END-READ
             CLOSE CustomerFile
           END-IF.

       LOAD-APPOINTMENTS.
           MOVE 0 TO AP-COUNT
           MOVE 0 TO eof
           OPEN INPUT AppointmentFile
           IF APT-STATUS = "00"
             READ AppointmentFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR AP-COUNT = 2000
               ADD 1 TO AP-COUNT
               MOVE AppointmentRecord TO AT-RECORD (AP-COUNT)
               READ AppointmentFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: WKTERMIN.DAT groesser als 2000"
                       " Eintraege."
               STOP RUN
             END-IF
             CLOSE AppointmentFile
           END-IF.

       SAVE-APPOINTMENTS.
           OPEN OUTPUT AppointmentFile
           PERFORM VARYING ap-index FROM 1 BY 1
                   UNTIL ap-index > AP-COUNT
             MOVE AT-RECORD (ap-index) TO AppointmentRecord
             WRITE AppointmentRecord
           END-PERFORM
           CLOSE AppointmentFile
           IF FOUND-INDEX > 0
             MOVE AT-RECORD (FOUND-INDEX) TO AppointmentRecord
           END-IF.

       LOAD-CAPACITY.
           MOVE 0 TO CAP-COUNT
           OPEN INPUT CapacityFile
           IF CAP-STATUS = "35"
             OPEN OUTPUT CapacityFile
             PERFORM VARYING cap-index FROM 1 BY 1
                     UNTIL cap-index > 7
               MOVE DEFAULT-CAP (cap-index) TO CapacityRecord
               WRITE CapacityRecord
             END-PERFORM
             CLOSE CapacityFile
             DISPLAY "WKKAPAZ.DAT mit Standardkapazitaet angelegt."
             OPEN INPUT CapacityFile
           END-IF
           IF CAP-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO eof
           READ CapacityFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1 OR CAP-COUNT = 400
             ADD 1 TO CAP-COUNT
             MOVE cap-date TO CT-DATE (CAP-COUNT)
             MOVE cap-bays TO CT-BAYS (CAP-COUNT)
             MOVE cap-hours TO CT-HOURS (CAP-COUNT)
             READ CapacityFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           IF eof = 0
             DISPLAY "ABBRUCH: WKKAPAZ.DAT groesser als 400"
                     " Eintraege."
             STOP RUN
           END-IF
           CLOSE CapacityFile.

       SAVE-CAPACITY.
           OPEN OUTPUT CapacityFile
           PERFORM VARYING cap-index FROM 1 BY 1
                   UNTIL cap-index > CAP-COUNT
             MOVE CT-DATE (cap-index) TO cap-date
             MOVE CT-BAYS (cap-index) TO cap-bays
             MOVE CT-HOURS (cap-index) TO cap-hours
             WRITE CapacityRecord
           END-PERFORM
           CLOSE CapacityFile.
