                   FILE STATUS IS WO-STATUS.
       Select OpenReport ASSIGN TO "WERKSTATT.DAT"
                   organization is line sequential.
       Select AppointmentFile ASSIGN TO "WKTERMIN.DAT"
                   organization is line sequential
                   FILE STATUS IS APT-STATUS.
       Select AppointmentWork ASSIGN TO "WKTERMIN-WRK.DAT"
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD WorkOrderFile.
           copy "workorder-record.cpy".
       FD OpenReport.
           01 ReportLine PIC X(78).
       FD AppointmentFile.
           copy "appoint-record.cpy".
       FD AppointmentWork.
           01 AppointmentWorkRecord PIC X(95).
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 WO-STATUS PIC XX.
        01 GROUP-COUNT PIC 9(5).
        01 OPEN-TOTAL PIC 9(5) VALUE 0.
        01 WORK-LINE PIC X(78).
        01 APT-STATUS PIC XX.
        01 TODAY-YMD PIC 9(8).
        01 SLOT-VALUES PIC X(28)
           VALUE "0800090010001100130014001500".
        01 SLOT-TABLE REDEFINES SLOT-VALUES.
           05 SLOT-TIME PIC 9(4) OCCURS 7 TIMES.
        01 slot-index PIC 9(2).
        01 TERM-COUNT PIC 9(5) VALUE 0.
        01 NOSHOW-COUNT PIC 9(5) VALUE 0.
        01 PRINT-HOURS PIC Z9.9.
        copy "date-time.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           DISPLAY "WERKSTATT-REPORT: Offene Auftraege vom "
                   day-1 "." month "." year

           STRING "Offene Auftraege gesamt: " OPEN-TOTAL
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-OPEN-LINE

           MOVE SPACES TO WORK-LINE
           PERFORM WRITE-OPEN-LINE
           STRING "Termine heute " day-1 "." month "." year ":"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-OPEN-LINE
           PERFORM VARYING slot-index FROM 1 BY 1
                   UNTIL slot-index > 7
             PERFORM REPORT-ONE-SLOT
           END-PERFORM
           MOVE SPACES TO WORK-LINE
           STRING "  Anzahl: " TERM-COUNT
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-OPEN-LINE

           MOVE SPACES TO WORK-LINE
           PERFORM WRITE-OPEN-LINE
           MOVE "Nicht erschienen (Vortag und frueher):" TO WORK-LINE
           PERFORM WRITE-OPEN-LINE
           PERFORM REPORT-NO-SHOWS
           MOVE SPACES TO WORK-LINE
           STRING "  Anzahl: " NOSHOW-COUNT
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-OPEN-LINE
           CLOSE OpenReport
           DISPLAY "Report: WERKSTATT.DAT"

                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-OPEN-LINE.

       REPORT-ONE-SLOT.
           MOVE 0 TO eof
           OPEN INPUT AppointmentFile
           IF APT-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ AppointmentFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF ap-date = TODAY-YMD
                AND ap-time = SLOT-TIME (slot-index)
                AND (ap-status = 'B' OR ap-status = 'U')
               ADD 1 TO TERM-COUNT
               PERFORM FORMAT-APPOINTMENT
               IF ap-status = 'U'
                 MOVE "Auftrag" TO WORK-LINE (62:7)
                 MOVE ap-order TO WORK-LINE (70:7)
               END-IF
               PERFORM WRITE-OPEN-LINE
             END-IF
             READ AppointmentFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE AppointmentFile.

       REPORT-NO-SHOWS.
           MOVE 0 TO eof
           OPEN INPUT AppointmentFile
           IF APT-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AppointmentWork
           READ AppointmentFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF ap-date < TODAY-YMD AND ap-status = 'B'
               ADD 1 TO NOSHOW-COUNT
               MOVE 'N' TO ap-status
               PERFORM FORMAT-APPOINTMENT
               MOVE ap-date (7:2) TO WORK-LINE (62:2)
               MOVE "." TO WORK-LINE (64:1)
               MOVE ap-date (5:2) TO WORK-LINE (65:2)
               MOVE "." TO WORK-LINE (67:1)
               MOVE ap-date (1:4) TO WORK-LINE (68:4)
               PERFORM WRITE-OPEN-LINE
             END-IF
             MOVE AppointmentRecord TO AppointmentWorkRecord
             WRITE AppointmentWorkRecord
             READ AppointmentFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE AppointmentFile
           CLOSE AppointmentWork
           IF NOSHOW-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO eof
           OPEN INPUT AppointmentWork
           OPEN OUTPUT AppointmentFile
           READ AppointmentWork
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             MOVE AppointmentWorkRecord TO AppointmentRecord
             WRITE AppointmentRecord
             READ AppointmentWork
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE AppointmentWork
           CLOSE AppointmentFile.

       FORMAT-APPOINTMENT.
           MOVE ap-hours TO PRINT-HOURS
           MOVE SPACES TO WORK-LINE
           STRING "  " ap-time (1:2) ":" ap-time (3:2) " "
                  ap-kennzeichen " Kunde " ap-cust-number " "
                  PRINT-HOURS " Std. " ap-text (1:15)
                  DELIMITED BY SIZE INTO WORK-LINE.

       WRITE-OPEN-LINE.
           DISPLAY WORK-LINE
           MOVE WORK-LINE TO ReportLine
