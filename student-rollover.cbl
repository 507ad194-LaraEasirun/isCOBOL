       Select OpenItems ASSIGN TO "OPENITEMS.DAT"
                   organization is line sequential
                   FILE STATUS IS OI-STATUS.
       Select StandingFile ASSIGN TO "STUDSTAND.DAT"
                   organization is line sequential
                   FILE STATUS IS SH-FILE-STATUS.
       Select AuditReport ASSIGN TO "ROLLOVER.DAT"
                   organization is line sequential.
       DATA DIVISION.
              05 grad-student PIC 9(13).
       FD OpenItems.
           copy "openitem-record.cpy".
       FD StandingFile.
           copy "standing-record.cpy".
       FD AuditReport.
           01 AuditLine PIC X(78).
       WORKING-STORAGE SECTION.
        01 TRM-STATUS PIC XX.
        01 GRD-STATUS PIC XX.
        01 OI-STATUS PIC XX.
        01 SH-FILE-STATUS PIC XX.
        01 WANTED-TERM PIC X(5).
        01 TERM-FOUND PIC X.
        01 WORK-TERM-END PIC 9(8).
        01 DEBTOR-TABLE.
           05 DEBTOR-ENTRY OCCURS 500 TIMES.
              10 DB-STUDENT PIC 9(13).
        01 DISMISS-COUNT PIC 9(3) VALUE 0.
        01 dismiss-index PIC 9(3).
        01 DISMISS-TABLE.
           05 DISMISS-ENTRY OCCURS 500 TIMES.
              10 DM-STUDENT PIC 9(13).
        01 IS-DISMISSED PIC X.
        01 IS-GRADUATE PIC X.
        01 IS-DEBTOR PIC X.
        01 STUDENT-SEEN PIC X.

           PERFORM LOAD-GRAD-LIST
           PERFORM LOAD-DEBTORS
           PERFORM LOAD-DISMISSED

           OPEN I-O StudentNumbers
           IF FS-STATUS NOT = "00"
           END-IF
           MOVE 0 TO eof.

       LOAD-DISMISSED.
           MOVE 0 TO DISMISS-COUNT
           MOVE 0 TO eof
           OPEN INPUT StandingFile
           IF SH-FILE-STATUS = "00"
             READ StandingFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF sh-term = WANTED-TERM AND sh-standing = 'D'
                 IF DISMISS-COUNT = 500
                   DISPLAY "ABBRUCH: mehr als 500 Ausschluesse in "
                           "STUDSTAND.DAT."
                   STOP RUN
                 END-IF
                 ADD 1 TO DISMISS-COUNT
                 MOVE sh-student TO DM-STUDENT (DISMISS-COUNT)
               END-IF
               READ StandingFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE StandingFile
           END-IF
           MOVE 0 TO eof.

       NOTE-DEBTOR.
           MOVE 'N' TO STUDENT-SEEN
           PERFORM VARYING debtor-index FROM 1 BY 1
           MOVE enrollment-status TO OLD-STATUS-VAL
           PERFORM CHECK-GRADUATE
           PERFORM CHECK-DEBTOR
           PERFORM CHECK-DISMISSED
           EVALUATE TRUE
             WHEN IS-GRADUATE = 'Y'
               MOVE 'E' TO enrollment-status
             WHEN IS-DISMISSED = 'Y'
               MOVE 'E' TO enrollment-status
             WHEN enrollment-status = 'A' AND IS-DEBTOR = 'Y'
               MOVE 'X' TO enrollment-status
             WHEN OTHER
             REWRITE StudentRecord
             ADD 1 TO CHANGED-COUNT
             MOVE SPACES TO WORK-LINE
             EVALUATE TRUE
               WHEN IS-GRADUATE = 'N' AND IS-DISMISSED = 'Y'
                 STRING "Student " student-number " "
                        student-name " " OLD-STATUS-VAL
                        " -> E (Ausschluss)"
                        DELIMITED BY SIZE INTO WORK-LINE
               WHEN enrollment-status = 'E'
                 STRING "Student " student-number " "
                        student-name " " OLD-STATUS-VAL
                        " -> E (Abschluss per "
                        WORK-TERM-END ")"
                        DELIMITED BY SIZE INTO WORK-LINE
               WHEN enrollment-status = 'X'
                 STRING "Student " student-number " "
                        student-name " " OLD-STATUS-VAL
                        " -> X (offene Rechnungen)"
             END-IF
           END-PERFORM.

       CHECK-DISMISSED.
           MOVE 'N' TO IS-DISMISSED
           PERFORM VARYING dismiss-index FROM 1 BY 1
                   UNTIL dismiss-index > DISMISS-COUNT
             IF DM-STUDENT (dismiss-index) = student-number
               MOVE 'Y' TO IS-DISMISSED
               EXIT PERFORM
             END-IF
           END-PERFORM.

       CHECK-DEBTOR.
           MOVE 'N' TO IS-DEBTOR
           PERFORM VARYING debtor-index FROM 1 BY 1
