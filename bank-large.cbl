        01 DATE-IN-CATALOG PIC X.
        01 ALREADY-REPORTED PIC X.
        01 WORK-LINE PIC X(78).
        01 AML-SOURCE PIC X(5) VALUE "LARGE".
        01 AML-SEVERITY PIC 9.
        01 AML-TEXT PIC X(72).
        01 AML-CASE-ID PIC 9(7).
        01 AML-RESULT PIC X.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
                    " Einzahlung " GROUP-DEP ")"
                    DELIMITED BY SIZE INTO WORK-LINE
             PERFORM WRITE-REPORT-LINE
             MOVE SPACES TO AML-TEXT
             STRING REPORT-DATE " " WORK-LINE
                    DELIMITED BY SIZE INTO AML-TEXT
             MOVE 2 TO AML-SEVERITY
             IF GROUP-MAX < THRESHOLD AND GROUP-COUNT > 1
               MOVE 1 TO AML-SEVERITY
               MOVE SPACES TO WORK-LINE
               STRING "  STRUKTURIERT: " GROUP-COUNT
                      " Einzelumsaetze unter Schwelle"
               PERFORM WRITE-REPORT-LINE
             END-IF
             PERFORM APPEND-CARRY-FORWARD
             CALL "AMLATTACH" USING AML-SOURCE CURRENT-ACCOUNT
                  AML-SEVERITY AML-TEXT AML-CASE-ID AML-RESULT
             IF AML-RESULT = 'F'
               DISPLAY "AMLCASE.DAT voll - Konto " CURRENT-ACCOUNT
                       " ohne Fall."
             END-IF
           END-IF.

       CHECK-CARRY-FORWARD.
