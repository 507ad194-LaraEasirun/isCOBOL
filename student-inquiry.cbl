        01 CHANGED-FLAG PIC X.
        01 ANSWER PIC X VALUE 'J'.
        01 EDIT-CHOICE PIC X.
        01 SEARCH-NAME PIC X(20).
        01 SEARCH-KEY PIC X(20).
        01 MATCH-COUNT PIC 9(3).
        01 NAME-MATCH PIC X.
        01 part-index PIC 9.
        01 NAME-PARTS.
           05 NAME-PART PIC X(20) OCCURS 3 TIMES.
        copy "signon-request.cpy".
        copy "namekey-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "STUDENT-INQUIRY: Auskunft und Pflege"
           MOVE 'S' TO so-action
           MOVE "STUDENT-INQUIRY" TO so-program
           MOVE "REGISTRAR" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           OPEN INPUT StudentNumbers
           IF FS-STATUS NOT = "00"
             DISPLAY "Keine Studenten vorhanden."
       STOP RUN.

       INQUIRE-ONCE.
           DISPLAY "Matrikelnummer (0 = Suche nach Name): "
           MOVE 0 TO WORK-NUMBER
           ACCEPT WORK-NUMBER
           IF WORK-NUMBER = 0
             PERFORM SEARCH-BY-NAME
             IF MATCH-COUNT = 0
               EXIT PARAGRAPH
             END-IF
             DISPLAY "Matrikelnummer: "
             ACCEPT WORK-NUMBER
           END-IF
           PERFORM FIND-STUDENT
           IF STUDENT-FOUND = 'N'
             DISPLAY "Student " WORK-NUMBER " nicht gefunden."
             END-IF
           END-IF.

       SEARCH-BY-NAME.
           MOVE 0 TO MATCH-COUNT
           DISPLAY "Name (klingt wie): "
           MOVE SPACES TO SEARCH-NAME
           ACCEPT SEARCH-NAME
           MOVE SEARCH-NAME TO nk-text
           CALL "NAMEKEY" USING NameKeyRequest
           MOVE nk-key TO SEARCH-KEY
           IF SEARCH-KEY = SPACES
             DISPLAY "Leerer Suchbegriff."
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO eof
           OPEN INPUT StudentNumbers
           MOVE 0 TO student-number
           START StudentNumbers KEY NOT < student-number
             INVALID KEY SET eof TO 1
           END-START
           PERFORM UNTIL eof = 1
             READ StudentNumbers NEXT
               AT END SET eof TO 1
               NOT AT END
                 PERFORM CHECK-NAME-MATCH
                 IF NAME-MATCH = 'Y'
                   ADD 1 TO MATCH-COUNT
                   DISPLAY student-number " " student-name " "
                           program-code " " enrollment-status
                 END-IF
             END-READ
           END-PERFORM
           CLOSE StudentNumbers
           DISPLAY "Treffer: " MATCH-COUNT.

       CHECK-NAME-MATCH.
           MOVE 'N' TO NAME-MATCH
           MOVE student-name TO nk-text
           CALL "NAMEKEY" USING NameKeyRequest
           IF nk-key = SEARCH-KEY
             MOVE 'Y' TO NAME-MATCH
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NAME-PARTS
           UNSTRING student-name DELIMITED BY ALL SPACE
             INTO NAME-PART (1) NAME-PART (2) NAME-PART (3)
           END-UNSTRING
           PERFORM VARYING part-index FROM 1 BY 1
                   UNTIL part-index > 3 OR NAME-MATCH = 'Y'
             IF NAME-PART (part-index) NOT = SPACES
               MOVE NAME-PART (part-index) TO nk-text
               CALL "NAMEKEY" USING NameKeyRequest
               IF nk-key = SEARCH-KEY
                 MOVE 'Y' TO NAME-MATCH
               END-IF
             END-IF
           END-PERFORM.

       FIND-STUDENT.
           MOVE 'N' TO STUDENT-FOUND
           OPEN INPUT StudentNumbers
