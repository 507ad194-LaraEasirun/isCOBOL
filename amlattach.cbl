       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLATTACH.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select AmlCaseFile ASSIGN TO "AMLCASE.DAT"
                   organization is line sequential
                   FILE STATUS IS CASE-STATUS.
       Select AmlHitFile ASSIGN TO "AMLHIT.DAT"
                   organization is line sequential
                   FILE STATUS IS HIT-STATUS.
       Select LinkFile ASSIGN TO "BANKLINK.DAT"
                   organization is line sequential
                   FILE STATUS IS LNK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AmlCaseFile.
           copy "amlcase-record.cpy".
       FD AmlHitFile.
           copy "amlhit-record.cpy".
       FD LinkFile.
           copy "banklink-record.cpy".
       WORKING-STORAGE SECTION.
       01 BUSINESS-DATE PIC 9(8) VALUE 0.
       01 CASE-STATUS PIC XX.
       01 HIT-STATUS PIC XX.
       01 LNK-STATUS PIC XX.
       01 eof PIC 9.
       01 WORK-CUST PIC 9(7).
       01 CASE-SERIES PIC X(8) VALUE "AMLFALL".
       01 CASE-COUNT PIC 9(3) VALUE 0.
       01 case-index PIC 9(3).
       01 CASE-FOUND-INDEX PIC 9(3).
       01 CASE-TABLE.
          05 CASE-ENTRY OCCURS 500 TIMES.
             10 CT-RECORD PIC X(69).
       01 DUE-DAYS PIC S9(5).
       01 NEW-DUE-DATE PIC 9(8).
       LINKAGE SECTION.
       01 LS-SOURCE PIC X(5).
       01 LS-ACCOUNT PIC 9(10).
       01 LS-SEVERITY PIC 9.
       01 LS-TEXT PIC X(72).
       01 LS-CASE-ID PIC 9(7).
       01 LS-RESULT PIC X.
       PROCEDURE DIVISION USING LS-SOURCE LS-ACCOUNT LS-SEVERITY
                                LS-TEXT LS-CASE-ID LS-RESULT.
       MAIN.
           MOVE 0 TO LS-CASE-ID
           CALL "BUSDATE" USING BUSINESS-DATE
           PERFORM CHECK-KNOWN-HIT
           IF LS-RESULT = 'D'
             GOBACK
           END-IF
           PERFORM FIND-ACCOUNT-CUSTOMER
           PERFORM LOAD-CASES
           IF CASE-COUNT = 500 AND eof = 0
             MOVE 'F' TO LS-RESULT
             GOBACK
           END-IF
           PERFORM FIND-OPEN-CASE
           IF CASE-FOUND-INDEX > 0
             PERFORM ATTACH-TO-CASE
           ELSE
             IF CASE-COUNT = 500
               MOVE 'F' TO LS-RESULT
               GOBACK
             END-IF
             PERFORM OPEN-NEW-CASE
           END-IF
           PERFORM SAVE-CASES
           PERFORM APPEND-HIT
           GOBACK.

       CHECK-KNOWN-HIT.
           MOVE SPACE TO LS-RESULT
           MOVE 0 TO eof
           OPEN INPUT AmlHitFile
           IF HIT-STATUS = "00"
             READ AmlHitFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF ah-source = LS-SOURCE
                  AND ah-account = LS-ACCOUNT
                  AND ah-text = LS-TEXT
                 MOVE 'D' TO LS-RESULT
                 MOVE ah-case-id TO LS-CASE-ID
                 SET eof TO 1
               ELSE
                 READ AmlHitFile
                  AT END SET eof TO 1
                 END-READ
               END-IF
             END-PERFORM
             CLOSE AmlHitFile
           END-IF.

       FIND-ACCOUNT-CUSTOMER.
           MOVE 0 TO WORK-CUST
           IF LS-ACCOUNT = 0
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO eof
           OPEN INPUT LinkFile
           IF LNK-STATUS = "00"
             READ LinkFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF bl-account-number = LS-ACCOUNT
                 MOVE bl-cust-number TO WORK-CUST
                 SET eof TO 1
               ELSE
                 READ LinkFile
                  AT END SET eof TO 1
                 END-READ
               END-IF
             END-PERFORM
             CLOSE LinkFile
           END-IF.

       LOAD-CASES.
           MOVE 0 TO CASE-COUNT
           MOVE 0 TO eof
           OPEN INPUT AmlCaseFile
           IF CASE-STATUS = "00"
             READ AmlCaseFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR CASE-COUNT = 500
               ADD 1 TO CASE-COUNT
               MOVE AmlCaseRecord TO CT-RECORD (CASE-COUNT)
               READ AmlCaseFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE AmlCaseFile
           ELSE
             SET eof TO 1
           END-IF.

       FIND-OPEN-CASE.
           MOVE 0 TO CASE-FOUND-INDEX
           PERFORM VARYING case-index FROM 1 BY 1
                   UNTIL case-index > CASE-COUNT
             MOVE CT-RECORD (case-index) TO AmlCaseRecord
             IF (ac-status = 'O' OR ac-status = 'U')
                AND ac-cust-number = WORK-CUST
                AND (WORK-CUST > 0 OR ac-account = LS-ACCOUNT)
               MOVE case-index TO CASE-FOUND-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM.

       ATTACH-TO-CASE.
           MOVE CT-RECORD (CASE-FOUND-INDEX) TO AmlCaseRecord
           ADD 1 TO ac-hit-count
           IF LS-SEVERITY < ac-severity
             MOVE LS-SEVERITY TO ac-severity
           END-IF
           PERFORM COMPUTE-DUE-DATE
           IF NEW-DUE-DATE < ac-due-date
             MOVE NEW-DUE-DATE TO ac-due-date
           END-IF
           MOVE AmlCaseRecord TO CT-RECORD (CASE-FOUND-INDEX)
           MOVE ac-case-id TO LS-CASE-ID
           MOVE 'A' TO LS-RESULT.

       OPEN-NEW-CASE.
           MOVE SPACES TO AmlCaseRecord
           CALL "SEQSERVICE" USING CASE-SERIES ac-case-id
           MOVE WORK-CUST TO ac-cust-number
           MOVE LS-ACCOUNT TO ac-account
           MOVE 'O' TO ac-status
           MOVE LS-SEVERITY TO ac-severity
           MOVE BUSINESS-DATE TO ac-opened-date
           PERFORM COMPUTE-DUE-DATE
           MOVE NEW-DUE-DATE TO ac-due-date
           MOVE 0 TO ac-closed-date
           MOVE 1 TO ac-hit-count
           MOVE 0 TO ac-sar-date
           ADD 1 TO CASE-COUNT
           MOVE AmlCaseRecord TO CT-RECORD (CASE-COUNT)
           MOVE ac-case-id TO LS-CASE-ID
           MOVE 'N' TO LS-RESULT.

       COMPUTE-DUE-DATE.
           IF LS-SEVERITY = 1
             MOVE 10 TO DUE-DAYS
           ELSE
             MOVE 30 TO DUE-DAYS
           END-IF
           CALL "DATE-ADD" USING BUSINESS-DATE DUE-DAYS
                NEW-DUE-DATE.

       SAVE-CASES.
           OPEN OUTPUT AmlCaseFile
           PERFORM VARYING case-index FROM 1 BY 1
                   UNTIL case-index > CASE-COUNT
             MOVE CT-RECORD (case-index) TO AmlCaseRecord
             WRITE AmlCaseRecord
           END-PERFORM
           CLOSE AmlCaseFile.

       APPEND-HIT.
           OPEN INPUT AmlHitFile
           IF HIT-STATUS = "35"
             OPEN OUTPUT AmlHitFile
             CLOSE AmlHitFile
           ELSE
             CLOSE AmlHitFile
           END-IF
           OPEN EXTEND AmlHitFile
           MOVE LS-CASE-ID TO ah-case-id
           MOVE LS-SOURCE TO ah-source
           MOVE LS-ACCOUNT TO ah-account
           MOVE LS-SEVERITY TO ah-severity
           MOVE BUSINESS-DATE TO ah-date
           MOVE LS-TEXT TO ah-text
           WRITE AmlHitRecord
           CLOSE AmlHitFile.
