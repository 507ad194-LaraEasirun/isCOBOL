       IDENTIFICATION DIVISION.
       PROGRAM-ID. PWHASH.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       01 WORK-VALUE PIC 9(15).
       01 HASH-SOURCE PIC X(24).
       01 char-index PIC 9(2).
       LINKAGE SECTION.
       01 LS-OPERATOR PIC X(8).
       01 LS-PASSWORD PIC X(16).
       01 LS-HASH PIC 9(12).
       PROCEDURE DIVISION USING LS-OPERATOR LS-PASSWORD LS-HASH.
       MAIN.
           MOVE LS-OPERATOR TO HASH-SOURCE(1:8)
           MOVE LS-PASSWORD TO HASH-SOURCE(9:16)
           MOVE 7717 TO WORK-VALUE
           PERFORM VARYING char-index FROM 1 BY 1
                   UNTIL char-index > 24
             COMPUTE WORK-VALUE = FUNCTION MOD(WORK-VALUE * 131
                     + FUNCTION ORD(HASH-SOURCE(char-index:1))
                     + char-index * 7, 999999999989)
           END-PERFORM
           MOVE WORK-VALUE TO LS-HASH
           GOBACK.
