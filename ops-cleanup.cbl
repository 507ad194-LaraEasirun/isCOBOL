       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS-CLEANUP.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select InventoryFile ASSIGN TO "DSINV.DAT"
                   organization is line sequential
                   FILE STATUS IS INV-STATUS.
       Select HistoryFile ASSIGN TO "DSHIST.DAT"
                   organization is line sequential
                   FILE STATUS IS HIST-STATUS.
       Select LockFile ASSIGN TO "RESLOCK.DAT"
                   organization is line sequential
                   FILE STATUS IS LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD InventoryFile.
           copy "dsinv-record.cpy".
       FD HistoryFile.
           copy "dshist-record.cpy".
       FD LockFile.
           01 LockRecord.
              05 rl-resource  PIC X(12).
              05 rl-state     PIC X.
              05 rl-holder    PIC X(12).
              05 rl-timestamp PIC X(20).
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 INV-STATUS PIC XX.
        01 HIST-STATUS PIC XX.
        01 LOCK-STATUS PIC XX.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 BUSINESS-DAY PIC 9(7).
        01 RUN-MODE PIC X.
        01 INV-COUNT PIC 9(3) VALUE 0.
        01 inv-index PIC 9(3).
        01 INV-TABLE.
           05 INV-ENTRY OCCURS 150 TIMES.
              10 IV-RECORD PIC X(50).
        01 DEFAULT-INV-COUNT PIC 9(3) VALUE 118.
        01 DEFAULT-INV-VALUES.
           05 FILLER PIC X(30) VALUE "APFELORDER-WRK.DAT".
           05 FILLER PIC X(20) VALUE "APFEL       W0002000".
           05 FILLER PIC X(30) VALUE "ATTEND-WRK.DAT".
           05 FILLER PIC X(20) VALUE "STUDENT-ATTEW0002000".
           05 FILLER PIC X(30) VALUE "CLEARING-IN-WRK.DAT".
           05 FILLER PIC X(20) VALUE "DIGITALUHR-BW0002000".
           05 FILLER PIC X(30) VALUE "DISPUTES-WRK.DAT".
           05 FILLER PIC X(20) VALUE "BANK-DSPSETTW0002000".
           05 FILLER PIC X(30) VALUE "DSERASE-WRK.DAT".
           05 FILLER PIC X(20) VALUE "BANK-DSAR   W0002000".
           05 FILLER PIC X(30) VALUE "ENROLL-SRT.DAT".
           05 FILLER PIC X(20) VALUE "STUDENT-TRANW0002000".
           05 FILLER PIC X(30) VALUE "ENROLL-WRK.DAT".
           05 FILLER PIC X(20) VALUE "STUDENT-ENROW0002000".
           05 FILLER PIC X(30) VALUE "FRAUD-BLOCK-WRK.DAT".
           05 FILLER PIC X(20) VALUE "BANK-FRAUDREW0002000".
           05 FILLER PIC X(30) VALUE "GL-SORTED.DAT".
           05 FILLER PIC X(20) VALUE "BANK-GL     W0002000".
           05 FILLER PIC X(30) VALUE "GLPOSTED-WRK.DAT".
           05 FILLER PIC X(20) VALUE "BANK-GLCLOSEW0002000".
           05 FILLER PIC X(30) VALUE "HOLDS-SORTED.DAT".
           05 FILLER PIC X(20) VALUE "BANK-CLEARINW0002000".
           05 FILLER PIC X(30) VALUE "HOLDS-WRK.DAT".
           05 FILLER PIC X(20) VALUE "BANK-CLEARINW0002000".
           05 FILLER PIC X(30) VALUE "INRETURN-WRK.DAT".
           05 FILLER PIC X(20) VALUE "BANK-OUTCLR W0002000".
           05 FILLER PIC X(30) VALUE "INV-SORTED.DAT".
           05 FILLER PIC X(20) VALUE "STUDENT-AR  W0002000".
           05 FILLER PIC X(30) VALUE "JOBSTATS-SRT.DAT".
           05 FILLER PIC X(20) VALUE "OPS-TREND   W0002000".
           05 FILLER PIC X(30) VALUE "LABOUR-WRK.DAT".
           05 FILLER PIC X(20) VALUE "DIGITALUHR-BW0002000".
           05 FILLER PIC X(30) VALUE "OPENITEMS-WRK.DAT".
           05 FILLER PIC X(20) VALUE "STUDENT-DUNNW0002000".
           05 FILLER PIC X(30) VALUE "OUTPAY-WRK.DAT".
           05 FILLER PIC X(20) VALUE "BANK-OUTCLR W0002000".
           05 FILLER PIC X(30) VALUE "PAY-SORTED.DAT".
           05 FILLER PIC X(20) VALUE "STUDENT-AR  W0002000".
           05 FILLER PIC X(30) VALUE "PENDAUTH-WRK.DAT".
           05 FILLER PIC X(20) VALUE "BANK-APPROVEW0002000".
           05 FILLER PIC X(30) VALUE "PUNCTUAL-WRK.DAT".
           05 FILLER PIC X(20) VALUE "DIGITALUHR-BW0002000".
           05 FILLER PIC X(30) VALUE "ROSTER-SORTED.DAT".
           05 FILLER PIC X(20) VALUE "STUDENT-ROSTW0002000".
           05 FILLER PIC X(30) VALUE "SCHICHTPLAN-WRK.DAT".
           05 FILLER PIC X(20) VALUE "DIGITALUHR-PW0002000".
           05 FILLER PIC X(30) VALUE "SEQRES-SRT.DAT".
           05 FILLER PIC X(20) VALUE "SEQGAPRPT   W0002000".
           05 FILLER PIC X(30) VALUE "SEQRES-WRK.DAT".
           05 FILLER PIC X(20) VALUE "SEQCOMMIT   W0002000".
           05 FILLER PIC X(30) VALUE "SNAP-NEW-SRT.DAT".
           05 FILLER PIC X(20) VALUE "BANK-EOD    W0002000".
           05 FILLER PIC X(30) VALUE "SNAP-OLD-SRT.DAT".
           05 FILLER PIC X(20) VALUE "BANK-EOD    W0002000".
           05 FILLER PIC X(30) VALUE "STANDING-SORTED.DAT".
           05 FILLER PIC X(20) VALUE "BANK-STANDINW0002000".
           05 FILLER PIC X(30) VALUE "STANDING-WRK.DAT".
           05 FILLER PIC X(20) VALUE "BANK-STANDINW0002000".
           05 FILLER PIC X(30) VALUE "STUDENTS-SORTED.DAT".
           05 FILLER PIC X(20) VALUE "FILE-HANDLINW0002000".
           05 FILLER PIC X(30) VALUE "TXNCAT-WRK.DAT".
           05 FILLER PIC X(20) VALUE "BANK-ROLLOVEW0002000".
           05 FILLER PIC X(30) VALUE "TXNLOG-SORTED.DAT".
           05 FILLER PIC X(20) VALUE "BANK-STMT   W0002000".
           05 FILLER PIC X(30) VALUE "TXNSEAL-WRK.DAT".
           05 FILLER PIC X(20) VALUE "BANK-ROLLOVEW0002000".
           05 FILLER PIC X(30) VALUE "WORKORD-WRK.DAT".
           05 FILLER PIC X(20) VALUE "WERKSTATT   W0002000".
           05 FILLER PIC X(30) VALUE "WOLINE-WRK.DAT".
           05 FILLER PIC X(20) VALUE "WERKSTATT   W0002000".
           05 FILLER PIC X(30) VALUE "WKTERMIN-WRK.DAT".
           05 FILLER PIC X(20) VALUE "WERKSTATT-REW0002000".
           05 FILLER PIC X(30) VALUE "CLEAR1.SRT".
           05 FILLER PIC X(20) VALUE "BANK-CLEARINW0002000".
           05 FILLER PIC X(30) VALUE "CLEAR2.SRT".
           05 FILLER PIC X(20) VALUE "BANK-CLEARINW0002000".
           05 FILLER PIC X(30) VALUE "DORMANT.SRT".
           05 FILLER PIC X(20) VALUE "BANK-DORMANTW0002000".
           05 FILLER PIC X(30) VALUE "EOD1.SRT".
           05 FILLER PIC X(20) VALUE "BANK-EOD    W0002000".
           05 FILLER PIC X(30) VALUE "EOD2.SRT".
           05 FILLER PIC X(20) VALUE "BANK-EOD    W0002000".
           05 FILLER PIC X(30) VALUE "ESCHEAT.SRT".
           05 FILLER PIC X(20) VALUE "BANK-ESCHEATW0002000".
           05 FILLER PIC X(30) VALUE "ESCHEAT2.SRT".
           05 FILLER PIC X(20) VALUE "BANK-ESCHEATW0002000".
           05 FILLER PIC X(30) VALUE "FRAUD1.SRT".
           05 FILLER PIC X(20) VALUE "BANK-FRAUD  W0002000".
           05 FILLER PIC X(30) VALUE "FRAUD2.SRT".
           05 FILLER PIC X(20) VALUE "BANK-FRAUD  W0002000".
           05 FILLER PIC X(30) VALUE "FRAUD3.SRT".
           05 FILLER PIC X(20) VALUE "BANK-FRAUD  W0002000".
           05 FILLER PIC X(30) VALUE "GL.SRT".
           05 FILLER PIC X(20) VALUE "BANK-GL     W0002000".
           05 FILLER PIC X(30) VALUE "HISTORY.SRT".
           05 FILLER PIC X(20) VALUE "BANK-HISTORYW0002000".
           05 FILLER PIC X(30) VALUE "LARGE.SRT".
           05 FILLER PIC X(20) VALUE "BANK-LARGE  W0002000".
           05 FILLER PIC X(30) VALUE "RECON1.SRT".
           05 FILLER PIC X(20) VALUE "BANK-RECON  W0002000".
           05 FILLER PIC X(30) VALUE "RECON2.SRT".
           05 FILLER PIC X(20) VALUE "BANK-RECON  W0002000".
           05 FILLER PIC X(30) VALUE "SEQAUDIT.SRT".
           05 FILLER PIC X(20) VALUE "BANK-SEQAUDIW0002000".
           05 FILLER PIC X(30) VALUE "STAND1.SRT".
           05 FILLER PIC X(20) VALUE "BANK-STANDINW0002000".
           05 FILLER PIC X(30) VALUE "STAND2.SRT".
           05 FILLER PIC X(20) VALUE "BANK-STANDINW0002000".
           05 FILLER PIC X(30) VALUE "TXNSTMT.SRT".
           05 FILLER PIC X(20) VALUE "BANK-STMT   W0002000".
           05 FILLER PIC X(30) VALUE "STUDENTS.SRT".
           05 FILLER PIC X(20) VALUE "FILE-HANDLINW0002000".
           05 FILLER PIC X(30) VALUE "TREND.SRT".
           05 FILLER PIC X(20) VALUE "OPS-TREND   W0002000".
           05 FILLER PIC X(30) VALUE "SEQGAP.SRT".
           05 FILLER PIC X(20) VALUE "SEQGAPRPT   W0002000".
           05 FILLER PIC X(30) VALUE "AR1.SRT".
           05 FILLER PIC X(20) VALUE "STUDENT-AR  W0002000".
           05 FILLER PIC X(30) VALUE "AR2.SRT".
           05 FILLER PIC X(20) VALUE "STUDENT-AR  W0002000".
           05 FILLER PIC X(30) VALUE "ROSTER.SRT".
           05 FILLER PIC X(20) VALUE "STUDENT-ROSTW0002000".
           05 FILLER PIC X(30) VALUE "TRANS.SRT".
           05 FILLER PIC X(20) VALUE "STUDENT-TRANW0002000".
           05 FILLER PIC X(30) VALUE "PRINTER-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "REPORT-WRITER0090000".
           05 FILLER PIC X(30) VALUE "RCPT-#######.DAT".
           05 FILLER PIC X(20) VALUE "BANK        R0030000".
           05 FILLER PIC X(30) VALUE "PV-DORM-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "BANK-DORMANTR0090000".
           05 FILLER PIC X(30) VALUE "PV-FEES-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "BANK-FEES   R0090000".
           05 FILLER PIC X(30) VALUE "PV-INTR-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "BANK-INTERESR0090000".
           05 FILLER PIC X(30) VALUE "PV-STND-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "BANK-STANDINR0090000".
           05 FILLER PIC X(30) VALUE "LARGE-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "BANK-LARGE  R0180000".
           05 FILLER PIC X(30) VALUE "ODREV-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "BANK-ODREVIER0180000".
           05 FILLER PIC X(30) VALUE "SUSP-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "BANK-SUSPENSR0180000".
           05 FILLER PIC X(30) VALUE "CASHFC-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "BANK-CASHFC R0090000".
           05 FILLER PIC X(30) VALUE "CITORD-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "BANK-CASHFC R0090000".
           05 FILLER PIC X(30) VALUE "ACQSETTLE-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "BANK-ACQSETLR0180000".
           05 FILLER PIC X(30) VALUE "CLEARING-OUT-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "BANK-OUTCLR R0180000".
           05 FILLER PIC X(30) VALUE "TESTEXT-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "BANK-TESTEXTR0030000".
           05 FILLER PIC X(30) VALUE "CLEANUP-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "OPS-CLEANUP R0090000".
           05 FILLER PIC X(30) VALUE "APFEL-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "APFEL       R0090000".
           05 FILLER PIC X(30) VALUE "APFBEST-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "APFEL       R0090000".
           05 FILLER PIC X(30) VALUE "APFANTR-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "APFEL-BEIHILR3650000".
           05 FILLER PIC X(30) VALUE "APFBEL-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "APFEL-BEIHILR3650000".
           05 FILLER PIC X(30) VALUE "TILG-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "TASCHENRECHNR0090000".
           05 FILLER PIC X(30) VALUE "TUEV-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "BOOK-TUEV   R0090000".
           05 FILLER PIC X(30) VALUE "BESTELL-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "WERKSTATT-LAR0090000".
           05 FILLER PIC X(30) VALUE "BILLS-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "STUDENT-BILLR0365000".
           05 FILLER PIC X(30) VALUE "MAHN-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "STUDENT-DUNNR0365000".
           05 FILLER PIC X(30) VALUE "ROSTER-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "STUDENT-ROSTR0090000".
           05 FILLER PIC X(30) VALUE "FEHLZT-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "STUDENT-ATTCR0730000".
           05 FILLER PIC X(30) VALUE "NACHR-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "STUDENT-CAPAR0730000".
           05 FILLER PIC X(30) VALUE "ZAHLEIN-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "STUDENT-BANKR0365000".
           05 FILLER PIC X(30) VALUE "LOHNZT-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "DIGITALUHR  R3650000".
           05 FILLER PIC X(30) VALUE "LOHNZL-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "DIGITALUHR  R3650000".
           05 FILLER PIC X(30) VALUE "PUENKT-JJJJMM.DAT".
           05 FILLER PIC X(20) VALUE "DIGITALUHR  R0730000".
           05 FILLER PIC X(30) VALUE "ABTKST-JJJJMM.DAT".
           05 FILLER PIC X(20) VALUE "DIGITALUHR  R0730000".
           05 FILLER PIC X(30) VALUE "ACCREV-JJJJMM.DAT".
           05 FILLER PIC X(20) VALUE "BANK-ACCREVWR0730000".
           05 FILLER PIC X(30) VALUE "INCRPT-JJJJMM.DAT".
           05 FILLER PIC X(20) VALUE "OPS-INCRPT  R0730000".
           05 FILLER PIC X(30) VALUE "SERVICE-JJJJMM.DAT".
           05 FILLER PIC X(20) VALUE "BOOK-SERVICER0090000".
           05 FILLER PIC X(30) VALUE "LAGERWERT-JJJJMM.DAT".
           05 FILLER PIC X(20) VALUE "WERKSTATT-LAR0730000".
           05 FILLER PIC X(30) VALUE "WKFORD-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "WERKSTATT-FOR0090000".
           05 FILLER PIC X(30) VALUE "WKEINZUG-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "WERKSTATT-EIA3653000".
           05 FILLER PIC X(30) VALUE "STMT-JJJJMM.DAT".
           05 FILLER PIC X(20) VALUE "BANK-STMT   R0730000".
           05 FILLER PIC X(30) VALUE "GARNLTR-JJJJMM.DAT".
           05 FILLER PIC X(20) VALUE "BANK-GARNRUNR0365000".
           05 FILLER PIC X(30) VALUE "SNAP-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "BANK-EOD    G0007050".
           05 FILLER PIC X(30) VALUE "MOVE-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "BANK-EOD    G0007050".
           05 FILLER PIC X(30) VALUE "PIN-G####.DAT".
           05 FILLER PIC X(20) VALUE "BANK-PINBACKG0005050".
           05 FILLER PIC X(30) VALUE "TXNLOG-JJJJMM.DAT".
           05 FILLER PIC X(20) VALUE "BANK-ROLLOVEA3653000".
           05 FILLER PIC X(30) VALUE "JOBRUN-JJJJMM.DAT".
           05 FILLER PIC X(20) VALUE "OPS-ROLLUP  A0730000".
           05 FILLER PIC X(30) VALUE "WKRG-#######.DAT".
           05 FILLER PIC X(20) VALUE "WERKSTATT   A3653000".
           05 FILLER PIC X(30) VALUE "SAR-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "BANK-AMLSAR K0000000".
           05 FILLER PIC X(30) VALUE "DSLOE-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "BANK-DSAR   K0000000".
           05 FILLER PIC X(30) VALUE "DSAUSK-JJJJMMTT.DAT".
           05 FILLER PIC X(20) VALUE "BANK-DSAR   R0090000".
           05 FILLER PIC X(30) VALUE "TXNLOG.DAT".
           05 FILLER PIC X(20) VALUE "BANK        K0000050".
           05 FILLER PIC X(30) VALUE "JOBRUN.DAT".
           05 FILLER PIC X(20) VALUE "JOBJOURNAL  K0000050".
           05 FILLER PIC X(30) VALUE "WKRJNL.DAT".
           05 FILLER PIC X(20) VALUE "WERKSTATT   K0000050".
           05 FILLER PIC X(30) VALUE "PARTMOVE.DAT".
           05 FILLER PIC X(20) VALUE "PARTSTOCK   K0000050".
           05 FILLER PIC X(30) VALUE "INCIDENT.DAT".
           05 FILLER PIC X(20) VALUE "INCIDENT    K0000050".
           05 FILLER PIC X(30) VALUE "INCLOG.DAT".
           05 FILLER PIC X(20) VALUE "INCIDENT    K0000050".
           05 FILLER PIC X(30) VALUE "SECLOG.DAT".
           05 FILLER PIC X(20) VALUE "OPSIGNON    K0000050".
        01 DEFAULT-INV-TABLE REDEFINES DEFAULT-INV-VALUES.
           05 DEFAULT-INV PIC X(50) OCCURS 118 TIMES.
        01 HIST-COUNT PIC 9(3) VALUE 0.
        01 hist-index PIC 9(3).
        01 FOUND-HIST PIC 9(3).
        01 HIST-TABLE.
           05 HIST-ENTRY OCCURS 150 TIMES.
              10 HT-RECORD PIC X(64).
        01 LOCK-COUNT PIC 9(2) VALUE 0.
        01 lock-index PIC 9(2).
        01 LOCK-TABLE.
           05 LOCK-ENTRY OCCURS 50 TIMES.
              10 LK-RESOURCE PIC X(12).
              10 LK-HOLDER   PIC X(12).
        01 GLOBAL-LOCKED PIC X VALUE 'N'.
        01 GLOBAL-HOLDER PIC X(12) VALUE SPACES.
        01 OWNER-RUNNING PIC X.
        01 FILE-LOCKED PIC X.
        01 FILE-COUNT PIC 9(4) VALUE 0.
        01 file-index PIC 9(4).
        01 FILE-TABLE.
           05 FILE-ENTRY OCCURS 2000 TIMES.
              10 FL-NAME   PIC X(30).
              10 FL-SIZE   PIC 9(12).
              10 FL-DATE   PIC 9(8).
              10 FL-NUMBER PIC 9(9).
        01 FILE-TABLE-FULL PIC X.
        01 PH-TYPE PIC X.
        01 PH-POS PIC 9(2).
        01 PH-LEN PIC 9(2).
        01 CAND-NAME PIC X(30).
        01 CAND-DATE PIC 9(8).
        01 CAND-NUMBER PIC 9(9).
        01 NUMBER-DIGITS PIC 9(9).
        01 NUMBER-START PIC 9(9).
        01 NUMBER-END PIC 9(9).
        01 NUMBER-MAX PIC 9(9).
        01 NUMBER-WINDOW PIC 9(9) VALUE 20000.
        01 NEW-LOW PIC 9(9).
        01 SCAN-DEPTH PIC 9(5).
        01 scan-offset PIC 9(5).
        01 WORK-DAY PIC 9(7).
        01 WORK-YEAR PIC 9(4).
        01 WORK-MONTH PIC 9(2).
        01 WORK-YMD PIC 9(8).
        01 BASE-SERIAL PIC 9(6).
        01 MONTH-SERIAL PIC 9(6).
        01 FILE-INFO.
           05 FI-SIZE  PIC X(8) COMP-X.
           05 FI-DAY   PIC X COMP-X.
           05 FI-MONTH PIC X COMP-X.
           05 FI-YEAR  PIC XX COMP-X.
           05 FI-HOUR  PIC X COMP-X.
           05 FI-MIN   PIC X COMP-X.
           05 FI-SEC   PIC X COMP-X.
           05 FI-HSEC  PIC X COMP-X.
        01 CHECK-RC PIC 9(4) COMP VALUE 0.
        01 DELETE-RC PIC 9(4) COMP VALUE 0.
        01 DELETE-NAME PIC X(30).
        01 AGE-DAYS PIC S9(7).
        01 EXPIRED PIC X.
        01 PATTERN-TOTAL PIC 9(12).
        01 PATTERN-DELETED PIC 9(5).
        01 PATTERN-FREED PIC 9(12).
        01 PREVIOUS-TOTAL PIC 9(12).
        01 GROWTH-PCT PIC 9(7).
        01 TOTAL-FILES PIC 9(7) VALUE 0.
        01 TOTAL-DELETED PIC 9(7) VALUE 0.
        01 TOTAL-FREED PIC 9(14) VALUE 0.
        01 TOTAL-SKIPPED PIC 9(5) VALUE 0.
        01 TOTAL-WARNINGS PIC 9(5) VALUE 0.
        01 TOTAL-ERRORS PIC 9(5) VALUE 0.
        01 DISPLAY-SIZE PIC Z(11)9.
        01 DISPLAY-TOTAL PIC Z(13)9.
        01 DISPLAY-COUNT PIC Z(4)9.
        01 DISPLAY-PCT PIC Z(6)9.
        01 ACTION-TEXT PIC X(12).
        01 JJ-EVENT PIC X.
        01 JJ-JOB-NAME PIC X(12).
        01 JJ-RECORDS PIC 9(7) VALUE 0.
        01 JJ-RESULT PIC X(4).
        copy "report-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "OPS-CLEANUP: Bereinigung Arbeits- und"
                   " Berichtsdateien"
           CALL "BUSDATE" USING BUSINESS-DATE
           COMPUTE BUSINESS-DAY = FUNCTION INTEGER-OF-DATE
                   (BUSINESS-DATE)
           DISPLAY "Modus (L = Loeschen, P = Probelauf): "
           ACCEPT RUN-MODE
           MOVE FUNCTION UPPER-CASE (RUN-MODE) TO RUN-MODE
           IF RUN-MODE NOT = 'L' AND RUN-MODE NOT = 'P'
             DISPLAY "Bitte Eingabe ueberpruefen!"
             STOP RUN
           END-IF

           MOVE 'S' TO JJ-EVENT
           MOVE "OPS-CLEANUP" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           PERFORM LOAD-INVENTORY
           PERFORM LOAD-HISTORY
           PERFORM LOAD-LOCKS

           MOVE 'O' TO rpt-action
           MOVE "OPS-CLEANUP" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "CLEANUP-" BUSINESS-DATE ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           IF RUN-MODE = 'P'
             MOVE "Bereinigungsprotokoll (Probelauf)" TO rpt-title
           ELSE
             MOVE "Bereinigungsprotokoll" TO rpt-title
           END-IF
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           STRING "Buchungstag " BUSINESS-DATE
                  "  Inventar DSINV.DAT"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-CLEANUP-LINE
           IF GLOBAL-LOCKED = 'J'
             STRING "GLOBAL gesperrt durch " GLOBAL-HOLDER
                    " - keine Loeschungen"
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-CLEANUP-LINE
             DISPLAY "GLOBAL gesperrt durch " GLOBAL-HOLDER
                     " - keine Loeschungen."
           END-IF
           PERFORM WRITE-CLEANUP-LINE

           PERFORM VARYING inv-index FROM 1 BY 1
                   UNTIL inv-index > INV-COUNT
             PERFORM PROCESS-PATTERN
           END-PERFORM

           PERFORM WRITE-CLEANUP-LINE
           MOVE TOTAL-FILES TO DISPLAY-TOTAL
           STRING "Dateien gefunden:      " DISPLAY-TOTAL
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-CLEANUP-LINE
           MOVE TOTAL-DELETED TO DISPLAY-TOTAL
           IF RUN-MODE = 'P'
             STRING "Dateien zu loeschen:   " DISPLAY-TOTAL
                    DELIMITED BY SIZE INTO rpt-line
           ELSE
             STRING "Dateien geloescht:     " DISPLAY-TOTAL
                    DELIMITED BY SIZE INTO rpt-line
           END-IF
           PERFORM WRITE-CLEANUP-LINE
           MOVE TOTAL-FREED TO DISPLAY-TOTAL
           STRING "Freigegeben (Bytes):   " DISPLAY-TOTAL
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-CLEANUP-LINE
           MOVE TOTAL-SKIPPED TO DISPLAY-TOTAL
           STRING "Gesperrt uebersprungen:" DISPLAY-TOTAL
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-CLEANUP-LINE
           MOVE TOTAL-WARNINGS TO DISPLAY-TOTAL
           STRING "Wachstumswarnungen:    " DISPLAY-TOTAL
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-CLEANUP-LINE
           MOVE TOTAL-ERRORS TO DISPLAY-TOTAL
           STRING "Loeschfehler:          " DISPLAY-TOTAL
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-CLEANUP-LINE
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest

           IF RUN-MODE = 'L'
             PERFORM SAVE-HISTORY
           END-IF

           DISPLAY "Geloescht: " TOTAL-DELETED
                   "  Gesperrt: " TOTAL-SKIPPED
                   "  Warnungen: " TOTAL-WARNINGS
                   "  Fehler: " TOTAL-ERRORS
           DISPLAY "Protokoll: " rpt-filename

           MOVE 'E' TO JJ-EVENT
           MOVE TOTAL-DELETED TO JJ-RECORDS
           IF TOTAL-ERRORS > 0
             MOVE "FAIL" TO JJ-RESULT
           ELSE
             MOVE "OK" TO JJ-RESULT
           END-IF
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

       STOP RUN.

       PROCESS-PATTERN.
           MOVE IV-RECORD (inv-index) TO DatasetInvRecord
           IF dv-pattern = SPACES
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PLACEHOLDER
           PERFORM FIND-HISTORY
           MOVE 0 TO FILE-COUNT
           MOVE 'N' TO FILE-TABLE-FULL
           EVALUATE PH-TYPE
             WHEN 'D'
               PERFORM SCAN-DAYS
             WHEN 'M'
               PERFORM SCAN-MONTHS
             WHEN 'Y'
               PERFORM SCAN-YEARS
             WHEN 'N'
               PERFORM SCAN-NUMBERS
             WHEN OTHER
               MOVE dv-pattern TO CAND-NAME
               MOVE 0 TO CAND-DATE
               MOVE 0 TO CAND-NUMBER
               PERFORM PROBE-CANDIDATE
           END-EVALUATE
           ADD FILE-COUNT TO TOTAL-FILES
           IF FILE-TABLE-FULL = 'J'
             STRING "WARNUNG " dv-pattern
                    " mehr als 2000 Dateien"
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-CLEANUP-LINE
             ADD 1 TO TOTAL-WARNINGS
           END-IF

           MOVE 'N' TO OWNER-RUNNING
           PERFORM VARYING lock-index FROM 1 BY 1
                   UNTIL lock-index > LOCK-COUNT
             IF LK-HOLDER (lock-index) = dv-owner
               MOVE 'J' TO OWNER-RUNNING
             END-IF
           END-PERFORM

           MOVE 0 TO PATTERN-TOTAL
           MOVE 0 TO PATTERN-DELETED
           MOVE 0 TO PATTERN-FREED
           IF FILE-COUNT > 0
             MOVE FILE-COUNT TO DISPLAY-COUNT
             STRING dv-pattern " " dv-owner " Kl." dv-class
                    " halten " dv-keep " Dat." DISPLAY-COUNT
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-CLEANUP-LINE
             IF OWNER-RUNNING = 'J'
               STRING "  " dv-owner " laeuft laut RESLOCK.DAT"
                      " - Muster wird nicht bereinigt"
                      DELIMITED BY SIZE INTO rpt-line
               PERFORM WRITE-CLEANUP-LINE
             END-IF
           END-IF
           PERFORM VARYING file-index FROM 1 BY 1
                   UNTIL file-index > FILE-COUNT
             PERFORM CHECK-ONE-FILE
           END-PERFORM
           PERFORM CHECK-GROWTH
           PERFORM UPDATE-HISTORY.

       FIND-PLACEHOLDER.
           MOVE 'F' TO PH-TYPE
           MOVE 0 TO PH-LEN
           MOVE 0 TO PH-POS
           INSPECT dv-pattern TALLYING PH-POS
                   FOR CHARACTERS BEFORE INITIAL "JJJJMMTT"
           IF PH-POS < 30
             MOVE 'D' TO PH-TYPE
             MOVE 8 TO PH-LEN
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PH-POS
           INSPECT dv-pattern TALLYING PH-POS
                   FOR CHARACTERS BEFORE INITIAL "JJJJMM"
           IF PH-POS < 30
             MOVE 'M' TO PH-TYPE
             MOVE 6 TO PH-LEN
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PH-POS
           INSPECT dv-pattern TALLYING PH-POS
                   FOR CHARACTERS BEFORE INITIAL "JJJJ"
           IF PH-POS < 30
             MOVE 'Y' TO PH-TYPE
             MOVE 4 TO PH-LEN
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PH-POS
           INSPECT dv-pattern TALLYING PH-POS
                   FOR CHARACTERS BEFORE INITIAL "#"
           IF PH-POS < 30
             INSPECT dv-pattern (PH-POS + 1:) TALLYING PH-LEN
                     FOR LEADING "#"
             IF PH-LEN > 9
               MOVE 9 TO PH-LEN
             END-IF
             MOVE 'N' TO PH-TYPE
           END-IF.

       SCAN-DAYS.
           IF dv-class = 'G'
             MOVE 800 TO SCAN-DEPTH
           ELSE
             COMPUTE SCAN-DEPTH = dv-keep + 400
           END-IF
           MOVE 0 TO CAND-NUMBER
           PERFORM VARYING scan-offset FROM 0 BY 1
                   UNTIL scan-offset > SCAN-DEPTH
                      OR FILE-TABLE-FULL = 'J'
             COMPUTE WORK-DAY = BUSINESS-DAY - SCAN-DEPTH
                     + scan-offset
             COMPUTE CAND-DATE = FUNCTION DATE-OF-INTEGER (WORK-DAY)
             MOVE dv-pattern TO CAND-NAME
             MOVE CAND-DATE TO CAND-NAME (PH-POS + 1:8)
             PERFORM PROBE-CANDIDATE
           END-PERFORM.

       SCAN-MONTHS.
           IF dv-class = 'G'
             MOVE 36 TO SCAN-DEPTH
           ELSE
             COMPUTE SCAN-DEPTH = dv-keep / 28 + 14
           END-IF
           MOVE BUSINESS-DATE (1:4) TO WORK-YEAR
           MOVE BUSINESS-DATE (5:2) TO WORK-MONTH
           COMPUTE BASE-SERIAL = WORK-YEAR * 12 + WORK-MONTH - 1
           MOVE 0 TO CAND-NUMBER
           PERFORM VARYING scan-offset FROM 0 BY 1
                   UNTIL scan-offset > SCAN-DEPTH
                      OR FILE-TABLE-FULL = 'J'
             COMPUTE MONTH-SERIAL = BASE-SERIAL - SCAN-DEPTH
                     + scan-offset
             DIVIDE MONTH-SERIAL BY 12 GIVING WORK-YEAR
                    REMAINDER WORK-MONTH
             ADD 1 TO WORK-MONTH
             MOVE dv-pattern TO CAND-NAME
             MOVE WORK-YEAR TO CAND-NAME (PH-POS + 1:4)
             MOVE WORK-MONTH TO CAND-NAME (PH-POS + 5:2)
             IF WORK-MONTH = 12
               COMPUTE CAND-DATE = WORK-YEAR * 10000 + 1231
             ELSE
               COMPUTE WORK-YMD = WORK-YEAR * 10000
                       + (WORK-MONTH + 1) * 100 + 1
               COMPUTE WORK-DAY =
                       FUNCTION INTEGER-OF-DATE (WORK-YMD) - 1
               COMPUTE CAND-DATE =
                       FUNCTION DATE-OF-INTEGER (WORK-DAY)
             END-IF
             PERFORM PROBE-CANDIDATE
           END-PERFORM.

       SCAN-YEARS.
           IF dv-class = 'G'
             MOVE 10 TO SCAN-DEPTH
           ELSE
             COMPUTE SCAN-DEPTH = dv-keep / 365 + 2
           END-IF
           MOVE 0 TO CAND-NUMBER
           PERFORM VARYING scan-offset FROM 0 BY 1
                   UNTIL scan-offset > SCAN-DEPTH
             MOVE BUSINESS-DATE (1:4) TO WORK-YEAR
             COMPUTE WORK-YEAR = WORK-YEAR - SCAN-DEPTH + scan-offset
             MOVE dv-pattern TO CAND-NAME
             MOVE WORK-YEAR TO CAND-NAME (PH-POS + 1:4)
             COMPUTE CAND-DATE = WORK-YEAR * 10000 + 1231
             PERFORM PROBE-CANDIDATE
           END-PERFORM.

       SCAN-NUMBERS.
           COMPUTE NUMBER-MAX = 10 ** PH-LEN - 1
           MOVE 0 TO NUMBER-START
           IF FOUND-HIST > 0
             MOVE HT-RECORD (FOUND-HIST) TO DatasetHistRecord
             MOVE dh-low TO NUMBER-START
           END-IF
           COMPUTE NUMBER-END = NUMBER-START + NUMBER-WINDOW
           IF NUMBER-END > NUMBER-MAX
             MOVE NUMBER-MAX TO NUMBER-END
           END-IF
           MOVE 0 TO CAND-DATE
           PERFORM VARYING CAND-NUMBER FROM NUMBER-START BY 1
                   UNTIL CAND-NUMBER > NUMBER-END
                      OR FILE-TABLE-FULL = 'J'
             MOVE CAND-NUMBER TO NUMBER-DIGITS
             MOVE dv-pattern TO CAND-NAME
             MOVE NUMBER-DIGITS (10 - PH-LEN:PH-LEN)
               TO CAND-NAME (PH-POS + 1:PH-LEN)
             PERFORM PROBE-CANDIDATE
           END-PERFORM.

       PROBE-CANDIDATE.
           CALL "CBL_CHECK_FILE_EXIST" USING CAND-NAME FILE-INFO
             RETURNING CHECK-RC
           END-CALL
           IF CHECK-RC NOT = 0
             EXIT PARAGRAPH
           END-IF
           IF FILE-COUNT = 2000
             MOVE 'J' TO FILE-TABLE-FULL
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO FILE-COUNT
           MOVE CAND-NAME TO FL-NAME (FILE-COUNT)
           MOVE FI-SIZE TO FL-SIZE (FILE-COUNT)
           MOVE CAND-NUMBER TO FL-NUMBER (FILE-COUNT)
           IF CAND-DATE = 0
             COMPUTE FL-DATE (FILE-COUNT) = FI-YEAR * 10000
                     + FI-MONTH * 100 + FI-DAY
           ELSE
             MOVE CAND-DATE TO FL-DATE (FILE-COUNT)
           END-IF.

       CHECK-ONE-FILE.
           MOVE 'N' TO EXPIRED
           EVALUATE dv-class
             WHEN 'W'
             WHEN 'R'
             WHEN 'A'
               IF FL-DATE (file-index) >= 16010101
                 COMPUTE AGE-DAYS = BUSINESS-DAY -
                         FUNCTION INTEGER-OF-DATE (FL-DATE (file-index))
                 IF AGE-DAYS > dv-keep
                   MOVE 'J' TO EXPIRED
                 END-IF
               END-IF
             WHEN 'G'
               IF file-index + dv-keep <= FILE-COUNT
                 MOVE 'J' TO EXPIRED
               END-IF
           END-EVALUATE
           IF EXPIRED = 'N'
             ADD FL-SIZE (file-index) TO PATTERN-TOTAL
             EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO FILE-LOCKED
           PERFORM VARYING lock-index FROM 1 BY 1
                   UNTIL lock-index > LOCK-COUNT
             IF LK-RESOURCE (lock-index) = FL-NAME (file-index)
               MOVE 'J' TO FILE-LOCKED
             END-IF
           END-PERFORM
           MOVE FL-SIZE (file-index) TO DISPLAY-SIZE
           IF GLOBAL-LOCKED = 'J' OR OWNER-RUNNING = 'J'
              OR FILE-LOCKED = 'J'
             ADD FL-SIZE (file-index) TO PATTERN-TOTAL
             ADD 1 TO TOTAL-SKIPPED
             MOVE "gesperrt" TO ACTION-TEXT
             PERFORM WRITE-FILE-LINE
             EXIT PARAGRAPH
           END-IF
           IF RUN-MODE = 'P'
             ADD 1 TO PATTERN-DELETED
             ADD FL-SIZE (file-index) TO PATTERN-FREED
             ADD 1 TO TOTAL-DELETED
             ADD FL-SIZE (file-index) TO TOTAL-FREED
             MOVE "zu loeschen" TO ACTION-TEXT
             PERFORM WRITE-FILE-LINE
             EXIT PARAGRAPH
           END-IF
           MOVE FL-NAME (file-index) TO DELETE-NAME
           CALL "CBL_DELETE_FILE" USING DELETE-NAME
             RETURNING DELETE-RC
           END-CALL
           IF DELETE-RC = 0
             ADD 1 TO PATTERN-DELETED
             ADD FL-SIZE (file-index) TO PATTERN-FREED
             ADD 1 TO TOTAL-DELETED
             ADD FL-SIZE (file-index) TO TOTAL-FREED
             MOVE "geloescht" TO ACTION-TEXT
             PERFORM WRITE-FILE-LINE
           ELSE
             ADD FL-SIZE (file-index) TO PATTERN-TOTAL
             ADD 1 TO TOTAL-ERRORS
             MOVE "FEHLER" TO ACTION-TEXT
             PERFORM WRITE-FILE-LINE
             DISPLAY "Loeschfehler " DELETE-NAME " rc=" DELETE-RC
           END-IF.

       WRITE-FILE-LINE.
           STRING "  " ACTION-TEXT " " FL-NAME (file-index) " "
                  DISPLAY-SIZE " Bytes"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-CLEANUP-LINE.

       CHECK-GROWTH.
           IF dv-growth = 0 OR FOUND-HIST = 0
             EXIT PARAGRAPH
           END-IF
           MOVE HT-RECORD (FOUND-HIST) TO DatasetHistRecord
           MOVE dh-total TO PREVIOUS-TOTAL
           IF PREVIOUS-TOTAL = 0 OR PATTERN-TOTAL <= PREVIOUS-TOTAL
             EXIT PARAGRAPH
           END-IF
           COMPUTE GROWTH-PCT =
                   (PATTERN-TOTAL - PREVIOUS-TOTAL) * 100
                   / PREVIOUS-TOTAL
           IF GROWTH-PCT > dv-growth
             ADD 1 TO TOTAL-WARNINGS
             MOVE GROWTH-PCT TO DISPLAY-PCT
             STRING "  WARNUNG Wachstum " DISPLAY-PCT " % seit "
                    dh-date " (Grenze " dv-growth " %)"
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-CLEANUP-LINE
             MOVE PREVIOUS-TOTAL TO DISPLAY-SIZE
             STRING "    vorher " DISPLAY-SIZE " Bytes"
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-CLEANUP-LINE
             MOVE PATTERN-TOTAL TO DISPLAY-SIZE
             STRING "    jetzt  " DISPLAY-SIZE " Bytes"
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-CLEANUP-LINE
             DISPLAY "WARNUNG: " dv-pattern " waechst um "
                     DISPLAY-PCT " %"
           END-IF.

       UPDATE-HISTORY.
           IF FOUND-HIST = 0
             IF HIST-COUNT = 150
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO HIST-COUNT
             MOVE HIST-COUNT TO FOUND-HIST
             MOVE SPACES TO DatasetHistRecord
             MOVE dv-pattern TO dh-pattern
             MOVE 0 TO dh-low
           ELSE
             MOVE HT-RECORD (FOUND-HIST) TO DatasetHistRecord
           END-IF
           MOVE PATTERN-TOTAL TO dh-total
           COMPUTE dh-files = FILE-COUNT - PATTERN-DELETED
           MOVE BUSINESS-DATE TO dh-date
           IF PH-TYPE = 'N' AND FILE-COUNT > 0
             PERFORM FIND-NEW-LOW
             MOVE NEW-LOW TO dh-low
           END-IF
           MOVE DatasetHistRecord TO HT-RECORD (FOUND-HIST).

       FIND-NEW-LOW.
           COMPUTE NEW-LOW = FL-NUMBER (FILE-COUNT) + 1
           PERFORM VARYING file-index FROM FILE-COUNT BY -1
                   UNTIL file-index < 1
             MOVE FL-NAME (file-index) TO CAND-NAME
             CALL "CBL_CHECK_FILE_EXIST" USING CAND-NAME FILE-INFO
               RETURNING CHECK-RC
             END-CALL
             IF CHECK-RC = 0
               MOVE FL-NUMBER (file-index) TO NEW-LOW
             END-IF
           END-PERFORM.

       FIND-HISTORY.
           MOVE 0 TO FOUND-HIST
           PERFORM VARYING hist-index FROM 1 BY 1
                   UNTIL hist-index > HIST-COUNT
             MOVE HT-RECORD (hist-index) TO DatasetHistRecord
             IF dh-pattern = dv-pattern
               MOVE hist-index TO FOUND-HIST
               EXIT PERFORM
             END-IF
           END-PERFORM.

       LOAD-INVENTORY.
           MOVE 0 TO INV-COUNT
           MOVE 0 TO eof
           OPEN INPUT InventoryFile
           IF INV-STATUS NOT = "00"
             PERFORM CREATE-DEFAULT-INVENTORY
             OPEN INPUT InventoryFile
           END-IF
           READ InventoryFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1 OR INV-COUNT = 150
             ADD 1 TO INV-COUNT
             MOVE DatasetInvRecord TO IV-RECORD (INV-COUNT)
             READ InventoryFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           IF eof = 0
             DISPLAY "ABBRUCH: DSINV.DAT groesser als 150"
                     " Eintraege."
             STOP RUN
           END-IF
           CLOSE InventoryFile
           MOVE 0 TO eof.

       CREATE-DEFAULT-INVENTORY.
           DISPLAY "DSINV.DAT nicht vorhanden - Standardinventar"
                   " wird angelegt."
           OPEN OUTPUT InventoryFile
           PERFORM VARYING inv-index FROM 1 BY 1
                   UNTIL inv-index > DEFAULT-INV-COUNT
             MOVE DEFAULT-INV (inv-index) TO DatasetInvRecord
             WRITE DatasetInvRecord
           END-PERFORM
           CLOSE InventoryFile.

       LOAD-HISTORY.
           MOVE 0 TO HIST-COUNT
           MOVE 0 TO eof
           OPEN INPUT HistoryFile
           IF HIST-STATUS = "00"
             READ HistoryFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR HIST-COUNT = 150
               ADD 1 TO HIST-COUNT
               MOVE DatasetHistRecord TO HT-RECORD (HIST-COUNT)
               READ HistoryFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE HistoryFile
           END-IF
           MOVE 0 TO eof.

       SAVE-HISTORY.
           OPEN OUTPUT HistoryFile
           PERFORM VARYING hist-index FROM 1 BY 1
                   UNTIL hist-index > HIST-COUNT
             MOVE HT-RECORD (hist-index) TO DatasetHistRecord
             WRITE DatasetHistRecord
           END-PERFORM
           CLOSE HistoryFile.

       LOAD-LOCKS.
           MOVE 0 TO LOCK-COUNT
           MOVE 0 TO eof
           OPEN INPUT LockFile
           IF LOCK-STATUS = "00"
             READ LockFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF rl-state = 'L' AND LOCK-COUNT < 50
                 ADD 1 TO LOCK-COUNT
                 MOVE rl-resource TO LK-RESOURCE (LOCK-COUNT)
                 MOVE rl-holder TO LK-HOLDER (LOCK-COUNT)
                 IF rl-resource = "GLOBAL"
                   MOVE 'J' TO GLOBAL-LOCKED
                   MOVE rl-holder TO GLOBAL-HOLDER
                 END-IF
               END-IF
               READ LockFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE LockFile
           END-IF
           MOVE 0 TO eof.

       WRITE-CLEANUP-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.
