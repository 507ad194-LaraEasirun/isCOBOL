        01 BALANCE-DELTA PIC S9(9)V99.
        01 MOVED-COUNT PIC 9(5) VALUE 0.
        01 WORK-LINE PIC X(72).
        01 SNAP-HASH PIC S9(13)V99 VALUE 0.
        copy "ctltotal-request.cpy".
        copy "date-time.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
             MOVE account-balance TO snap-balance
             MOVE daily-withdrawn TO snap-withdrawn
             WRITE SnapshotRecord
             ADD snap-balance TO SNAP-HASH
             MOVE 0 TO daily-withdrawn
             REWRITE PinRecord
             ADD 1 TO RESET-COUNT
           CLOSE PinNumbers
           CLOSE Snapshot

           MOVE 'W' TO ctl-action
           MOVE SNAP-FILENAME TO ctl-file
           MOVE "BANK-EOD" TO ctl-job
           MOVE RESET-COUNT TO ctl-records
           MOVE SNAP-HASH TO ctl-hash
           CALL "CTLTOTAL" USING CtlTotalRequest

           OPEN OUTPUT MovementReport
           IF PREV-AVAILABLE = 'Y'
             PERFORM COMPARE-SNAPSHOTS
