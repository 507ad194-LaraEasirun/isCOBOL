               05 sj-price     PIC 9V99.
               05 sj-paid      PIC 9V99.
               05 sj-change    PIC 9V99.
               05 sj-method    PIC X.
               05 sj-txn-seq   PIC 9(7).
       FD KasseReport.
           01 ReportLine PIC X(72).
       WORKING-STORAGE SECTION.
             END-READ
             PERFORM UNTIL eof = 1
               IF sj-machine = CT-MACHINE (cb-index)
                  AND sj-method NOT = 'K'
                 ADD 1 TO SALES-COUNT
                 ADD sj-price TO SALES-TOTAL
               END-IF
