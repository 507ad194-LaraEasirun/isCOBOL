              05 gb-debit   PIC 9(11)V99.
              05 gb-credit  PIC 9(11)V99.
       FD GlChart.
           copy "glchart-record.cpy".
       FD TrialBalance.
           01 ReportLine PIC X(90).
       WORKING-STORAGE SECTION.
