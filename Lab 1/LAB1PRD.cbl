          05  RG-REGION-CODE           PIC X(10).
          05  RG-REGION-NAME           PIC X(20).
          05  RG-MANAGER               PIC X(20).
          05  RG-ACTIVE                PIC X.
      *
       FD    PRD-REPORT-FILE.
       01    PRD-REPORT-REC    PIC X(132).
