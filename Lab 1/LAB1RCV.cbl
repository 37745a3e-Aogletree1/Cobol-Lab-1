       FD    YTD-BACKUP-FILE.
       01    YTD-BACKUP-REC.
          05  BK-EMP-ID                PIC X(5).
          05  BK-REST                  PIC X(467).

      * SAME LAYOUT LAB1YTD WRITES

          05  JR-RUN-TIME              PIC X(8).
          05  JR-BATCH-DATE            PIC X(8).
          05  JR-BATCH-REGION          PIC X(10).
          05  JR-SOURCE-REC            PIC X(53).
          05  JR-BEFORE-IMAGE          PIC X(472).
          05  JR-AFTER-IMAGE           PIC X(472).
      *
       FD    YTD-NEW-FILE.
       01    YTD-NEW-REC.
          05  NEW-EMP-ID               PIC X(5).
          05  NEW-REST                 PIC X(467).
      *
       FD    RECOVERY-REPORT-FILE.
       01    RECOVERY-REPORT-REC    PIC X(80).
