             10  YTD-PROD-QTY          PIC 9(7).
             10  YTD-PROD-MTD-QTY      PIC S9(7).
          05  YTD-MTD-DOLLARS          PIC S9(7)V99.
          05  YTD-XFER-ENTRY OCCURS 2 TIMES.
             10  YTD-XFER-REGION       PIC X(10).
             10  YTD-XFER-MTD-QTY      PIC S9(7) OCCURS 12 TIMES.
             10  YTD-XFER-MTD-DOLLARS  PIC S9(7)V99.

      * SAME LAYOUT LAB1EOM WRITES

          05  JR-RUN-TIME              PIC X(8).
          05  JR-BATCH-DATE            PIC X(8).
          05  JR-BATCH-REGION          PIC X(10).
          05  JR-SOURCE-REC            PIC X(53).
          05  JR-BEFORE-IMAGE          PIC X(472).
          05  JR-AFTER-IMAGE           PIC X(472).
      *
       FD    INQ-REPORT-FILE.
       01    INQ-REPORT-REC    PIC X(132).
                   10  WS-BR-PROD-QTY        PIC 9(7).
                   10  WS-BR-MTD-QTY         PIC S9(7).
             05    WS-BR-MTD-DOLLARS         PIC S9(7)V99.
             05    FILLER                    PIC X(206).

       01    WS-AFTER-ROW.
             05    WS-AR-EMP-ID              PIC X(5).
                   10  WS-AR-PROD-QTY        PIC 9(7).
                   10  WS-AR-MTD-QTY         PIC S9(7).
             05    WS-AR-MTD-DOLLARS         PIC S9(7)V99.
             05    FILLER                    PIC X(206).

      *THE SOURCE DAILY RECORD CARRIED ON THE JOURNAL, WITH THE
      *SAME FIELD BREAKDOWN THE DAILY PROGRAMS SEE
             05    WS-SR-NAME                PIC X(20).
             05    WS-SR-PROD-CODE           PIC X(4).
             05    WS-SR-QTY                 PIC X(3).
             05    WS-SR-CUST-ACCT           PIC X(8).
             05    WS-SR-INVOICE-NO          PIC X(8).
             05    WS-SR-INVOICE-LINE        PIC X(3).

      *************************OUTPUT AREA**************************
       01 STATEMENT-HEADER.
