             10  YTD-PROD-QTY          PIC 9(7).
             10  YTD-PROD-MTD-QTY      PIC S9(7).
          05  YTD-MTD-DOLLARS          PIC S9(7)V99.
          05  YTD-XFER-ENTRY OCCURS 2 TIMES.
             10  YTD-XFER-REGION       PIC X(10).
             10  YTD-XFER-MTD-QTY      PIC S9(7) OCCURS 12 TIMES.
             10  YTD-XFER-MTD-DOLLARS  PIC S9(7)V99.

      * SAME LAYOUT LAB1MNT MAINTAINS

             10  SU-ORIG-RUN-DATE      PIC X(8).
             10  SU-STATUS             PIC X.
             10  SU-REL-DATE           PIC X(8).
             10  SU-REC-IMAGE          PIC X(53).
          05  SU-CONTROL-DATA REDEFINES SU-DETAIL-DATA.
             10  SU-NEXT-ID            PIC 9(6).
             10  FILLER                PIC X(103).

      * ONE ROW PER SALESPERSON PER CLOSED YEAR

          05  JR-RUN-TIME              PIC X(8).
          05  JR-BATCH-DATE            PIC X(8).
          05  JR-BATCH-REGION          PIC X(10).
          05  JR-SOURCE-REC            PIC X(53).
          05  JR-BEFORE-IMAGE          PIC X(472).
          05  JR-AFTER-IMAGE           PIC X(472).
      *
       FD    YEC-REPORT-FILE.
       01    YEC-REPORT-REC    PIC X(80).
             05    WS-ANNUAL-ZERO            PIC X(3) VALUE 'YES'.
             05    WS-DROP-ROW               PIC X(3) VALUE 'NO'.
             05    WS-JR-ACTION              PIC X VALUE SPACE.
             05    WS-BEFORE-IMAGE           PIC X(472) VALUE SPACES.

      *EMPLOYEES ALREADY SNAPSHOTTED TO THE ANNUAL HISTORY FOR THE
      *CLOSE YEAR -- A RERUN MUST NOT SNAPSHOT THEM TWICE
             05    WS-SI-REC-TYPE            PIC X.
             05    WS-SI-TRAN-CODE           PIC X.
             05    WS-SI-EMP-ID              PIC X(5).
             05    FILLER                    PIC X(46).

      *************************OUTPUT AREA**************************
       01 REPORT-HEADER.
