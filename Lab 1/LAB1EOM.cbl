      *  THE LAST POSTING OF ONE MONTH AND THE FIRST POSTING OF
      *  THE NEXT.
      *
      *  A SALESPERSON TRANSFERRED DURING THE MONTH CARRIES THE
      *  OTHER REGIONS' SHARE IN THE ROW'S TRANSFER SLOTS (LAB1YTD
      *  FILLS THEM BY BATCH DATE).  EACH REGION GETS ITS OWN
      *  HISTORY ROW FOR THE MONTH, SO THE REGIONAL ROLLUPS SPLIT
      *  THE SALESPERSON BETWEEN OLD AND NEW TERRITORY.
      *
      *  THE MONTH TO CLOSE COMES FROM THE EOMPARM.DAT RUN CARD,
      *  AND ONLY ROWS WHOSE OPEN PERIOD MATCHES IT ARE CLOSED --
      *  AN ACCIDENTAL SECOND RUN CLOSES NOTHING INSTEAD OF
      *  INPUT:  EOMPARM.DAT   RUN CARD -- THE MONTH TO CLOSE
      *          SALESYTD.DAT  THE YTD MASTER (UPDATED IN PLACE)
      *  OUTPUT: SALESHST.DAT  ONE HISTORY ROW PER SALESPERSON PER
      *                        REGION PER CLOSED MONTH (EXTENDED,
      *                        NEVER CUT)
      *          EOMRPT.TXT    CLOSE ACCOUNTING FOR OPERATIONS
      **********************************************************
       ENVIRONMENT DIVISION.
             10  YTD-PROD-QTY          PIC 9(7).
             10  YTD-PROD-MTD-QTY      PIC S9(7).
          05  YTD-MTD-DOLLARS          PIC S9(7)V99.
          05  YTD-XFER-ENTRY OCCURS 2 TIMES.
             10  YTD-XFER-REGION       PIC X(10).
             10  YTD-XFER-MTD-QTY      PIC S9(7) OCCURS 12 TIMES.
             10  YTD-XFER-MTD-DOLLARS  PIC S9(7)V99.

      * ONE ROW PER SALESPERSON PER REGION PER CLOSED MONTH.  LAB1MMR
      * READS THIS FILE FOR THE MONTH-OVER-MONTH REPORT

       FD    SALES-HISTORY-FILE.
       01    SALES-HISTORY-REC.
             05    WS-PX                     PIC 9(2) VALUE ZERO.
             05    WS-PROD-MAX               PIC 9(2) VALUE 12.
             05    WS-CLOSED-COUNT           PIC 9(6) VALUE ZERO.
             05    WS-SPLIT-COUNT            PIC 9(6) VALUE ZERO.
             05    WS-XX                     PIC 9 VALUE ZERO.
             05    WS-XFER-MAX               PIC 9 VALUE 2.
             05    WS-FIRST-MONTH            PIC X(6) VALUE SPACES.
             05    WS-NEXT-MONTH             PIC X(6) VALUE SPACES.
             05    WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
               MOVE YTD-CUR-MONTH TO WS-FIRST-MONTH
           END-IF

      *THE ROW'S OWN REGION GETS THE MONTH LESS WHAT THE TRANSFER
      *SLOTS HOLD; EACH SLOT IN USE THEN FILES ITS REGION'S SHARE

           MOVE SPACES        TO SALES-HISTORY-REC
           MOVE YTD-CUR-MONTH TO HS-MONTH
           MOVE YTD-EMP-ID    TO HS-EMP-ID
               MOVE YTD-PROD-MTD-QTY(WS-PX) TO HS-MTH-QTY(WS-PX)
           END-PERFORM
           MOVE YTD-MTD-DOLLARS TO HS-MTH-DOLLARS
           PERFORM VARYING WS-XX FROM 1 BY 1
                   UNTIL WS-XX > WS-XFER-MAX
               IF YTD-XFER-REGION(WS-XX) NOT = SPACES
                   PERFORM VARYING WS-PX FROM 1 BY 1
                           UNTIL WS-PX > WS-PROD-MAX
                       SUBTRACT YTD-XFER-MTD-QTY(WS-XX, WS-PX)
                           FROM HS-MTH-QTY(WS-PX)
                   END-PERFORM
                   SUBTRACT YTD-XFER-MTD-DOLLARS(WS-XX)
                       FROM HS-MTH-DOLLARS
               END-IF
           END-PERFORM
           WRITE SALES-HISTORY-REC

           PERFORM VARYING WS-XX FROM 1 BY 1
                   UNTIL WS-XX > WS-XFER-MAX
               IF YTD-XFER-REGION(WS-XX) NOT = SPACES
                   MOVE YTD-XFER-REGION(WS-XX) TO HS-REGION
                   PERFORM VARYING WS-PX FROM 1 BY 1
                           UNTIL WS-PX > WS-PROD-MAX
                       MOVE YTD-XFER-MTD-QTY(WS-XX, WS-PX)
                           TO HS-MTH-QTY(WS-PX)
                   END-PERFORM
                   MOVE YTD-XFER-MTD-DOLLARS(WS-XX) TO HS-MTH-DOLLARS
                   WRITE SALES-HISTORY-REC
                   ADD 1 TO WS-SPLIT-COUNT
               END-IF
           END-PERFORM

      *ROLL THE PERIOD: DECEMBER OPENS JANUARY OF THE NEXT YEAR

           MOVE YTD-CUR-MONTH TO WS-NEXT-MONTH
               MOVE ZERO TO YTD-PROD-MTD-QTY(WS-PX)
           END-PERFORM
           MOVE ZERO TO YTD-MTD-DOLLARS
           PERFORM VARYING WS-XX FROM 1 BY 1
                   UNTIL WS-XX > WS-XFER-MAX
               MOVE SPACES TO YTD-XFER-REGION(WS-XX)
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PROD-MAX
                   MOVE ZERO TO YTD-XFER-MTD-QTY(WS-XX, WS-PX)
               END-PERFORM
               MOVE ZERO TO YTD-XFER-MTD-DOLLARS(WS-XX)
           END-PERFORM

           REWRITE YTD-MASTER-REC
               INVALID KEY
           WRITE EOM-REPORT-REC AFTER
                ADVANCING 1 LINE

           MOVE 'TRANSFER SPLIT ROWS       ' TO CL-LABEL-OUT
           MOVE WS-SPLIT-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO EOM-REPORT-REC
           WRITE EOM-REPORT-REC AFTER
                ADVANCING 1 LINE

           MOVE 'ROWS SKIPPED (OTHER MONTH)' TO CL-LABEL-OUT
           MOVE WS-SKIPPED-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO EOM-REPORT-REC
