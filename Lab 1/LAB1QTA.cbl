      *  SALESPERSON WHO SOLD BUT HAS NO QUOTA IS TAGGED N/Q SO
      *  MANAGEMENT SEES THE SPREADSHEET GAP.
      *
      *  A SALESPERSON TRANSFERRED DURING THE MONTH HAS ONE HISTORY
      *  ROW PER REGION CREDITED.  EACH ROW PRINTS UNDER ITS OWN
      *  REGION SO THE ROLLUPS SPLIT THE VOLUME WHERE IT WAS SOLD.
      *  THE QUOTA COVERS THE WHOLE PERSON, SO IT STAYS ON THE
      *  FIRST ROW READ (THE REGION THE MONTH OPENED IN) AND EVERY
      *  ROW OF THE PERSON TAGS XFR INSTEAD OF A PERCENT.
      *
      *  INPUT:  QTAPARM.DAT  RUN CARD -- THE MONTH (YYYYMM)
      *          QUOTA.DAT    EMP ID, MONTH, UNIT QUOTA, DOLLAR
      *                       QUOTA
          05  RG-REGION-CODE           PIC X(10).
          05  RG-REGION-NAME           PIC X(20).
          05  RG-MANAGER               PIC X(20).
          05  RG-ACTIVE                PIC X.
      *
       FD    QTA-REPORT-FILE.
       01    QTA-REPORT-REC    PIC X(132).
                   10    WS-RM-NAME          PIC X(20).
                   10    WS-RM-MGR           PIC X(20).

      *ONE ENTRY PER SALESPERSON PER REGION SEEN ON EITHER SIDE --
      *QUOTA, ACTUALS, OR BOTH.  SORTED BY REGION FOR THE CONTROL
      *BREAK.  WS-T-SPLIT IS 'Y' ON EVERY ENTRY OF A SALESPERSON
      *CREDITED TO MORE THAN ONE REGION.  THE SWAP AREA IS A BYTE
      *BUCKET THE SAME SIZE AS ONE ENTRY
      *(5 + 20 + 10 + 8 + 9 + 6 + 9 + 1 + 1 + 1 = 70)

       01    WS-ATT-AREAS.
             05    WS-ATT-COUNT              PIC 9(4) VALUE ZERO.
                   10    WS-T-DOLLAR-QUOTA   PIC 9(7)V99.
                   10    WS-T-HAS-QUOTA      PIC X.
                   10    WS-T-HAS-ACTUAL     PIC X.
                   10    WS-T-SPLIT          PIC X.

       01    WS-SWAP-ENTRY                   PIC X(70).

      *************************OUTPUT AREA**************************
       01 REPORT-HEADER.
           MOVE ZERO   TO WS-T-DOLLAR-QUOTA(WS-FOUND-SUB)
           MOVE 'N'    TO WS-T-HAS-QUOTA(WS-FOUND-SUB)
           MOVE 'N'    TO WS-T-HAS-ACTUAL(WS-FOUND-SUB)
           MOVE 'N'    TO WS-T-SPLIT(WS-FOUND-SUB)
           .
      *
       150-LOAD-HISTORY-RTN.
      *
       155-STORE-HISTORY-RTN.

      *A QUOTA-ONLY ENTRY (NO REGION YET) IS CLAIMED BY THE FIRST
      *HISTORY ROW; A SECOND REGION'S ROW FOR THE SAME SALESPERSON
      *OPENS ITS OWN ENTRY AND FLAGS THE PERSON AS SPLIT

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-ATT-COUNT
                   OR WS-FOUND-SUB > ZERO
               IF WS-T-EMP-ID(WS-IDX2) = HS-EMP-ID
                   AND (WS-T-REGION(WS-IDX2) = HS-REGION
                   OR WS-T-HAS-ACTUAL(WS-IDX2) = 'N')
                   MOVE WS-IDX2 TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               PERFORM 149-NEW-ENTRY-RTN
               MOVE HS-EMP-ID TO WS-T-EMP-ID(WS-FOUND-SUB)
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-ATT-COUNT
                   IF WS-T-EMP-ID(WS-IDX2) = HS-EMP-ID
                       AND WS-IDX2 NOT = WS-FOUND-SUB
                       MOVE 'Y' TO WS-T-SPLIT(WS-IDX2)
                       MOVE 'Y' TO WS-T-SPLIT(WS-FOUND-SUB)
                   END-IF
               END-PERFORM
           END-IF

           MOVE HS-NAME   TO WS-T-NAME(WS-FOUND-SUB)
               MOVE 'N/Q' TO DL-TAG-OUT
           END-IF

      *ONE REGION'S SHARE OF A TRANSFERRED SALESPERSON IS NOT
      *MEASURED AGAINST THE WHOLE PERSON'S QUOTA

           IF WS-T-SPLIT(WS-IDX) = 'Y'
               MOVE ZERO  TO DL-PCT-OUT
               MOVE 'XFR' TO DL-TAG-OUT
           END-IF

           ADD WS-T-UNITS(WS-IDX)        TO WS-RGN-UNITS
           ADD WS-T-UNIT-QUOTA(WS-IDX)   TO WS-RGN-UNIT-QUOTA
           ADD WS-T-DOLLARS(WS-IDX)      TO WS-RGN-DOLLARS
