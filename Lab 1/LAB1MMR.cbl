      *  OUTPUT: MMRPT.TXT -- RANKED WITHIN REGION, THEN THE
      *          COMPANY TOP TEN.  A SALESPERSON WITH NO PRIOR-
      *          MONTH ROW SHOWS 'NEW' INSTEAD OF A PERCENT.
      *
      *  A SALESPERSON TRANSFERRED BETWEEN REGIONS HAS ONE HISTORY
      *  ROW PER REGION FOR THE MONTH OF THE MOVE.  EACH REGION'S
      *  PAGE RANKS ONLY THE SHARE CREDITED TO IT, PAIRED WITH THE
      *  SAME REGION'S SHARE OF THE PRIOR MONTH, AND TAGS THE
      *  ATTAINMENT COLUMN 'XFR' SINCE THE QUOTA COVERS THE WHOLE
      *  PERSON.  THE COMPANY TOP TEN RANKS EACH SALESPERSON WHOLE.
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          05  RG-REGION-CODE           PIC X(10).
          05  RG-REGION-NAME           PIC X(20).
          05  RG-MANAGER               PIC X(20).
          05  RG-ACTIVE                PIC X.
      *
       FD    MMR-REPORT-FILE.
       01    MMR-REPORT-REC    PIC X(132).
                   10    WS-RM-NAME          PIC X(20).
                   10    WS-RM-MGR           PIC X(20).

      *ONE ENTRY PER SALESPERSON PER REGION SEEN IN EITHER MONTH.
      *WS-R-HAS-CUR IS 'Y' ON AN ENTRY WITH A ROW FOR THE REPORT
      *MONTH.  WS-R-SPLIT IS 'Y' ON EVERY ENTRY OF A SALESPERSON
      *CREDITED TO MORE THAN ONE REGION IN THE REPORT MONTH ITSELF
      *(A MOVE LAST MONTH LEAVES ONLY A PRIOR-MONTH ROW UNDER THE
      *OLD REGION, WHICH IS NOT A SPLIT).  THE TABLE
      *IS SORTED TWICE: BY REGION AND CURRENT DOLLARS FOR THE
      *REGIONAL PAGES, THEN BY CURRENT DOLLARS ALONE FOR THE
      *COMPANY TOP TEN
                   10    WS-R-HAS-PRIOR      PIC X.
                   10    WS-R-DOLLAR-QUOTA   PIC 9(7)V99.
                   10    WS-R-HAS-QUOTA      PIC X.
                   10    WS-R-SPLIT          PIC X.
                   10    WS-R-HAS-CUR        PIC X.

       01    WS-SWAP-ENTRY                   PIC X(66).

      *************************OUTPUT AREA**************************
       01 REPORT-HEADER.
           PERFORM 170-LOAD-QUOTAS-RTN
           PERFORM 185-SORT-BY-REGION-RTN
           PERFORM 190-WRITE-REGION-PAGES-RTN
           PERFORM 205-FOLD-SPLITS-RTN
           PERFORM 210-SORT-BY-DOLLARS-RTN
           PERFORM 220-WRITE-TOP-TEN-RTN
           PERFORM 250-CLOSE-ROUTINE
       150-LOAD-HISTORY-RTN.

      *COLLECT THE REPORT MONTH AND THE PRIOR MONTH INTO ONE ENTRY
      *PER SALESPERSON PER REGION.  THE NAME COMES FROM WHICHEVER
      *ROW ARRIVES -- THE REPORT MONTH'S ROW WINS WHEN BOTH EXIST,
      *SINCE IT IS NEWER

           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
                   ' OR ' WS-PRIOR-MONTH ' - NOTHING TO RANK'
               MOVE 8 TO RETURN-CODE
           END-IF

      *FLAG EVERY ENTRY OF A SALESPERSON WHO SHOWS UP UNDER MORE
      *THAN ONE REGION IN THE REPORT MONTH

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RANK-COUNT
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-RANK-COUNT
                   IF WS-IDX2 NOT = WS-IDX
                       AND WS-R-EMP-ID(WS-IDX2) = WS-R-EMP-ID(WS-IDX)
                       AND WS-R-HAS-CUR(WS-IDX)  = 'Y'
                       AND WS-R-HAS-CUR(WS-IDX2) = 'Y'
                       MOVE 'Y' TO WS-R-SPLIT(WS-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
      *
       160-STORE-HISTORY-RTN.
                   UNTIL WS-SUB > WS-RANK-COUNT
                   OR WS-FOUND-SUB > ZERO
               IF WS-R-EMP-ID(WS-SUB) = HS-EMP-ID
                   AND WS-R-REGION(WS-SUB) = HS-REGION
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
               MOVE 'N'       TO WS-R-HAS-PRIOR(WS-FOUND-SUB)
               MOVE ZERO      TO WS-R-DOLLAR-QUOTA(WS-FOUND-SUB)
               MOVE 'N'       TO WS-R-HAS-QUOTA(WS-FOUND-SUB)
               MOVE 'N'       TO WS-R-SPLIT(WS-FOUND-SUB)
               MOVE 'N'       TO WS-R-HAS-CUR(WS-FOUND-SUB)
           END-IF

           IF HS-MONTH = WS-REPORT-MONTH
               MOVE HS-MTH-DOLLARS
                   TO WS-R-CUR-DOLLARS(WS-FOUND-SUB)
               MOVE 'Y' TO WS-R-HAS-CUR(WS-FOUND-SUB)
               MOVE HS-NAME   TO WS-R-NAME(WS-FOUND-SUB)
           ELSE
               MOVE HS-MTH-DOLLARS
                   TO WS-R-PRIOR-DOLLARS(WS-FOUND-SUB)
       187-SWAP-ENTRIES-RTN.

      *WS-SWAP-ENTRY IS A BYTE BUCKET THE SAME SIZE AS ONE ENTRY
      *(5 + 20 + 10 + 9 + 9 + 1 + 9 + 1 + 1 = 65)

           MOVE WS-RANK-ENTRY(WS-IDX)     TO WS-SWAP-ENTRY
           MOVE WS-RANK-ENTRY(WS-MAX-IDX) TO WS-RANK-ENTRY(WS-IDX)
               MOVE 'N/Q' TO DL-ATT-TAG-OUT
           END-IF

      *A REGION'S SHARE OF A TRANSFERRED SALESPERSON HAS NO QUOTA
      *OF ITS OWN -- THE QUOTA COVERS THE WHOLE PERSON

           IF WS-R-SPLIT(WS-IDX) = 'Y'
               MOVE ZERO  TO DL-ATT-OUT
               MOVE 'XFR' TO DL-ATT-TAG-OUT
           END-IF

           MOVE DETAIL-LINE TO MMR-REPORT-REC
           WRITE MMR-REPORT-REC AFTER
                ADVANCING 1 LINE
           .
      *
       205-FOLD-SPLITS-RTN.

      *THE REGION PAGES ARE DONE.  FOLD EACH TRANSFERRED
      *SALESPERSON'S REGION SHARES BACK INTO THEIR FIRST ENTRY SO
      *THE COMPANY TOP TEN RANKS THE WHOLE PERSON, THEN CLOSE UP
      *THE TABLE OVER THE ENTRIES FOLDED AWAY ('D').  THIS TAKES
      *EVERY SALESPERSON WITH MORE THAN ONE ENTRY, NOT JUST THE
      *SPLITS -- ONE WHO MOVED LAST MONTH HAS A PRIOR-MONTH ENTRY
      *UNDER THE OLD REGION THAT BELONGS WITH THE NEW ONE

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RANK-COUNT
               IF WS-R-SPLIT(WS-IDX) NOT = 'D'
                   MOVE 'N' TO WS-R-SPLIT(WS-IDX)
                   PERFORM VARYING WS-IDX2 FROM WS-IDX BY 1
                           UNTIL WS-IDX2 > WS-RANK-COUNT
                       IF WS-IDX2 NOT = WS-IDX
                           AND WS-R-EMP-ID(WS-IDX2) =
                               WS-R-EMP-ID(WS-IDX)
                           ADD WS-R-CUR-DOLLARS(WS-IDX2)
                               TO WS-R-CUR-DOLLARS(WS-IDX)
                           ADD WS-R-PRIOR-DOLLARS(WS-IDX2)
                               TO WS-R-PRIOR-DOLLARS(WS-IDX)
                           IF WS-R-HAS-PRIOR(WS-IDX2) = 'Y'
                               MOVE 'Y' TO WS-R-HAS-PRIOR(WS-IDX)
                           END-IF
                           MOVE 'D' TO WS-R-SPLIT(WS-IDX2)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-SUB
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RANK-COUNT
               IF WS-R-SPLIT(WS-IDX) NOT = 'D'
                   ADD 1 TO WS-SUB
                   IF WS-SUB NOT = WS-IDX
                       MOVE WS-RANK-ENTRY(WS-IDX)
                           TO WS-RANK-ENTRY(WS-SUB)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-SUB TO WS-RANK-COUNT
           .
      *
       210-SORT-BY-DOLLARS-RTN.

