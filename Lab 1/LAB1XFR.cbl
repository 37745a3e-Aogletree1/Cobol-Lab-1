       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LAB1XFR.
       AUTHOR.     AUSTIN H OGLETREE.
      **********************************************************
      *  This program is the region transfer report.  Every
      *  region move keyed through LAB1MNT lands on the region
      *  assignment history (REGNHST.DAT) with the date it took
      *  effect, and LAB1YTD credits each batch to the region in
      *  effect on its batch date.  For each transfer in the date
      *  range this report shows who moved, from where to where,
      *  when, and the volume that went with them: the net sales
      *  credited to the old region while they sat there, and the
      *  net sales credited to the new region since the move (up
      *  to any later move).
      *
      *  SALES COME FROM THE POSTED-TRANSACTION HISTORY LAB1YTD
      *  WRITES (TRANHST.DAT); RETURNS AND VOIDS COME FROM THE
      *  SOURCE RECORDS ON LAB1YTD'S UPDATE JOURNAL (YTDJRNL.DAT).
      *  EACH IS PRICED AT THE PRICE IN EFFECT ON ITS BATCH DATE
      *  AND LANDS IN THE ASSIGNMENT IN EFFECT ON THAT DATE.
      *
      *  INPUT: XFRPARM.DAT, ONE RUN CARD (OPTIONAL):
      *        FIELD:  from date LENGTH 8   YYYYMMDD, BLANK MEANS
      *                                     NO LOWER LIMIT
      *        FIELD:  to date   LENGTH 8   YYYYMMDD, BLANK MEANS
      *                                     NO UPPER LIMIT
      *        THE RANGE SELECTS TRANSFERS BY EFFECTIVE DATE.
      *
      *        REGNHST.DAT   REGION ASSIGNMENT HISTORY
      *        SALESMST.DAT  SALESPERSON NAMES
      *        REGNMST.DAT   REGION NAMES
      *        TRANHST.DAT   POSTED SALES (READ ONLY)
      *        YTDJRNL.DAT   LAB1YTD'S UPDATE JOURNAL
      *        PRODMST.DAT   THE CATALOG AND CURRENT PRICES
      *        PRODPRC.DAT   DATED PRICES (OPTIONAL)
      *
      *  OUTPUT: XFRRPT.TXT, ONE LINE PER TRANSFER IN EMPLOYEE
      *          AND EFFECTIVE-DATE ORDER
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * THE RUN CARD NAMING THE EFFECTIVE-DATE RANGE

           SELECT XFR-PARM-FILE
               ASSIGN TO 'XFRPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * THE REGION ASSIGNMENT HISTORY LAB1MNT APPENDS TO

           SELECT REGION-HISTORY-FILE
               ASSIGN TO 'REGNHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGNHST-STATUS.

      * INDEXED SALESPERSON REFERENCE MASTER, KEYED BY EMPLOYEE ID

           SELECT SALESPERSON-MASTER
               ASSIGN TO 'SALESMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-EMP-ID
               FILE STATUS IS WS-SALESMST-STATUS.

      * REGION REFERENCE MASTER -- THE REPORT PRINTS THE CODES AS
      * KEYED, BUT A CODE NOT ON THE MASTER IS FLAGGED

           SELECT REGION-MASTER
               ASSIGN TO 'REGNMST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGNMST-STATUS.

      * THE POSTED-TRANSACTION HISTORY LAB1YTD MAINTAINS, READ ONLY

           SELECT TRAN-HISTORY-FILE
               ASSIGN TO 'TRANHST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-TRAN-ID
               FILE STATUS IS WS-TRANHST-STATUS.

      * LAB1YTD'S UPDATE JOURNAL -- THE ONLY PLACE A POSTED RETURN
      * OR VOID IS KEPT WITH ITS SOURCE RECORD

           SELECT YTD-JOURNAL-FILE
               ASSIGN TO 'YTDJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      * THE PRODUCT CATALOG

           SELECT PRODUCT-MASTER
               ASSIGN TO 'PRODMST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODMST-STATUS.

      * DATED PRICE RECORDS, SAME FILE THE DAILY PROGRAMS READ

           SELECT PRODUCT-PRICE-FILE
               ASSIGN TO 'PRODPRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODPRC-STATUS.

      * THE TRANSFER REPORT FOR THE PRINTER

           SELECT XFR-REPORT-FILE
               ASSIGN TO 'XFRRPT.TXT'.

      * THE SHARED RUN LOG -- EVERY PROGRAM IN THE NIGHTLY SEQUENCE
      * APPENDS ONE COMPLETION RECORD HERE; LAB1EOD READS IT AND
      * PRINTS THE END-OF-DAY SCHEDULE STATUS PAGE

           SELECT RUN-LOG-FILE
               ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.

      * SAME NAME AS THE SELECT STATEMENT

       FD    XFR-PARM-FILE.
       01    XFR-PARM-REC.
          05  XP-FROM-DATE             PIC X(8).
          05  XP-TO-DATE               PIC X(8).
          05  FILLER                   PIC X(24).

      * SAME LAYOUT LAB1MNT WRITES -- ONE RECORD PER ASSIGNMENT,
      * RA-EFF-DATE THE FIRST DAY THE REGION IS CREDITED

       FD    REGION-HISTORY-FILE.
       01    REGION-HISTORY-REC.
          05  RA-EMP-ID                PIC X(5).
          05  RA-EFF-DATE              PIC X(8).
          05  RA-REGION                PIC X(10).
          05  RA-ENTRY-DATE            PIC X(8).

      * SAME LAYOUT LAB1MNT MAINTAINS

       FD    SALESPERSON-MASTER.
       01    SALESPERSON-MASTER-REC.
          05  SM-EMP-ID                PIC X(5).
          05  SM-NAME                  PIC X(20).
          05  SM-REGION                PIC X(10).
          05  SM-HIRE-DATE             PIC X(8).
          05  SM-STATUS                PIC X.

      * SAME NAME AS THE SELECT STATEMENT -- SAME LAYOUT LAB1MNT
      * VALIDATES AGAINST

       FD    REGION-MASTER.
       01    REGION-MASTER-REC.
          05  RG-REGION-CODE           PIC X(10).
          05  RG-REGION-NAME           PIC X(20).
          05  RG-MANAGER               PIC X(20).
          05  RG-ACTIVE                PIC X.

      * SAME LAYOUT LAB1YTD MAINTAINS.  RECORD 000000 HOLDS THE
      * NEXT TRANSACTION ID

       FD    TRAN-HISTORY-FILE.
       01    TRAN-HISTORY-REC.
          05  TH-TRAN-ID               PIC 9(6).
          05  TH-DETAIL-DATA.
             10  TH-EMP-ID             PIC X(5).
             10  TH-PROD-CODE          PIC X(4).
             10  TH-QTY                PIC 9(3).
             10  TH-BATCH-DATE         PIC X(8).
             10  TH-BATCH-REGION       PIC X(10).
             10  TH-VOIDED             PIC X.
             10  TH-VOID-DATE          PIC X(8).
             10  TH-CUST-ACCT          PIC X(8).
             10  TH-INVOICE-NO         PIC X(8).
             10  TH-INVOICE-LINE       PIC 9(3).
          05  TH-CONTROL-DATA REDEFINES TH-DETAIL-DATA.
             10  TH-NEXT-ID            PIC 9(6).
             10  FILLER                PIC X(52).

      * SAME LAYOUT LAB1YTD WRITES

       FD    YTD-JOURNAL-FILE.
       01    YTD-JOURNAL-REC.
          05  JR-ACTION                PIC X.
          05  JR-RUN-DATE              PIC X(8).
          05  JR-RUN-TIME              PIC X(8).
          05  JR-BATCH-DATE            PIC X(8).
          05  JR-BATCH-REGION          PIC X(10).
          05  JR-SOURCE-REC            PIC X(53).
          05  JR-BEFORE-IMAGE          PIC X(472).
          05  JR-AFTER-IMAGE           PIC X(472).

      * SAME NAME AS THE SELECT STATEMENT -- THE PRODUCT CATALOG

       FD    PRODUCT-MASTER.
       01    PRODUCT-MASTER-REC.
          05  PM-PROD-CODE             PIC X(4).
          05  PM-DESC                  PIC X(20).
          05  PM-UNIT-PRICE            PIC 9(3)V99.
          05  PM-ACTIVE                PIC X.

      * SAME LAYOUT THE DAILY PROGRAMS READ

       FD    PRODUCT-PRICE-FILE.
       01    PRODUCT-PRICE-REC.
          05  PP-PROD-CODE             PIC X(4).
          05  PP-EFF-DATE              PIC X(8).
          05  PP-UNIT-PRICE            PIC 9(3)V99.
      *
       FD    XFR-REPORT-FILE.
       01    XFR-REPORT-REC    PIC X(132).

      * SAME NAME AS THE SELECT STATEMENT -- ONE COMPLETION RECORD
      * PER RUN, APPENDED AT END OF JOB

       FD    RUN-LOG-FILE.
       01    RUN-LOG-REC.
          05  RL-PROGRAM               PIC X(8).
          05  RL-RUN-DATE              PIC X(8).
          05  RL-RUN-TIME              PIC X(8).
          05  RL-BATCH-DATE            PIC X(8).
          05  RL-BATCH-REGION          PIC X(10).
          05  RL-ACCEPT-COUNT          PIC 9(6).
          05  RL-REJECT-COUNT          PIC 9(6).
          05  RL-RETURN-CODE           PIC 9(2).

      ********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    ARE-THERE-MORE-RECORDS    PIC X(3) VALUE 'YES'.
             05    WS-PARM-STATUS            PIC XX VALUE SPACES.
             05    WS-REGNHST-STATUS         PIC XX VALUE SPACES.
             05    WS-SALESMST-STATUS        PIC XX VALUE SPACES.
             05    WS-TRANHST-STATUS         PIC XX VALUE SPACES.
             05    WS-JOURNAL-STATUS         PIC XX VALUE SPACES.
             05    WS-RUNLOG-STATUS          PIC XX VALUE SPACES.
             05    WS-CUR-DATE               PIC X(8) VALUE SPACES.
             05    WS-CUR-TIME               PIC X(8) VALUE SPACES.
             05    WS-FROM-DATE              PIC X(8) VALUE SPACES.
             05    WS-TO-DATE                PIC X(8) VALUE SPACES.
             05    WS-EMP-ID                 PIC X(5) VALUE SPACES.
             05    WS-BATCH-DATE             PIC X(8) VALUE SPACES.
             05    WS-TRAN-CODE              PIC X VALUE SPACE.
             05    WS-QTY                    PIC 9(3) VALUE ZERO.
             05    WS-PROD-CODE              PIC X(4) VALUE SPACES.
             05    WS-IDX                    PIC 9(4) VALUE ZERO.
             05    WS-IDX2                   PIC 9(4) VALUE ZERO.
             05    WS-MIN-IDX                PIC 9(4) VALUE ZERO.
             05    WS-PREV-IDX               PIC 9(4) VALUE ZERO.
             05    WS-DOLLARS                PIC S9(9)V99 VALUE ZERO.
             05    WS-XFER-COUNT             PIC 9(6) VALUE ZERO.
             05    WS-UNASSIGNED-COUNT       PIC 9(6) VALUE ZERO.
             05    WS-SKIPPED-COUNT          PIC 9(6) VALUE ZERO.
             05    WS-LINE-COUNT             PIC 9(4) VALUE ZERO.
             05    WS-MAX-LINES-PER-PAGE     PIC 9(4) VALUE 55.

      *THE SOURCE DAILY RECORD CARRIED ON THE JOURNAL, WITH THE
      *SAME FIELD BREAKDOWN THE DAILY PROGRAMS SEE

       01    WS-SOURCE-REC.
             05    WS-SR-REC-TYPE            PIC X.
             05    WS-SR-TRAN-CODE           PIC X.
             05    WS-SR-EMP-ID              PIC X(5).
             05    WS-SR-NAME                PIC X(20).
             05    WS-SR-PROD-CODE           PIC X(4).
             05    WS-SR-QTY                 PIC X(3).
             05    WS-SR-QTY-N REDEFINES WS-SR-QTY
                                             PIC 9(3).
             05    WS-SR-CUST-ACCT           PIC X(8).
             05    WS-SR-INVOICE-NO          PIC X(8).
             05    WS-SR-INVOICE-LINE        PIC X(3).

      *THE REGION REFERENCE TABLE, LOADED FROM REGNMST.DAT AT
      *HOUSEKEEPING, AND THE LOOKUP WORK FIELDS

       01    WS-REGMST-AREAS.
             05    WS-REGNMST-STATUS         PIC XX VALUE SPACES.
             05    WS-REGION-COUNT           PIC 9(2) VALUE ZERO.
             05    WS-REGION-MAX             PIC 9(2) VALUE 20.
             05    WS-RGX                    PIC 9(2) VALUE ZERO.
             05    WS-REG-MORE-RECS          PIC X(3) VALUE 'YES'.
             05    WS-REGION-FOUND           PIC X(3) VALUE 'NO'.
             05    WS-REGION-CODE-IN         PIC X(10) VALUE SPACES.

       01    WS-REGMST-TABLE.
             05    WS-RM-ENTRY OCCURS 20 TIMES.
                   10    WS-RM-CODE          PIC X(10).
                   10    WS-RM-NAME          PIC X(20).
                   10    WS-RM-MGR           PIC X(20).

      *THE PRODUCT CATALOG, SAME SHAPE THE DAILY PROGRAMS CARRY

       01    WS-PRODUCT-AREAS.
             05    WS-PRODMST-STATUS         PIC XX VALUE SPACES.
             05    WS-PROD-COUNT             PIC 9(2) VALUE ZERO.
             05    WS-PROD-MAX               PIC 9(2) VALUE 12.
             05    WS-PROD-SUB               PIC 9(2) VALUE ZERO.
             05    WS-PX                     PIC 9(2) VALUE ZERO.
             05    WS-PROD-FOUND             PIC X(3) VALUE 'NO'.
             05    WS-PROD-MORE-RECS         PIC X(3) VALUE 'YES'.

       01    WS-PRODUCT-TABLE.
             05    WS-PROD-ENTRY OCCURS 12 TIMES.
                   10    WS-P-CODE           PIC X(4).
                   10    WS-P-DESC           PIC X(20).
                   10    WS-P-PRICE          PIC 9(3)V99.
                   10    WS-P-ACTIVE         PIC X.

      *THE DATED PRICE TABLE AND THE EFFECTIVE-PRICE WORK FIELDS,
      *SAME SHAPE THE DAILY PROGRAMS CARRY

       01    WS-PRICE-AREAS.
             05    WS-PRODPRC-STATUS         PIC XX VALUE SPACES.
             05    WS-PRICE-COUNT            PIC 9(3) VALUE ZERO.
             05    WS-PRICE-MAX              PIC 9(3) VALUE 200.
             05    WS-PRX                    PIC 9(3) VALUE ZERO.
             05    WS-PRC-MORE-RECS          PIC X(3) VALUE 'YES'.
             05    WS-EFF-PRICE              PIC 9(3)V99 VALUE ZERO.
             05    WS-BEST-DATE              PIC X(8) VALUE SPACES.

       01    WS-PRICE-TABLE.
             05    WS-PRICE-ENTRY OCCURS 200 TIMES.
                   10    WS-PR-CODE          PIC X(4).
                   10    WS-PR-DATE          PIC X(8).
                   10    WS-PR-PRICE         PIC 9(3)V99.

      *ONE ENTRY PER REGNHST.DAT RECORD, SORTED BY EMPLOYEE AND
      *EFFECTIVE DATE, EACH CARRYING THE NET UNITS AND DOLLARS
      *CREDITED WHILE THAT ASSIGNMENT WAS IN EFFECT.  AN ENTRY
      *WITH AN EARLIER ENTRY FOR THE SAME EMPLOYEE IS A TRANSFER
      *FROM THAT ENTRY'S REGION

       01    WS-ASSIGN-AREAS.
             05    WS-ASSIGN-COUNT           PIC 9(4) VALUE ZERO.
             05    WS-ASSIGN-MAX             PIC 9(4) VALUE 2000.
             05    WS-ASSIGN-SUB             PIC 9(4) VALUE ZERO.
             05    WS-AX                     PIC 9(4) VALUE ZERO.

       01    WS-ASSIGN-TABLE.
             05    WS-ASSIGN-ENTRY OCCURS 2000 TIMES.
                   10    WS-AH-EMP-ID        PIC X(5).
                   10    WS-AH-EFF-DATE      PIC X(8).
                   10    WS-AH-REGION        PIC X(10).
                   10    WS-AH-UNITS         PIC S9(7).
                   10    WS-AH-DOLLARS       PIC S9(9)V99.

      *WS-SWAP-ENTRY IS A BYTE BUCKET THE SAME SIZE AS ONE ENTRY
      *(5 + 8 + 10 + 7 + 11 = 41)

       01    WS-SWAP-ENTRY                   PIC X(41).

      *************************OUTPUT AREA**************************
       01 REPORT-HEADER.
          05 FILLER          PIC X(20) VALUE SPACES.
          05 FILLER          PIC X(22)
             VALUE 'REGION TRANSFER REPORT'.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RH-FROM-OUT     PIC X(8).
          05 FILLER          PIC X(4) VALUE ' TO '.
          05 RH-TO-OUT       PIC X(8).
      *
       01 COLUMN-HEADER-1.
          05 FILLER          PIC X(73) VALUE SPACES.
          05 FILLER          PIC X(24)
             VALUE '--- WHILE IN OLD REGION '.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(24)
             VALUE '--- NEW REGION SINCE ---'.
      *
       01 COLUMN-HEADER-2.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(6) VALUE 'EMP ID'.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 FILLER          PIC X(20) VALUE 'NAME'.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(11) VALUE 'FROM'.
          05 FILLER          PIC X(11) VALUE 'TO'.
          05 FILLER          PIC X(9) VALUE 'EFFECTIVE'.
          05 FILLER          PIC X(11) VALUE SPACES.
          05 FILLER          PIC X(8) VALUE '   UNITS'.
          05 FILLER          PIC X(16) VALUE '         DOLLARS'.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(8) VALUE '   UNITS'.
          05 FILLER          PIC X(16) VALUE '         DOLLARS'.
      *
       01 DETAIL-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DL-EMP-ID-OUT   PIC X(5).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DL-NAME-OUT     PIC X(20).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DL-FROM-OUT     PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 DL-TO-OUT       PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 DL-EFF-DATE-OUT PIC X(8).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 DL-FLAG-OUT     PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 DL-OLD-UNITS-OUT  PIC -Z(6)9.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 DL-OLD-DOLLARS-OUT PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DL-NEW-UNITS-OUT  PIC -Z(6)9.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 DL-NEW-DOLLARS-OUT PIC -ZZZ,ZZZ,ZZ9.99.
      *
       01 TOTAL-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(20) VALUE 'TRANSFERS LISTED'.
          05 TL-COUNT-OUT    PIC ZZZ,ZZ9.
      *
       01 MESSAGE-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 ML-TEXT-OUT     PIC X(60).
      *

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 140-LOAD-ASSIGNMENTS-RTN
           PERFORM 145-SORT-ASSIGNMENTS-RTN
           PERFORM 150-LOAD-SALES-RTN
           PERFORM 160-LOAD-CREDITS-RTN
           PERFORM 190-WRITE-TRANSFERS-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME

      *THE RUN CARD IS OPTIONAL -- WITHOUT ONE THE REPORT LISTS
      *EVERY TRANSFER ON FILE

           MOVE SPACES TO XFR-PARM-REC
           OPEN INPUT XFR-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ XFR-PARM-FILE
                   AT END
                       MOVE SPACES TO XFR-PARM-REC
               END-READ
               CLOSE XFR-PARM-FILE
           END-IF

           IF XP-FROM-DATE = SPACES
               MOVE '00000000' TO WS-FROM-DATE
           ELSE
               MOVE XP-FROM-DATE TO WS-FROM-DATE
           END-IF
           IF XP-TO-DATE = SPACES
               MOVE '99999999' TO WS-TO-DATE
           ELSE
               MOVE XP-TO-DATE TO WS-TO-DATE
           END-IF

           OPEN    INPUT SALESPERSON-MASTER
           IF WS-SALESMST-STATUS NOT = '00'
               DISPLAY 'LAB1XFR: UNABLE TO OPEN SALESPERSON MASTER, '
                       'STATUS=' WS-SALESMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 130-LOAD-REGIONS-RTN
           PERFORM 126-LOAD-PRODUCTS-RTN
           PERFORM 1266-LOAD-PRICES-RTN

           OPEN OUTPUT XFR-REPORT-FILE

           PERFORM 195-PAGE-BREAK-RTN
           .
      *
       126-LOAD-PRODUCTS-RTN.

      *LOAD PRODMST.DAT, SAME RULES THE DAILY PROGRAMS APPLY

           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODMST-STATUS NOT = '00'
               DISPLAY 'LAB1XFR: UNABLE TO OPEN PRODUCT MASTER, '
                       'STATUS=' WS-PRODMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'YES' TO WS-PROD-MORE-RECS
           PERFORM UNTIL WS-PROD-MORE-RECS = 'NO'
               READ PRODUCT-MASTER
                   AT END
                       MOVE 'NO' TO WS-PROD-MORE-RECS
                   NOT AT END
                       PERFORM 1265-STORE-PRODUCT-RTN
               END-READ
           END-PERFORM
           CLOSE PRODUCT-MASTER
           .
      *
       1265-STORE-PRODUCT-RTN.

           IF WS-PROD-COUNT >= WS-PROD-MAX
               DISPLAY 'LAB1XFR: PRODUCT MASTER EXCEEDS '
                       WS-PROD-MAX ' ENTRIES - RAISE WS-PROD-MAX '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PROD-COUNT
           MOVE PM-PROD-CODE  TO WS-P-CODE(WS-PROD-COUNT)
           MOVE PM-DESC       TO WS-P-DESC(WS-PROD-COUNT)
           MOVE PM-UNIT-PRICE TO WS-P-PRICE(WS-PROD-COUNT)
           MOVE PM-ACTIVE     TO WS-P-ACTIVE(WS-PROD-COUNT)
           .
      *
       1266-LOAD-PRICES-RTN.

      *LOAD THE DATED PRICE RECORDS, SAME RULES THE DAILY PROGRAMS
      *APPLY; A MISSING FILE MEANS EVERYTHING PRICES AT THE
      *CURRENT CATALOG PRICE

           OPEN INPUT PRODUCT-PRICE-FILE
           IF WS-PRODPRC-STATUS NOT = '00'
               AND WS-PRODPRC-STATUS NOT = '35'
               DISPLAY 'LAB1XFR: UNABLE TO OPEN PRODUCT PRICE FILE, '
                       'STATUS=' WS-PRODPRC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PRODPRC-STATUS = '00'
               MOVE 'YES' TO WS-PRC-MORE-RECS
               PERFORM UNTIL WS-PRC-MORE-RECS = 'NO'
                   READ PRODUCT-PRICE-FILE
                       AT END
                           MOVE 'NO' TO WS-PRC-MORE-RECS
                       NOT AT END
                           PERFORM 12665-STORE-PRICE-RTN
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-PRICE-FILE
           END-IF
           .
      *
       12665-STORE-PRICE-RTN.

           IF WS-PRICE-COUNT >= WS-PRICE-MAX
               DISPLAY 'LAB1XFR: PRODUCT PRICE FILE EXCEEDS '
                       WS-PRICE-MAX ' ENTRIES - RAISE '
                       'WS-PRICE-MAX AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PP-UNIT-PRICE NUMERIC AND PP-EFF-DATE NUMERIC
               ADD 1 TO WS-PRICE-COUNT
               MOVE PP-PROD-CODE  TO WS-PR-CODE(WS-PRICE-COUNT)
               MOVE PP-EFF-DATE   TO WS-PR-DATE(WS-PRICE-COUNT)
               MOVE PP-UNIT-PRICE TO WS-PR-PRICE(WS-PRICE-COUNT)
           END-IF
           .
      *
       130-LOAD-REGIONS-RTN.

      *LOAD REGNMST.DAT, SAME RULES THE DAILY PROGRAMS APPLY

           OPEN INPUT REGION-MASTER
           IF WS-REGNMST-STATUS NOT = '00'
               DISPLAY 'LAB1XFR: UNABLE TO OPEN REGION MASTER, '
                       'STATUS=' WS-REGNMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'YES' TO WS-REG-MORE-RECS
           PERFORM UNTIL WS-REG-MORE-RECS = 'NO'
               READ REGION-MASTER
                   AT END
                       MOVE 'NO' TO WS-REG-MORE-RECS
                   NOT AT END
                       PERFORM 135-STORE-REGION-RTN
               END-READ
           END-PERFORM
           CLOSE REGION-MASTER
           .
      *
       135-STORE-REGION-RTN.

           IF WS-REGION-COUNT >= WS-REGION-MAX
               DISPLAY 'LAB1XFR: REGION MASTER EXCEEDS '
                       WS-REGION-MAX ' ENTRIES - RAISE '
                       'WS-REGION-MAX AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REGION-COUNT
           MOVE RG-REGION-CODE TO WS-RM-CODE(WS-REGION-COUNT)
           MOVE RG-REGION-NAME TO WS-RM-NAME(WS-REGION-COUNT)
           MOVE RG-MANAGER     TO WS-RM-MGR(WS-REGION-COUNT)
           .
      *
       138-FIND-REGION-RTN.

      *IS WS-REGION-CODE-IN ON THE REGION MASTER

           MOVE 'NO' TO WS-REGION-FOUND
           PERFORM VARYING WS-RGX FROM 1 BY 1
                   UNTIL WS-RGX > WS-REGION-COUNT
                   OR WS-REGION-FOUND = 'YES'
               IF WS-RM-CODE(WS-RGX) = WS-REGION-CODE-IN
                   MOVE 'YES' TO WS-REGION-FOUND
               END-IF
           END-PERFORM
           .
      *
       140-LOAD-ASSIGNMENTS-RTN.

      *LOAD REGNHST.DAT.  NO FILE (STATUS 35) MEANS NO ASSIGNMENT
      *HAS EVER BEEN KEYED, SO THERE IS NOTHING TO REPORT

           OPEN INPUT REGION-HISTORY-FILE
           IF WS-REGNHST-STATUS NOT = '00'
               AND WS-REGNHST-STATUS NOT = '35'
               DISPLAY 'LAB1XFR: UNABLE TO OPEN REGION HISTORY, '
                       'STATUS=' WS-REGNHST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-REGNHST-STATUS = '00'
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ REGION-HISTORY-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           PERFORM 142-STORE-ASSIGNMENT-RTN
                   END-READ
               END-PERFORM
               CLOSE REGION-HISTORY-FILE
           END-IF
           .
      *
       142-STORE-ASSIGNMENT-RTN.

           IF WS-ASSIGN-COUNT >= WS-ASSIGN-MAX
               DISPLAY 'LAB1XFR: REGION HISTORY EXCEEDS '
                       WS-ASSIGN-MAX ' ENTRIES - RAISE '
                       'WS-ASSIGN-MAX AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ASSIGN-COUNT
           MOVE RA-EMP-ID   TO WS-AH-EMP-ID(WS-ASSIGN-COUNT)
           MOVE RA-EFF-DATE TO WS-AH-EFF-DATE(WS-ASSIGN-COUNT)
           MOVE RA-REGION   TO WS-AH-REGION(WS-ASSIGN-COUNT)
           MOVE ZERO        TO WS-AH-UNITS(WS-ASSIGN-COUNT)
           MOVE ZERO        TO WS-AH-DOLLARS(WS-ASSIGN-COUNT)
           .
      *
       145-SORT-ASSIGNMENTS-RTN.

      *SELECTION SORT BY EMPLOYEE ID, THEN EFFECTIVE DATE, SO
      *EACH SALESPERSON'S MOVES READ IN THE ORDER THEY HAPPENED

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-ASSIGN-COUNT
               MOVE WS-IDX TO WS-MIN-IDX
               PERFORM VARYING WS-IDX2 FROM WS-IDX BY 1
                       UNTIL WS-IDX2 > WS-ASSIGN-COUNT
                   IF WS-AH-EMP-ID(WS-IDX2) < WS-AH-EMP-ID(WS-MIN-IDX)
                       MOVE WS-IDX2 TO WS-MIN-IDX
                   ELSE
                       IF WS-AH-EMP-ID(WS-IDX2) =
                              WS-AH-EMP-ID(WS-MIN-IDX)
                          AND WS-AH-EFF-DATE(WS-IDX2) <
                              WS-AH-EFF-DATE(WS-MIN-IDX)
                           MOVE WS-IDX2 TO WS-MIN-IDX
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-MIN-IDX NOT = WS-IDX
                   MOVE WS-ASSIGN-ENTRY(WS-IDX)     TO WS-SWAP-ENTRY
                   MOVE WS-ASSIGN-ENTRY(WS-MIN-IDX)
                       TO WS-ASSIGN-ENTRY(WS-IDX)
                   MOVE WS-SWAP-ENTRY
                       TO WS-ASSIGN-ENTRY(WS-MIN-IDX)
               END-IF
           END-PERFORM
           .
      *
       150-LOAD-SALES-RTN.

      *ONE PASS OVER THE POSTED-TRANSACTION HISTORY.  EVERY SALE
      *COUNTS, VOIDED OR NOT -- THE VOID ITSELF IS COUNTED FROM THE
      *JOURNAL, SO THE NET COMES OUT RIGHT.  A MISSING FILE JUST
      *MEANS NOTHING HAS POSTED YET

           OPEN INPUT TRAN-HISTORY-FILE
           IF WS-TRANHST-STATUS NOT = '00'
               AND WS-TRANHST-STATUS NOT = '35'
               DISPLAY 'LAB1XFR: UNABLE TO OPEN TRANHST.DAT, '
                   'STATUS=' WS-TRANHST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-TRANHST-STATUS = '00'
               MOVE ZERO TO TH-TRAN-ID
               START TRAN-HISTORY-FILE KEY > TH-TRAN-ID
                   INVALID KEY
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               END-START
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ TRAN-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           MOVE 'S'           TO WS-TRAN-CODE
                           MOVE TH-EMP-ID     TO WS-EMP-ID
                           MOVE TH-BATCH-DATE TO WS-BATCH-DATE
                           MOVE TH-QTY        TO WS-QTY
                           MOVE TH-PROD-CODE  TO WS-PROD-CODE
                           PERFORM 170-POST-AMOUNT-RTN
                   END-READ
               END-PERFORM
               CLOSE TRAN-HISTORY-FILE
           END-IF
           .
      *
       160-LOAD-CREDITS-RTN.

      *ONE PASS OVER THE UPDATE JOURNAL FOR THE POSTED RETURNS AND
      *VOIDS.  ONLY ENTRIES CARRYING A DAILY DETAIL SOURCE RECORD
      *COUNT -- YEAR-END ENTRIES CARRY A BLANK ONE

           OPEN INPUT YTD-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               AND WS-JOURNAL-STATUS NOT = '35'
               DISPLAY 'LAB1XFR: UNABLE TO OPEN YTDJRNL.DAT, '
                   'STATUS=' WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-JOURNAL-STATUS = '00'
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ YTD-JOURNAL-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           PERFORM 165-FOLD-CREDIT-RTN
                   END-READ
               END-PERFORM
               CLOSE YTD-JOURNAL-FILE
           END-IF
           .
      *
       165-FOLD-CREDIT-RTN.

           MOVE JR-SOURCE-REC TO WS-SOURCE-REC
           IF WS-SR-REC-TYPE = 'D'
               AND (WS-SR-TRAN-CODE = 'R' OR WS-SR-TRAN-CODE = 'V')
               AND WS-SR-QTY NUMERIC
               MOVE WS-SR-TRAN-CODE TO WS-TRAN-CODE
               MOVE WS-SR-EMP-ID    TO WS-EMP-ID
               MOVE JR-BATCH-DATE   TO WS-BATCH-DATE
               MOVE WS-SR-QTY-N     TO WS-QTY
               MOVE WS-SR-PROD-CODE TO WS-PROD-CODE
               PERFORM 170-POST-AMOUNT-RTN
           END-IF
           .
      *
       170-POST-AMOUNT-RTN.

      *FOLD ONE SALE, RETURN, OR VOID INTO THE ASSIGNMENT IN EFFECT
      *ON ITS BATCH DATE, PRICED AT THE BATCH-DATE PRICE.  ACTIVITY
      *BEFORE A SALESPERSON'S FIRST ASSIGNMENT RECORD, OR FOR A
      *SALESPERSON NEVER ASSIGNED THROUGH LAB1MNT, IS NOT PART OF
      *ANY TRANSFER.  A PRODUCT NO LONGER IN THE CATALOG IS COUNTED
      *AS SKIPPED

           PERFORM 175-FIND-ASSIGNMENT-RTN
           IF WS-ASSIGN-SUB = ZERO
               ADD 1 TO WS-UNASSIGNED-COUNT
           ELSE
               PERFORM 177-LOOKUP-PRODUCT-RTN
               IF WS-PROD-FOUND = 'NO'
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM 203-GET-EFF-PRICE-RTN
                   COMPUTE WS-DOLLARS ROUNDED = WS-QTY * WS-EFF-PRICE
                   IF WS-TRAN-CODE = 'S'
                       ADD WS-QTY     TO WS-AH-UNITS(WS-ASSIGN-SUB)
                       ADD WS-DOLLARS TO WS-AH-DOLLARS(WS-ASSIGN-SUB)
                   ELSE
                       SUBTRACT WS-QTY
                           FROM WS-AH-UNITS(WS-ASSIGN-SUB)
                       SUBTRACT WS-DOLLARS
                           FROM WS-AH-DOLLARS(WS-ASSIGN-SUB)
                   END-IF
               END-IF
           END-IF
           .
      *
       175-FIND-ASSIGNMENT-RTN.

      *THE TABLE IS IN EMPLOYEE AND EFFECTIVE-DATE ORDER, SO THE
      *LAST OF THE EMPLOYEE'S ENTRIES ON OR BEFORE THE BATCH DATE
      *IS THE ONE IN EFFECT

           MOVE ZERO TO WS-ASSIGN-SUB
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ASSIGN-COUNT
                   OR WS-AH-EMP-ID(WS-AX) > WS-EMP-ID
               IF WS-AH-EMP-ID(WS-AX) = WS-EMP-ID
                   AND WS-AH-EFF-DATE(WS-AX) NOT > WS-BATCH-DATE
                   MOVE WS-AX TO WS-ASSIGN-SUB
               END-IF
           END-PERFORM
           .
      *
       177-LOOKUP-PRODUCT-RTN.

      *FIND THE PRODUCT CODE IN THE CATALOG TABLE

           MOVE 'NO' TO WS-PROD-FOUND
           MOVE ZERO TO WS-PROD-SUB
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PROD-COUNT
                   OR WS-PROD-FOUND = 'YES'
               IF WS-P-CODE(WS-PX) = WS-PROD-CODE
                   MOVE 'YES' TO WS-PROD-FOUND
                   MOVE WS-PX TO WS-PROD-SUB
               END-IF
           END-PERFORM
           .
      *
       203-GET-EFF-PRICE-RTN.

      *PICK THE PRICE IN EFFECT ON THE BATCH DATE: THE DATED PRICE
      *RECORD FOR THIS PRODUCT WITH THE LATEST EFFECTIVE DATE ON
      *OR BEFORE THE BATCH DATE, FALLING BACK TO THE CURRENT
      *CATALOG PRICE -- THE SAME PRICE LAB1YTD POSTED AT

           MOVE WS-P-PRICE(WS-PROD-SUB) TO WS-EFF-PRICE
           MOVE SPACES TO WS-BEST-DATE
           PERFORM VARYING WS-PRX FROM 1 BY 1
                   UNTIL WS-PRX > WS-PRICE-COUNT
               IF WS-PR-CODE(WS-PRX) = WS-P-CODE(WS-PROD-SUB)
                   AND WS-PR-DATE(WS-PRX) NOT > WS-BATCH-DATE
                   AND WS-PR-DATE(WS-PRX) > WS-BEST-DATE
                   MOVE WS-PR-DATE(WS-PRX)  TO WS-BEST-DATE
                   MOVE WS-PR-PRICE(WS-PRX) TO WS-EFF-PRICE
               END-IF
           END-PERFORM
           .
      *
       190-WRITE-TRANSFERS-RTN.

      *EVERY ENTRY THAT FOLLOWS AN ENTRY FOR THE SAME SALESPERSON
      *IS A TRANSFER; LIST THE ONES WHOSE EFFECTIVE DATE FALLS IN
      *THE RANGE

           PERFORM VARYING WS-IDX FROM 2 BY 1
                   UNTIL WS-IDX > WS-ASSIGN-COUNT
               COMPUTE WS-PREV-IDX = WS-IDX - 1
               IF WS-AH-EMP-ID(WS-IDX) = WS-AH-EMP-ID(WS-PREV-IDX)
                   AND WS-AH-EFF-DATE(WS-IDX) NOT < WS-FROM-DATE
                   AND WS-AH-EFF-DATE(WS-IDX) NOT > WS-TO-DATE
                   PERFORM 200-WRITE-LINE-RTN
               END-IF
           END-PERFORM

           IF WS-XFER-COUNT = ZERO
               MOVE 'NO REGION TRANSFERS IN THE DATE RANGE'
                    TO ML-TEXT-OUT
               MOVE MESSAGE-LINE TO XFR-REPORT-REC
               WRITE XFR-REPORT-REC AFTER
                    ADVANCING 2 LINES
           ELSE
               MOVE WS-XFER-COUNT TO TL-COUNT-OUT
               MOVE TOTAL-LINE TO XFR-REPORT-REC
               WRITE XFR-REPORT-REC AFTER
                    ADVANCING 2 LINES
           END-IF
           .
      *
       200-WRITE-LINE-RTN.

           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
               PERFORM 195-PAGE-BREAK-RTN
           END-IF

           ADD 1 TO WS-XFER-COUNT
           MOVE WS-AH-EMP-ID(WS-IDX) TO DL-EMP-ID-OUT
           MOVE WS-AH-EMP-ID(WS-IDX) TO SM-EMP-ID
           READ SALESPERSON-MASTER
               INVALID KEY
                   MOVE 'NOT ON SALES MASTER' TO DL-NAME-OUT
               NOT INVALID KEY
                   MOVE SM-NAME TO DL-NAME-OUT
           END-READ
           MOVE WS-AH-REGION(WS-PREV-IDX)   TO DL-FROM-OUT
           MOVE WS-AH-REGION(WS-IDX)        TO DL-TO-OUT
           MOVE WS-AH-EFF-DATE(WS-IDX)      TO DL-EFF-DATE-OUT

      *A REGION CODE SINCE DROPPED FROM THE REGION MASTER IS
      *FLAGGED SO THE LINE IS NOT MISTAKEN FOR A LIVE REGION

           MOVE SPACES TO DL-FLAG-OUT
           MOVE WS-AH-REGION(WS-PREV-IDX) TO WS-REGION-CODE-IN
           PERFORM 138-FIND-REGION-RTN
           IF WS-REGION-FOUND = 'NO'
               MOVE 'FROM NOREG' TO DL-FLAG-OUT
           END-IF
           MOVE WS-AH-REGION(WS-IDX) TO WS-REGION-CODE-IN
           PERFORM 138-FIND-REGION-RTN
           IF WS-REGION-FOUND = 'NO'
               MOVE 'TO NOREG' TO DL-FLAG-OUT
           END-IF

           MOVE WS-AH-UNITS(WS-PREV-IDX)    TO DL-OLD-UNITS-OUT
           MOVE WS-AH-DOLLARS(WS-PREV-IDX)  TO DL-OLD-DOLLARS-OUT
           MOVE WS-AH-UNITS(WS-IDX)         TO DL-NEW-UNITS-OUT
           MOVE WS-AH-DOLLARS(WS-IDX)       TO DL-NEW-DOLLARS-OUT
           MOVE DETAIL-LINE TO XFR-REPORT-REC
           WRITE XFR-REPORT-REC AFTER
                ADVANCING 1 LINE
           .
      *
       195-PAGE-BREAK-RTN.

           MOVE WS-FROM-DATE TO RH-FROM-OUT
           MOVE WS-TO-DATE   TO RH-TO-OUT
           MOVE REPORT-HEADER TO XFR-REPORT-REC
           IF WS-LINE-COUNT = ZERO
               WRITE XFR-REPORT-REC AFTER
                    ADVANCING 1 LINE
           ELSE
               WRITE XFR-REPORT-REC AFTER
                    ADVANCING 3 LINES
           END-IF

           MOVE COLUMN-HEADER-1 TO XFR-REPORT-REC
           WRITE XFR-REPORT-REC AFTER
                ADVANCING 2 LINES
           MOVE COLUMN-HEADER-2 TO XFR-REPORT-REC
           WRITE XFR-REPORT-REC AFTER
                ADVANCING 1 LINE

           MOVE 4 TO WS-LINE-COUNT
           .

       250-CLOSE-ROUTINE.

           IF WS-SKIPPED-COUNT > ZERO
               DISPLAY 'LAB1XFR: ' WS-SKIPPED-COUNT ' POSTED RECORDS '
                       'FOR PRODUCTS NO LONGER IN THE CATALOG SKIPPED'
           END-IF

           PERFORM 245-WRITE-RUNLOG-RTN

      *SAME FILE NAME AS SELECT STATEMENT

              CLOSE    SALESPERSON-MASTER
                 XFR-REPORT-FILE
                 STOP RUN

           .
      *
       245-WRITE-RUNLOG-RTN.

      *APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED RUN LOG
      *SO LAB1EOD CAN PROVE THE NIGHTLY SEQUENCE RAN IN ORDER.  A
      *LOG THAT CANNOT BE WRITTEN IS WORTH A CONSOLE LINE BUT NOT
      *AN ABEND -- THE DAY'S REAL OUTPUT IS ALREADY ON DISK

           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF WS-RUNLOG-STATUS NOT = '00'
               DISPLAY 'LAB1XFR: UNABLE TO OPEN RUN LOG, STATUS='
                   WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES              TO RUN-LOG-REC
               MOVE 'LAB1XFR'           TO RL-PROGRAM
               MOVE WS-CUR-DATE         TO RL-RUN-DATE
               MOVE WS-CUR-TIME         TO RL-RUN-TIME
               MOVE WS-TO-DATE          TO RL-BATCH-DATE
               MOVE SPACES              TO RL-BATCH-REGION
               MOVE WS-XFER-COUNT       TO RL-ACCEPT-COUNT
               MOVE WS-SKIPPED-COUNT    TO RL-REJECT-COUNT
               MOVE RETURN-CODE         TO RL-RETURN-CODE
               WRITE RUN-LOG-REC
               CLOSE RUN-LOG-FILE
           END-IF
           .
