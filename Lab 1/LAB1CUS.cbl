       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LAB1CUS.
       AUTHOR.     AUSTIN H OGLETREE.
      **********************************************************
      *  This program is the sales-by-customer report.  Every
      *  daily detail record now names the customer account billed
      *  and the invoice it was billed on, so the posted history
      *  can be read from the customer's side instead of the
      *  salesperson's.  For each customer account it prints, per
      *  catalog product, the units sold, returned, and voided in
      *  the date range, the net units, and the net dollars priced
      *  at the price in effect on each batch's date -- the same
      *  pricing LAB1YTD posts with.
      *
      *  SALES COME FROM THE POSTED-TRANSACTION HISTORY LAB1YTD
      *  WRITES (TRANHST.DAT), BY BATCH DATE.  RETURNS AND VOIDS
      *  NEVER LAND THERE AS THEIR OWN RECORDS, SO THEY COME FROM
      *  THE SOURCE RECORDS CARRIED ON LAB1YTD'S UPDATE JOURNAL
      *  (YTDJRNL.DAT), BY BATCH DATE.  HISTORY POSTED BEFORE THE
      *  DETAIL RECORD CARRIED AN ACCOUNT LISTS UNDER A BLANK
      *  ACCOUNT.
      *
      *  INPUT: CUSPARM.DAT, ONE RUN CARD:
      *        FIELD:  from date LENGTH 8   YYYYMMDD, BLANK MEANS
      *                                     NO LOWER LIMIT
      *        FIELD:  to date   LENGTH 8   YYYYMMDD, BLANK MEANS
      *                                     NO UPPER LIMIT
      *        FIELD:  cust acct LENGTH 8   ONE ACCOUNT, BLANK
      *                                     MEANS EVERY ACCOUNT
      *
      *        TRANHST.DAT   POSTED SALES (READ ONLY)
      *        YTDJRNL.DAT   LAB1YTD'S UPDATE JOURNAL
      *        CUSTMST.DAT   CUSTOMER NAMES
      *        PRODMST.DAT   THE CATALOG -- COLUMN ORDER AND PRICES
      *        PRODPRC.DAT   DATED PRICES (OPTIONAL)
      *
      *  OUTPUT: CUSRPT.TXT, ONE SECTION PER CUSTOMER ACCOUNT IN
      *          ACCOUNT ORDER, THEN A GRAND TOTAL
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * THE RUN CARD NAMING THE DATE RANGE AND ACCOUNT

           SELECT CUS-PARM-FILE
               ASSIGN TO 'CUSPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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

      * INDEXED CUSTOMER MASTER, KEYED BY CUSTOMER ACCOUNT

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CUSTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ACCT
               FILE STATUS IS WS-CUSTMST-STATUS.

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

      * THE CUSTOMER REPORT FOR THE PRINTER

           SELECT CUS-REPORT-FILE
               ASSIGN TO 'CUSRPT.TXT'.

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

       FD    CUS-PARM-FILE.
       01    CUS-PARM-REC.
          05  CU-FROM-DATE             PIC X(8).
          05  CU-TO-DATE               PIC X(8).
          05  CU-CUST-ACCT             PIC X(8).
          05  FILLER                   PIC X(16).

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

      * SAME LAYOUT LAB1F22 AND LAB1YTD READ

       FD    CUSTOMER-MASTER.
       01    CUSTOMER-MASTER-REC.
          05  CM-CUST-ACCT             PIC X(8).
          05  CM-CUST-NAME             PIC X(30).
          05  CM-STATUS                PIC X.

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
       FD    CUS-REPORT-FILE.
       01    CUS-REPORT-REC    PIC X(132).

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
             05    WS-TRANHST-STATUS         PIC XX VALUE SPACES.
             05    WS-JOURNAL-STATUS         PIC XX VALUE SPACES.
             05    WS-CUSTMST-STATUS         PIC XX VALUE SPACES.
             05    WS-RUNLOG-STATUS          PIC XX VALUE SPACES.
             05    WS-CUR-DATE               PIC X(8) VALUE SPACES.
             05    WS-CUR-TIME               PIC X(8) VALUE SPACES.
             05    WS-FROM-DATE              PIC X(8) VALUE SPACES.
             05    WS-TO-DATE                PIC X(8) VALUE SPACES.
             05    WS-SEL-ACCT               PIC X(8) VALUE SPACES.
             05    WS-BATCH-DATE             PIC X(8) VALUE SPACES.
             05    WS-TRAN-CODE              PIC X VALUE SPACE.
             05    WS-QTY                    PIC 9(3) VALUE ZERO.
             05    WS-PROD-CODE              PIC X(4) VALUE SPACES.
             05    WS-CUST-ACCT              PIC X(8) VALUE SPACES.
             05    WS-CUST-SUB               PIC 9(4) VALUE ZERO.
             05    WS-CX                     PIC 9(4) VALUE ZERO.
             05    WS-PX                     PIC 9(2) VALUE ZERO.
             05    WS-IDX                    PIC 9(4) VALUE ZERO.
             05    WS-IDX2                   PIC 9(4) VALUE ZERO.
             05    WS-MIN-IDX                PIC 9(4) VALUE ZERO.
             05    WS-DOLLARS                PIC S9(9)V99 VALUE ZERO.
             05    WS-SALE-COUNT             PIC 9(6) VALUE ZERO.
             05    WS-CREDIT-COUNT           PIC 9(6) VALUE ZERO.
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

      *THE PRODUCT CATALOG, SAME SHAPE THE DAILY PROGRAMS CARRY

       01    WS-PRODUCT-AREAS.
             05    WS-PRODMST-STATUS         PIC XX VALUE SPACES.
             05    WS-PROD-COUNT             PIC 9(2) VALUE ZERO.
             05    WS-PROD-MAX               PIC 9(2) VALUE 12.
             05    WS-PROD-SUB               PIC 9(2) VALUE ZERO.
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

      *ONE ENTRY PER CUSTOMER ACCOUNT SEEN IN THE RANGE, ONE
      *BUCKET PER CATALOG SLOT.  SORTED BY ACCOUNT BEFORE PRINTING

       01    WS-CUST-AREAS.
             05    WS-CUST-COUNT             PIC 9(4) VALUE ZERO.
             05    WS-CUST-MAX               PIC 9(4) VALUE 500.

       01    WS-CUST-TABLE.
             05    WS-CUST-ENTRY OCCURS 500 TIMES.
                   10    WS-C-ACCT           PIC X(8).
                   10    WS-C-NAME           PIC X(30).
                   10    WS-C-PROD OCCURS 12 TIMES.
                         15  WS-C-SOLD       PIC 9(7).
                         15  WS-C-RETURNED   PIC 9(7).
                         15  WS-C-VOIDED     PIC 9(7).
                         15  WS-C-DOLLARS    PIC S9(9)V99.

       01    WS-SWAP-ENTRY                   PIC X(422).

      *CUSTOMER AND GRAND TOTAL ACCUMULATORS

       01    WS-TOTAL-AREAS.
             05    WS-CT-SOLD                PIC 9(8) VALUE ZERO.
             05    WS-CT-RETURNED            PIC 9(8) VALUE ZERO.
             05    WS-CT-VOIDED              PIC 9(8) VALUE ZERO.
             05    WS-CT-DOLLARS             PIC S9(9)V99 VALUE ZERO.
             05    WS-GT-SOLD                PIC 9(8) VALUE ZERO.
             05    WS-GT-RETURNED            PIC 9(8) VALUE ZERO.
             05    WS-GT-VOIDED              PIC 9(8) VALUE ZERO.
             05    WS-GT-DOLLARS             PIC S9(9)V99 VALUE ZERO.

      *************************OUTPUT AREA**************************
       01 REPORT-HEADER.
          05 FILLER          PIC X(20) VALUE SPACES.
          05 FILLER          PIC X(24)
             VALUE 'SALES BY CUSTOMER REPORT'.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RH-FROM-OUT     PIC X(8).
          05 FILLER          PIC X(4) VALUE ' TO '.
          05 RH-TO-OUT       PIC X(8).
      *
       01 COLUMN-HEADER.
          05 FILLER          PIC X(6) VALUE SPACES.
          05 FILLER          PIC X(26) VALUE 'PRODUCT'.
          05 FILLER          PIC X(9) VALUE '     SOLD'.
          05 FILLER          PIC X(10) VALUE '  RETURNED'.
          05 FILLER          PIC X(9) VALUE '   VOIDED'.
          05 FILLER          PIC X(9) VALUE '      NET'.
          05 FILLER          PIC X(16) VALUE '     NET DOLLARS'.
      *
       01 CUSTOMER-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(9) VALUE 'ACCOUNT  '.
          05 CL-ACCT-OUT     PIC X(8).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 CL-NAME-OUT     PIC X(30).
      *
       01 PRODUCT-LINE.
          05 FILLER          PIC X(6) VALUE SPACES.
          05 PL-CODE-OUT     PIC X(4).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 PL-DESC-OUT     PIC X(20).
          05 PL-SOLD-OUT     PIC Z(8)9.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 PL-RETURNED-OUT PIC Z(8)9.
          05 PL-VOIDED-OUT   PIC Z(8)9.
          05 PL-NET-OUT      PIC -Z(7)9.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 PL-DOLLARS-OUT  PIC -ZZZ,ZZZ,ZZ9.99.
      *
       01 TOTAL-LINE.
          05 FILLER          PIC X(6) VALUE SPACES.
          05 TL-LABEL-OUT    PIC X(26).
          05 TL-SOLD-OUT     PIC Z(8)9.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 TL-RETURNED-OUT PIC Z(8)9.
          05 TL-VOIDED-OUT   PIC Z(8)9.
          05 TL-NET-OUT      PIC -Z(7)9.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 TL-DOLLARS-OUT  PIC -ZZZ,ZZZ,ZZ9.99.
      *
       01 MESSAGE-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 ML-TEXT-OUT     PIC X(60).
      *

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 150-LOAD-SALES-RTN
           PERFORM 160-LOAD-CREDITS-RTN
           PERFORM 185-SORT-CUSTOMERS-RTN
           PERFORM 190-WRITE-CUSTOMERS-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME

      *THE RUN CARD IS OPTIONAL -- WITHOUT ONE THE REPORT COVERS
      *EVERY ACCOUNT AND EVERY DATE ON FILE

           MOVE SPACES TO CUS-PARM-REC
           OPEN INPUT CUS-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ CUS-PARM-FILE
                   AT END
                       MOVE SPACES TO CUS-PARM-REC
               END-READ
               CLOSE CUS-PARM-FILE
           END-IF

           IF CU-FROM-DATE = SPACES
               MOVE '00000000' TO WS-FROM-DATE
           ELSE
               MOVE CU-FROM-DATE TO WS-FROM-DATE
           END-IF
           IF CU-TO-DATE = SPACES
               MOVE '99999999' TO WS-TO-DATE
           ELSE
               MOVE CU-TO-DATE TO WS-TO-DATE
           END-IF
           MOVE CU-CUST-ACCT TO WS-SEL-ACCT

           OPEN    INPUT CUSTOMER-MASTER
           IF WS-CUSTMST-STATUS NOT = '00'
               DISPLAY 'LAB1CUS: UNABLE TO OPEN CUSTOMER MASTER, '
                       'STATUS=' WS-CUSTMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 126-LOAD-PRODUCTS-RTN
           PERFORM 1266-LOAD-PRICES-RTN

           OPEN OUTPUT CUS-REPORT-FILE

           PERFORM 195-PAGE-BREAK-RTN
           .
      *
       126-LOAD-PRODUCTS-RTN.

      *LOAD PRODMST.DAT, SAME RULES THE DAILY PROGRAMS APPLY

           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODMST-STATUS NOT = '00'
               DISPLAY 'LAB1CUS: UNABLE TO OPEN PRODUCT MASTER, '
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

           IF WS-PROD-COUNT = ZERO
               DISPLAY 'LAB1CUS: PRODUCT MASTER IS EMPTY - NOTHING '
                       'TO REPORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *
       1265-STORE-PRODUCT-RTN.

           IF WS-PROD-COUNT >= WS-PROD-MAX
               DISPLAY 'LAB1CUS: PRODUCT MASTER EXCEEDS '
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
               DISPLAY 'LAB1CUS: UNABLE TO OPEN PRODUCT PRICE FILE, '
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
               DISPLAY 'LAB1CUS: PRODUCT PRICE FILE EXCEEDS '
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
       150-LOAD-SALES-RTN.

      *ONE PASS OVER THE POSTED-TRANSACTION HISTORY.  EVERY SALE
      *IN THE DATE RANGE COUNTS AS SOLD, VOIDED OR NOT -- THE VOID
      *ITSELF IS COUNTED FROM THE JOURNAL, SO THE NET COMES OUT
      *RIGHT.  A MISSING FILE JUST MEANS NOTHING HAS POSTED YET

           OPEN INPUT TRAN-HISTORY-FILE
           IF WS-TRANHST-STATUS NOT = '00'
               AND WS-TRANHST-STATUS NOT = '35'
               DISPLAY 'LAB1CUS: UNABLE TO OPEN TRANHST.DAT, '
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
                           PERFORM 155-FOLD-SALE-RTN
                   END-READ
               END-PERFORM
               CLOSE TRAN-HISTORY-FILE
           END-IF
           .
      *
       155-FOLD-SALE-RTN.

           IF TH-BATCH-DATE NOT < WS-FROM-DATE
               AND TH-BATCH-DATE NOT > WS-TO-DATE
               AND (WS-SEL-ACCT = SPACES
                    OR TH-CUST-ACCT = WS-SEL-ACCT)
               MOVE 'S'           TO WS-TRAN-CODE
               MOVE TH-CUST-ACCT  TO WS-CUST-ACCT
               MOVE TH-BATCH-DATE TO WS-BATCH-DATE
               MOVE TH-QTY        TO WS-QTY
               MOVE TH-PROD-CODE  TO WS-PROD-CODE
               PERFORM 177-LOOKUP-PRODUCT-RTN
               PERFORM 170-POST-AMOUNT-RTN
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
               DISPLAY 'LAB1CUS: UNABLE TO OPEN YTDJRNL.DAT, '
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
               AND JR-BATCH-DATE NOT < WS-FROM-DATE
               AND JR-BATCH-DATE NOT > WS-TO-DATE
               AND (WS-SEL-ACCT = SPACES
                    OR WS-SR-CUST-ACCT = WS-SEL-ACCT)
               MOVE WS-SR-TRAN-CODE TO WS-TRAN-CODE
               MOVE WS-SR-CUST-ACCT TO WS-CUST-ACCT
               MOVE JR-BATCH-DATE   TO WS-BATCH-DATE
               MOVE WS-SR-QTY-N     TO WS-QTY
               MOVE WS-SR-PROD-CODE TO WS-PROD-CODE
               PERFORM 177-LOOKUP-PRODUCT-RTN
               PERFORM 170-POST-AMOUNT-RTN
           END-IF
           .
      *
       170-POST-AMOUNT-RTN.

      *FOLD ONE SALE, RETURN, OR VOID INTO ITS CUSTOMER'S BUCKET
      *FOR THE PRODUCT, PRICED AT THE BATCH-DATE PRICE.  A PRODUCT
      *NO LONGER IN THE CATALOG HAS NO COLUMN AND IS COUNTED AS
      *SKIPPED

           IF WS-PROD-FOUND = 'NO'
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM 175-FIND-CUSTOMER-RTN
               PERFORM 203-GET-EFF-PRICE-RTN
               COMPUTE WS-DOLLARS ROUNDED = WS-QTY * WS-EFF-PRICE
               IF WS-TRAN-CODE = 'S'
                   ADD 1 TO WS-SALE-COUNT
                   ADD WS-QTY TO WS-C-SOLD(WS-CUST-SUB, WS-PROD-SUB)
                   ADD WS-DOLLARS
                       TO WS-C-DOLLARS(WS-CUST-SUB, WS-PROD-SUB)
               ELSE
                   ADD 1 TO WS-CREDIT-COUNT
                   IF WS-TRAN-CODE = 'R'
                       ADD WS-QTY
                         TO WS-C-RETURNED(WS-CUST-SUB, WS-PROD-SUB)
                   ELSE
                       ADD WS-QTY
                         TO WS-C-VOIDED(WS-CUST-SUB, WS-PROD-SUB)
                   END-IF
                   SUBTRACT WS-DOLLARS
                       FROM WS-C-DOLLARS(WS-CUST-SUB, WS-PROD-SUB)
               END-IF
           END-IF
           .
      *
       175-FIND-CUSTOMER-RTN.

      *FIND THIS ACCOUNT'S ENTRY, OR ADD ONE WITH THE NAME FROM
      *THE CUSTOMER MASTER

           MOVE ZERO TO WS-CUST-SUB
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CUST-COUNT
                   OR WS-CUST-SUB > ZERO
               IF WS-C-ACCT(WS-CX) = WS-CUST-ACCT
                   MOVE WS-CX TO WS-CUST-SUB
               END-IF
           END-PERFORM

           IF WS-CUST-SUB = ZERO
               IF WS-CUST-COUNT >= WS-CUST-MAX
                   DISPLAY 'LAB1CUS: MORE THAN ' WS-CUST-MAX
                           ' CUSTOMER ACCOUNTS - RAISE WS-CUST-MAX '
                           'AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CUST-COUNT
               MOVE WS-CUST-COUNT TO WS-CUST-SUB
               MOVE WS-CUST-ACCT TO WS-C-ACCT(WS-CUST-SUB)
               MOVE SPACES TO WS-C-NAME(WS-CUST-SUB)
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PROD-MAX
                   MOVE ZERO TO WS-C-SOLD(WS-CUST-SUB, WS-PX)
                   MOVE ZERO TO WS-C-RETURNED(WS-CUST-SUB, WS-PX)
                   MOVE ZERO TO WS-C-VOIDED(WS-CUST-SUB, WS-PX)
                   MOVE ZERO TO WS-C-DOLLARS(WS-CUST-SUB, WS-PX)
               END-PERFORM
               IF WS-CUST-ACCT = SPACES
                   MOVE 'NO ACCOUNT ON POSTED RECORD'
                       TO WS-C-NAME(WS-CUST-SUB)
               ELSE
                   MOVE WS-CUST-ACCT TO CM-CUST-ACCT
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE 'NOT ON CUSTOMER MASTER'
                               TO WS-C-NAME(WS-CUST-SUB)
                       NOT INVALID KEY
                           MOVE CM-CUST-NAME
                               TO WS-C-NAME(WS-CUST-SUB)
                   END-READ
               END-IF
           END-IF
           .
      *
       177-LOOKUP-PRODUCT-RTN.

      *FIND THE PRODUCT CODE IN THE CATALOG TABLE.  THE SLOT
      *NUMBER IS THE CUSTOMER ENTRY'S BUCKET NUMBER

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
       185-SORT-CUSTOMERS-RTN.

      *SELECTION SORT OF THE CUSTOMER TABLE INTO ACCOUNT ORDER

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-CUST-COUNT
               MOVE WS-IDX TO WS-MIN-IDX
               PERFORM VARYING WS-IDX2 FROM WS-IDX BY 1
                       UNTIL WS-IDX2 > WS-CUST-COUNT
                   IF WS-C-ACCT(WS-IDX2) < WS-C-ACCT(WS-MIN-IDX)
                       MOVE WS-IDX2 TO WS-MIN-IDX
                   END-IF
               END-PERFORM
               IF WS-MIN-IDX NOT = WS-IDX
                   PERFORM 187-SWAP-ENTRIES-RTN
               END-IF
           END-PERFORM
           .
      *
       187-SWAP-ENTRIES-RTN.

      *WS-SWAP-ENTRY IS A BYTE BUCKET THE SAME SIZE AS ONE ENTRY
      *(8 + 30 + 12 * (7 + 7 + 7 + 11) = 422)

           MOVE WS-CUST-ENTRY(WS-IDX)     TO WS-SWAP-ENTRY
           MOVE WS-CUST-ENTRY(WS-MIN-IDX) TO WS-CUST-ENTRY(WS-IDX)
           MOVE WS-SWAP-ENTRY             TO
                WS-CUST-ENTRY(WS-MIN-IDX)
           .
      *
       190-WRITE-CUSTOMERS-RTN.

      *ONE SECTION PER CUSTOMER ACCOUNT, THEN THE GRAND TOTAL

           IF WS-CUST-COUNT = ZERO
               MOVE 'NO CUSTOMER ACTIVITY IN THE DATE RANGE'
                    TO ML-TEXT-OUT
               MOVE MESSAGE-LINE TO CUS-REPORT-REC
               WRITE CUS-REPORT-REC AFTER
                    ADVANCING 2 LINES
           ELSE
               PERFORM VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > WS-CUST-COUNT
                   PERFORM 200-CUSTOMER-SECTION-RTN
               END-PERFORM

               MOVE 'GRAND TOTAL'  TO TL-LABEL-OUT
               MOVE WS-GT-SOLD     TO TL-SOLD-OUT
               MOVE WS-GT-RETURNED TO TL-RETURNED-OUT
               MOVE WS-GT-VOIDED   TO TL-VOIDED-OUT
               COMPUTE TL-NET-OUT = WS-GT-SOLD - WS-GT-RETURNED
                                  - WS-GT-VOIDED
               MOVE WS-GT-DOLLARS  TO TL-DOLLARS-OUT
               MOVE TOTAL-LINE TO CUS-REPORT-REC
               WRITE CUS-REPORT-REC AFTER
                    ADVANCING 3 LINES
           END-IF
           .
      *
       200-CUSTOMER-SECTION-RTN.

           ADD 3 TO WS-LINE-COUNT
           IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
               PERFORM 195-PAGE-BREAK-RTN
           END-IF

           MOVE WS-C-ACCT(WS-CX) TO CL-ACCT-OUT
           MOVE WS-C-NAME(WS-CX) TO CL-NAME-OUT
           MOVE CUSTOMER-LINE TO CUS-REPORT-REC
           WRITE CUS-REPORT-REC AFTER
                ADVANCING 2 LINES

           MOVE ZERO TO WS-CT-SOLD
           MOVE ZERO TO WS-CT-RETURNED
           MOVE ZERO TO WS-CT-VOIDED
           MOVE ZERO TO WS-CT-DOLLARS

      *PRODUCT LINES IN CATALOG ORDER, ONLY FOR PRODUCTS THAT MOVED

           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PROD-COUNT
               IF WS-C-SOLD(WS-CX, WS-PX) NOT = ZERO
                   OR WS-C-RETURNED(WS-CX, WS-PX) NOT = ZERO
                   OR WS-C-VOIDED(WS-CX, WS-PX) NOT = ZERO
                   PERFORM 210-PRODUCT-LINE-RTN
               END-IF
           END-PERFORM

           ADD 1 TO WS-LINE-COUNT
           MOVE 'CUSTOMER TOTAL' TO TL-LABEL-OUT
           MOVE WS-CT-SOLD       TO TL-SOLD-OUT
           MOVE WS-CT-RETURNED   TO TL-RETURNED-OUT
           MOVE WS-CT-VOIDED     TO TL-VOIDED-OUT
           COMPUTE TL-NET-OUT = WS-CT-SOLD - WS-CT-RETURNED
                              - WS-CT-VOIDED
           MOVE WS-CT-DOLLARS    TO TL-DOLLARS-OUT
           MOVE TOTAL-LINE TO CUS-REPORT-REC
           WRITE CUS-REPORT-REC AFTER
                ADVANCING 1 LINE

           ADD WS-CT-SOLD     TO WS-GT-SOLD
           ADD WS-CT-RETURNED TO WS-GT-RETURNED
           ADD WS-CT-VOIDED   TO WS-GT-VOIDED
           ADD WS-CT-DOLLARS  TO WS-GT-DOLLARS
           .
      *
       210-PRODUCT-LINE-RTN.

           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
               PERFORM 195-PAGE-BREAK-RTN
           END-IF

           MOVE WS-P-CODE(WS-PX)              TO PL-CODE-OUT
           MOVE WS-P-DESC(WS-PX)              TO PL-DESC-OUT
           MOVE WS-C-SOLD(WS-CX, WS-PX)       TO PL-SOLD-OUT
           MOVE WS-C-RETURNED(WS-CX, WS-PX)   TO PL-RETURNED-OUT
           MOVE WS-C-VOIDED(WS-CX, WS-PX)     TO PL-VOIDED-OUT
           COMPUTE PL-NET-OUT = WS-C-SOLD(WS-CX, WS-PX)
                              - WS-C-RETURNED(WS-CX, WS-PX)
                              - WS-C-VOIDED(WS-CX, WS-PX)
           MOVE WS-C-DOLLARS(WS-CX, WS-PX)    TO PL-DOLLARS-OUT
           MOVE PRODUCT-LINE TO CUS-REPORT-REC
           WRITE CUS-REPORT-REC AFTER
                ADVANCING 1 LINE

           ADD WS-C-SOLD(WS-CX, WS-PX)     TO WS-CT-SOLD
           ADD WS-C-RETURNED(WS-CX, WS-PX) TO WS-CT-RETURNED
           ADD WS-C-VOIDED(WS-CX, WS-PX)   TO WS-CT-VOIDED
           ADD WS-C-DOLLARS(WS-CX, WS-PX)  TO WS-CT-DOLLARS
           .
      *
       195-PAGE-BREAK-RTN.

           MOVE WS-FROM-DATE TO RH-FROM-OUT
           MOVE WS-TO-DATE   TO RH-TO-OUT
           MOVE REPORT-HEADER TO CUS-REPORT-REC
           IF WS-LINE-COUNT = ZERO
               WRITE CUS-REPORT-REC AFTER
                    ADVANCING 1 LINE
           ELSE
               WRITE CUS-REPORT-REC AFTER
                    ADVANCING 3 LINES
           END-IF

           MOVE COLUMN-HEADER TO CUS-REPORT-REC
           WRITE CUS-REPORT-REC AFTER
                ADVANCING 2 LINES

           MOVE 3 TO WS-LINE-COUNT
           .

       250-CLOSE-ROUTINE.

           IF WS-SKIPPED-COUNT > ZERO
               DISPLAY 'LAB1CUS: ' WS-SKIPPED-COUNT ' POSTED RECORDS '
                       'FOR PRODUCTS NO LONGER IN THE CATALOG SKIPPED'
           END-IF

           PERFORM 245-WRITE-RUNLOG-RTN

      *SAME FILE NAME AS SELECT STATEMENT

              CLOSE    CUSTOMER-MASTER
                 CUS-REPORT-FILE
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
               DISPLAY 'LAB1CUS: UNABLE TO OPEN RUN LOG, STATUS='
                   WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES              TO RUN-LOG-REC
               MOVE 'LAB1CUS'           TO RL-PROGRAM
               MOVE WS-CUR-DATE         TO RL-RUN-DATE
               MOVE WS-CUR-TIME         TO RL-RUN-TIME
               MOVE WS-TO-DATE          TO RL-BATCH-DATE
               MOVE WS-SEL-ACCT         TO RL-BATCH-REGION
               COMPUTE RL-ACCEPT-COUNT = WS-SALE-COUNT +
                       WS-CREDIT-COUNT
               MOVE WS-SKIPPED-COUNT    TO RL-REJECT-COUNT
               MOVE RETURN-CODE         TO RL-RETURN-CODE
               WRITE RUN-LOG-REC
               CLOSE RUN-LOG-FILE
           END-IF
           .
