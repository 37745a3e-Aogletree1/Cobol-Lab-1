       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LAB1EXC.
       AUTHOR.     AUSTIN H OGLETREE.
      **********************************************************
      *  This program is the monthly unusual-activity report for
      *  audit.  LAB1F22 judges each detail record on its own; this
      *  program looks at each salesperson's month as a whole and
      *  lists:
      *    - RETURNS AND VOIDS ABOVE A SET PERCENTAGE OF THE MONTH'S
      *      SALES UNITS
      *    - A MONTH'S NET UNITS MORE THAN A SET MULTIPLE OF THE
      *      SALESPERSON'S AVERAGE OVER THE TRAILING MONTHS
      *    - A RETURN OR VOID OF A PRODUCT THE SALESPERSON HAD NO
      *      POSTED SALE OF IN THE PRIOR N DAYS
      *    - A LARGE SALE IN THE LAST DAYS OF THE PRIOR MONTH THAT
      *      CARRIED THE SALESPERSON OVER A COMMISSION TIER
      *      THRESHOLD AND WAS RETURNED OR VOIDED IN THE FIRST DAYS
      *      OF THIS MONTH -- THE TIER WAS PAID ON THE PRIOR MONTH
      *      AND THE RETURN LANDS IN THIS ONE
      *  EVERY FLAGGED SALESPERSON IS FOLLOWED BY THE SUPPORTING
      *  TRANSACTIONS -- TRANSACTION ID, BATCH DATE, INVOICE -- SO
      *  AUDIT CAN PULL THE SOURCE.  A RETURN HAS NO TRANSACTION ID
      *  OF ITS OWN; IT SHOWS THE ID OF THE POSTED SALE ON THE SAME
      *  INVOICE LINE WHEN THAT SALE IS STILL ON FILE.
      *
      *  SALES AND VOID FLAGS COME FROM TRANHST.DAT, RETURNS FROM
      *  THE 'R' SOURCE RECORDS LAB1YTD JOURNALED TO YTDJRNL.DAT,
      *  AND MONTHLY VOLUMES AND DOLLARS FROM SALESHST.DAT.  A VOID
      *  COUNTS IN THE MONTH IT WAS POSTED.  THE VOLUME CHECK NEEDS
      *  THE MONTH CLOSED BY LAB1EOM AND IS SKIPPED, WITH A NOTE,
      *  UNTIL IT IS.  SALES ARE PRICED AT THE PRICE IN EFFECT ON
      *  THEIR BATCH DATE, THE SAME PRICE THE TIER WAS CROSSED ON.
      *
      *  INPUT:  EXCPARM.DAT  RUN CARD:
      *        FIELD:  month        LENGTH 6  YYYYMM, REQUIRED
      *        FIELD:  return pct   LENGTH 3  BLANK MEANS 10
      *        FIELD:  volume x     LENGTH 3  99V9, BLANK MEANS 3.0
      *        FIELD:  trail months LENGTH 2  BLANK OR OVER 24 MEANS 3
      *        FIELD:  prior days   LENGTH 3  BLANK MEANS 30
      *        FIELD:  large qty    LENGTH 3  BLANK MEANS 100
      *        FIELD:  edge days    LENGTH 2  BLANK MEANS 5
      *          TRANHST.DAT  POSTED-SALE HISTORY
      *          YTDJRNL.DAT  POSTING JOURNAL
      *          SALESHST.DAT MONTHLY HISTORY
      *          SALESMST.DAT SALESPERSON REFERENCE MASTER
      *          PRODMST.DAT  PRODUCT CATALOG
      *          PRODPRC.DAT  DATED PRICES (OPTIONAL)
      *          COMMPLAN.DAT COMMISSION TIERS (OPTIONAL -- NO PLAN
      *                       MEANS NO TIER CHECK)
      *  OUTPUT: EXCRPT.TXT   THE EXCEPTION REPORT
      *
      *  RETURN CODE 8 WHEN ANY SALESPERSON IS FLAGGED, SO THE
      *  END-OF-DAY STATUS PAGE FLAGS THE RUN.
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * THE RUN CARD NAMING THE MONTH AND THE THRESHOLDS

           SELECT EXC-PARM-FILE
               ASSIGN TO 'EXCPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * THE POSTED-SALE HISTORY LAB1YTD OWNS, WALKED IN KEY ORDER

           SELECT TRAN-HISTORY-FILE
               ASSIGN TO 'TRANHST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TH-TRAN-ID
               FILE STATUS IS WS-TRANHST-STATUS.

      * LAB1YTD'S BEFORE/AFTER IMAGE JOURNAL -- THE ONLY RECORD OF
      * THE RETURNS THAT REACHED THE MASTER

           SELECT YTD-JOURNAL-FILE
               ASSIGN TO 'YTDJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      * THE MONTHLY SNAPSHOTS LAB1EOM APPENDS

           SELECT SALES-HISTORY-FILE
               ASSIGN TO 'SALESHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESHST-STATUS.

      * THE SALESPERSON REFERENCE MASTER, FOR THE NAME ON EACH
      * FLAGGED SALESPERSON

           SELECT SALESPERSON-MASTER
               ASSIGN TO 'SALESMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-EMP-ID
               FILE STATUS IS WS-SALESMST-STATUS.

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

      * THE COMMISSION PLAN LAB1F22 RATES FROM

           SELECT COMMISSION-PLAN-FILE
               ASSIGN TO 'COMMPLAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMPLAN-STATUS.

      * THE EXCEPTION REPORT FOR THE PRINTER

           SELECT EXC-REPORT-FILE
               ASSIGN TO 'EXCRPT.TXT'.

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

       FD    EXC-PARM-FILE.
       01    EXC-PARM-REC.
          05  EP-MONTH                 PIC X(6).
          05  EP-RETURN-PCT            PIC X(3).
          05  EP-RETURN-PCT-N REDEFINES EP-RETURN-PCT
                                       PIC 9(3).
          05  EP-VOLUME-MULT           PIC X(3).
          05  EP-VOLUME-MULT-N REDEFINES EP-VOLUME-MULT
                                       PIC 9(2)V9.
          05  EP-TRAIL-MONTHS          PIC X(2).
          05  EP-TRAIL-MONTHS-N REDEFINES EP-TRAIL-MONTHS
                                       PIC 9(2).
          05  EP-PRIOR-DAYS            PIC X(3).
          05  EP-PRIOR-DAYS-N REDEFINES EP-PRIOR-DAYS
                                       PIC 9(3).
          05  EP-LARGE-QTY             PIC X(3).
          05  EP-LARGE-QTY-N REDEFINES EP-LARGE-QTY
                                       PIC 9(3).
          05  EP-EDGE-DAYS             PIC X(2).
          05  EP-EDGE-DAYS-N REDEFINES EP-EDGE-DAYS
                                       PIC 9(2).
          05  FILLER                   PIC X(18).

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

      * SAME LAYOUT LAB1EOM WRITES

       FD    SALES-HISTORY-FILE.
       01    SALES-HISTORY-REC.
          05  HS-MONTH                 PIC X(6).
          05  HS-EMP-ID                PIC X(5).
          05  HS-NAME                  PIC X(20).
          05  HS-REGION                PIC X(10).
          05  HS-PROD-ENTRY OCCURS 12 TIMES.
             10  HS-PROD-CODE          PIC X(4).
             10  HS-MTH-QTY            PIC S9(7) SIGN LEADING
                                                 SEPARATE.
          05  HS-MTH-DOLLARS           PIC S9(7)V99 SIGN LEADING
                                                    SEPARATE.

      * SAME LAYOUT LAB1MNT MAINTAINS

       FD    SALESPERSON-MASTER.
       01    SALESPERSON-MASTER-REC.
          05  SM-EMP-ID                PIC X(5).
          05  SM-NAME                  PIC X(20).
          05  SM-REGION                PIC X(10).
          05  SM-HIRE-DATE             PIC X(8).
          05  SM-STATUS                PIC X.

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

      * SAME LAYOUT LAB1F22 READS.  ONLY THE 'T' TIER RECORDS
      * MATTER HERE

       FD    COMMISSION-PLAN-FILE.
       01    COMMISSION-PLAN-REC.
          05  CP-REC-TYPE              PIC X.
          05  CP-TIER-DATA.
             10  CP-THRESHOLD          PIC 9(7)V99.
             10  CP-TIER-RATE          PIC V999.
          05  CP-PROD-DATA REDEFINES CP-TIER-DATA.
             10  CP-PROD-CODE          PIC X(4).
             10  CP-PROD-RATE          PIC V999.
             10  FILLER                PIC X(5).
      *
       FD    EXC-REPORT-FILE.
       01    EXC-REPORT-REC    PIC X(100).

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
             05    WS-SALESHST-STATUS        PIC XX VALUE SPACES.
             05    WS-SALESMST-STATUS        PIC XX VALUE SPACES.
             05    WS-COMMPLAN-STATUS        PIC XX VALUE SPACES.
             05    WS-RUNLOG-STATUS          PIC XX VALUE SPACES.
             05    WS-CUR-DATE               PIC X(8) VALUE SPACES.
             05    WS-CUR-TIME               PIC X(8) VALUE SPACES.
             05    WS-MONTH-CLOSED           PIC X(3) VALUE 'NO'.
             05    WS-EMP-PRINTED            PIC X(3) VALUE 'NO'.
             05    WS-FOUND                  PIC X(3) VALUE 'NO'.
             05    WS-FIND-EMP               PIC X(5) VALUE SPACES.
             05    WS-QTY                    PIC S9(9) VALUE ZERO.
             05    WS-FLAG-UNITS             PIC S9(9) VALUE ZERO.
             05    WS-RATE                   PIC 9(5)V9 VALUE ZERO.
             05    WS-AVERAGE                PIC S9(7)V9 VALUE ZERO.
             05    WS-LIMIT                  PIC S9(9)V99 VALUE ZERO.
             05    WS-SALE-DOLLARS           PIC S9(7)V99 VALUE ZERO.
             05    WS-BEFORE-DOLLARS         PIC S9(9)V99 VALUE ZERO.
             05    WS-CROSSED                PIC 9(7)V99 VALUE ZERO.
             05    WS-EVENT-DAYNUM           PIC S9(9) VALUE ZERO.
             05    WS-SECTION-COUNT          PIC 9(6) VALUE ZERO.

      *THE RUN CARD'S THRESHOLDS, WITH THEIR DEFAULTS

       01    WS-THRESHOLD-AREAS.
             05    WS-RETURN-PCT             PIC 9(3) VALUE 10.
             05    WS-VOLUME-MULT            PIC 9(2)V9 VALUE 3.0.
             05    WS-TRAIL-MONTHS           PIC 9(2) VALUE 3.
             05    WS-PRIOR-DAYS             PIC 9(3) VALUE 30.
             05    WS-LARGE-QTY              PIC 9(3) VALUE 100.
             05    WS-EDGE-DAYS              PIC 9(2) VALUE 5.

      *THE MONTH BEING REPORTED, THE MONTH BEFORE IT, AND THE FIRST
      *OF THE TRAILING MONTHS, EACH WITH A NUMERIC VIEW FOR STEPPING
      *BACK A MONTH

       01    WS-MONTH-AREAS.
             05    WS-MONTH                  PIC X(6) VALUE SPACES.
             05    WS-PREV-MONTH             PIC X(6) VALUE SPACES.
             05    WS-TRAIL-FROM             PIC X(6) VALUE SPACES.
             05    WS-CALC-MONTH             PIC X(6) VALUE SPACES.
             05    WS-CALC-MONTH-R REDEFINES WS-CALC-MONTH.
                   10  WS-CALC-YEAR          PIC 9(4).
                   10  WS-CALC-MM            PIC 9(2).
             05    WS-MX                     PIC 9(2) VALUE ZERO.
             05    WS-WORK-DATE              PIC X(8) VALUE SPACES.
             05    WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
                   10  WS-WORK-MONTH         PIC X(6).
                   10  FILLER                PIC X(2).
             05    WS-TEST-DATE              PIC X(8) VALUE SPACES.
             05    WS-TEST-DATE-R REDEFINES WS-TEST-DATE.
                   10  WS-TEST-MONTH         PIC X(6).
                   10  FILLER                PIC X(2).

      *DAY NUMBERS.  A DAY NUMBER COUNTS DAYS FROM A FIXED POINT,
      *SO THE DIFFERENCE OF TWO IS THE DAYS BETWEEN THEM.  THE
      *WINDOW IS THE EARLIEST SALE ANY CHECK LOOKS BACK TO; THE
      *EDGE IS THE LAST DAYS OF THE PRIOR MONTH AND THE FIRST DAYS
      *OF THIS ONE

       01    WS-DAYNUM-AREAS.
             05    WS-MONTH-DAYNUM           PIC S9(9) VALUE ZERO.
             05    WS-PREV-DAYNUM            PIC S9(9) VALUE ZERO.
             05    WS-WINDOW-DAYNUM          PIC S9(9) VALUE ZERO.
             05    WS-EDGE-FROM-DAYNUM       PIC S9(9) VALUE ZERO.
             05    WS-EDGE-THRU-DAYNUM       PIC S9(9) VALUE ZERO.
             05    WS-DN-DATE                PIC X(8) VALUE SPACES.
             05    WS-DN-DATE-R REDEFINES WS-DN-DATE.
                   10  WS-DN-YEAR            PIC 9(4).
                   10  WS-DN-MONTH           PIC 9(2).
                   10  WS-DN-DAY             PIC 9(2).
             05    WS-DAYNUM                 PIC S9(9) VALUE ZERO.
             05    WS-DN-A                   PIC S9(4) VALUE ZERO.
             05    WS-DN-Y                   PIC S9(6) VALUE ZERO.
             05    WS-DN-M                   PIC S9(4) VALUE ZERO.
             05    WS-DN-WORK                PIC S9(9) VALUE ZERO.
             05    WS-DN-QUOT                PIC S9(9) VALUE ZERO.

      *WHAT WAS READ AND WHAT WAS FLAGGED, FOR THE COUNT LINES

       01    WS-COUNT-AREAS.
             05    WS-TRAN-READ              PIC 9(6) VALUE ZERO.
             05    WS-RETURN-READ            PIC 9(6) VALUE ZERO.
             05    WS-HIST-READ              PIC 9(6) VALUE ZERO.
             05    WS-RATE-COUNT             PIC 9(6) VALUE ZERO.
             05    WS-VOLUME-COUNT           PIC 9(6) VALUE ZERO.
             05    WS-NOPRIOR-COUNT          PIC 9(6) VALUE ZERO.
             05    WS-EDGE-COUNT             PIC 9(6) VALUE ZERO.
             05    WS-FLAG-COUNT             PIC 9(6) VALUE ZERO.

      *THE PRODUCT CATALOG, SAME SHAPE THE DAILY PROGRAMS CARRY

       01    WS-PRODUCT-AREAS.
             05    WS-PRODMST-STATUS         PIC XX VALUE SPACES.
             05    WS-PROD-COUNT             PIC 9(2) VALUE ZERO.
             05    WS-PROD-MAX               PIC 9(2) VALUE 12.
             05    WS-PROD-SUB               PIC 9(2) VALUE ZERO.
             05    WS-PX                     PIC 9(2) VALUE ZERO.
             05    WS-PROD-FOUND             PIC X(3) VALUE 'NO'.
             05    WS-FIND-PROD              PIC X(4) VALUE SPACES.

       01    WS-PRODUCT-TABLE.
             05    WS-PROD-ENTRY OCCURS 12 TIMES.
                   10    WS-P-CODE           PIC X(4).
                   10    WS-P-PRICE          PIC 9(3)V99.

      *THE DATED PRICE TABLE AND THE EFFECTIVE-PRICE WORK FIELDS,
      *SAME SHAPE THE DAILY PROGRAMS CARRY

       01    WS-PRICE-AREAS.
             05    WS-PRODPRC-STATUS         PIC XX VALUE SPACES.
             05    WS-PRICE-COUNT            PIC 9(3) VALUE ZERO.
             05    WS-PRICE-MAX              PIC 9(3) VALUE 200.
             05    WS-PRX                    PIC 9(3) VALUE ZERO.
             05    WS-EFF-PRICE              PIC 9(3)V99 VALUE ZERO.
             05    WS-BEST-DATE              PIC X(8) VALUE SPACES.
             05    WS-BATCH-DATE             PIC X(8) VALUE SPACES.

       01    WS-PRICE-TABLE.
             05    WS-PRICE-ENTRY OCCURS 200 TIMES.
                   10    WS-PR-CODE          PIC X(4).
                   10    WS-PR-DATE          PIC X(8).
                   10    WS-PR-PRICE         PIC 9(3)V99.

      *THE COMMISSION TIER THRESHOLDS, SAME LIMIT LAB1F22 USES.
      *TIER 1 IS THE BASE RATE, SO ONLY TIERS 2 AND UP ARE CROSSED

       01    WS-TIER-AREAS.
             05    WS-TIER-COUNT             PIC 9(2) VALUE ZERO.
             05    WS-TIER-MAX               PIC 9(2) VALUE 10.
             05    WS-TX                     PIC 9(2) VALUE ZERO.

       01    WS-TIER-TABLE.
             05    WS-TIER-THRESHOLD OCCURS 10 TIMES
                                             PIC 9(7)V99.

      *ONE ENTRY PER SALESPERSON WITH ANY ACTIVITY THE CHECKS USE

       01    WS-EMP-AREAS.
             05    WS-EMP-COUNT              PIC 9(4) VALUE ZERO.
             05    WS-EMP-MAX                PIC 9(4) VALUE 1000.
             05    WS-EX                     PIC 9(4) VALUE ZERO.
             05    WS-LX                     PIC 9(4) VALUE ZERO.

       01    WS-EMP-TABLE.
             05    WS-EMP-ENTRY OCCURS 1000 TIMES.
                   10    WS-E-EMP-ID         PIC X(5).
                   10    WS-E-SALE-UNITS     PIC S9(7).
                   10    WS-E-RETURN-UNITS   PIC S9(7).
                   10    WS-E-VOID-UNITS     PIC S9(7).
                   10    WS-E-MONTH-UNITS    PIC S9(9).
                   10    WS-E-TRAIL-UNITS    PIC S9(9).
                   10    WS-E-TRAIL-MONTHS   PIC 9(2).
                   10    WS-E-LAST-MONTH     PIC X(6).
                   10    WS-E-PREV-DOLLARS   PIC S9(9)V99.

      *THE POSTED SALES THE CHECKS NEED: EVERYTHING BATCHED FROM
      *THE START OF THE WINDOW THROUGH THE END OF THE MONTH, PLUS
      *ANY OLDER SALE VOIDED DURING THE MONTH

       01    WS-SALE-AREAS.
             05    WS-SALE-COUNT             PIC 9(5) VALUE ZERO.
             05    WS-SALE-MAX               PIC 9(5) VALUE 5000.
             05    WS-SX                     PIC 9(5) VALUE ZERO.
             05    WS-SX2                    PIC 9(5) VALUE ZERO.

       01    WS-SALE-TABLE.
             05    WS-SALE-ENTRY OCCURS 5000 TIMES.
                   10    WS-S-TRAN-ID        PIC 9(6).
                   10    WS-S-EMP-ID         PIC X(5).
                   10    WS-S-PROD           PIC X(4).
                   10    WS-S-QTY            PIC 9(3).
                   10    WS-S-BATCH-DATE.
                         15  WS-S-BATCH-MONTH PIC X(6).
                         15  FILLER          PIC X(2).
                   10    WS-S-DAYNUM         PIC S9(9).
                   10    WS-S-VOIDED         PIC X.
                   10    WS-S-VOID-DATE      PIC X(8).
                   10    WS-S-VOID-DAYNUM    PIC S9(9).
                   10    WS-S-CUST-ACCT      PIC X(8).
                   10    WS-S-INVOICE-NO     PIC X(8).
                   10    WS-S-INVOICE-LINE   PIC 9(3).

      *THE RETURNS POSTED IN THE MONTH, EACH WITH THE ID OF THE
      *SALE ON THE SAME INVOICE LINE WHEN IT IS STILL ON FILE

       01    WS-RETURN-AREAS.
             05    WS-RET-COUNT              PIC 9(4) VALUE ZERO.
             05    WS-RET-MAX                PIC 9(4) VALUE 2000.
             05    WS-RX                     PIC 9(4) VALUE ZERO.

       01    WS-RETURN-TABLE.
             05    WS-RET-ENTRY OCCURS 2000 TIMES.
                   10    WS-R-EMP-ID         PIC X(5).
                   10    WS-R-PROD           PIC X(4).
                   10    WS-R-QTY            PIC 9(3).
                   10    WS-R-BATCH-DATE     PIC X(8).
                   10    WS-R-DAYNUM         PIC S9(9).
                   10    WS-R-CUST-ACCT      PIC X(8).
                   10    WS-R-INVOICE-NO     PIC X(8).
                   10    WS-R-INVOICE-LINE   PIC X(3).
                   10    WS-R-SALE-ID        PIC 9(6).

      *THE DETAIL RECORD IMAGE CARRIED IN EACH JOURNAL RECORD

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

      *************************OUTPUT AREA**************************
       01 REPORT-HEADER.
          05 FILLER          PIC X(20) VALUE SPACES.
          05 FILLER          PIC X(30)
             VALUE 'UNUSUAL ACTIVITY EXCEPTIONS'.
          05 FILLER          PIC X(6) VALUE 'MONTH '.
          05 RH-MONTH-OUT    PIC X(6).
          05 FILLER          PIC X(6) VALUE '  RUN '.
          05 RH-RUN-DATE-OUT PIC X(8) VALUE SPACES.
      *
       01 THRESHOLD-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(12) VALUE 'RETURN PCT '.
          05 TL-PCT-OUT      PIC ZZ9.
          05 FILLER          PIC X(12) VALUE '   VOLUME X '.
          05 TL-MULT-OUT     PIC Z9.9.
          05 FILLER          PIC X(4) VALUE ' OF '.
          05 TL-TRAIL-OUT    PIC Z9.
          05 FILLER          PIC X(16) VALUE ' MONTHS   PRIOR '.
          05 TL-PRIOR-OUT    PIC ZZ9.
          05 FILLER          PIC X(15) VALUE ' DAYS   LARGE '.
          05 TL-LARGE-OUT    PIC ZZ9.
          05 FILLER          PIC X(8) VALUE '   EDGE '.
          05 TL-EDGE-OUT     PIC Z9.
      *
       01 SECTION-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 SL-TEXT-OUT     PIC X(70).
      *
       01 EMP-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 EM-EMP-OUT      PIC X(5).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 EM-NAME-OUT     PIC X(20).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 EM-TEXT-OUT     PIC X(60).
      *
       01 SUPPORT-HEADER-LINE.
          05 FILLER          PIC X(9) VALUE SPACES.
          05 FILLER          PIC X(8) VALUE 'TYPE'.
          05 FILLER          PIC X(8) VALUE 'TRAN ID'.
          05 FILLER          PIC X(10) VALUE 'BATCH'.
          05 FILLER          PIC X(6) VALUE 'PROD'.
          05 FILLER          PIC X(5) VALUE '  QTY'.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(10) VALUE 'ACCOUNT'.
          05 FILLER          PIC X(13) VALUE 'INVOICE'.
          05 FILLER          PIC X(20) VALUE 'NOTE'.
      *
       01 SUPPORT-LINE.
          05 FILLER          PIC X(9) VALUE SPACES.
          05 SU-TYPE-OUT     PIC X(6).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 SU-TRAN-ID-OUT  PIC X(6).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 SU-BATCH-OUT    PIC X(8).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 SU-PROD-OUT     PIC X(4).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 SU-QTY-OUT      PIC ZZZ9.
          05 FILLER          PIC X(3) VALUE SPACES.
          05 SU-ACCT-OUT     PIC X(8).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 SU-INVOICE-OUT  PIC X(8).
          05 FILLER          PIC X(1) VALUE '-'.
          05 SU-LINE-OUT     PIC X(3).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 SU-NOTE-OUT     PIC X(20).
      *
       01 MESSAGE-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 ML-TEXT-OUT     PIC X(70).
      *
       01 COUNT-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 CL-LABEL-OUT    PIC X(40).
          05 CL-COUNT-OUT    PIC ZZZ,ZZ9.
      *
       01 FIGURE-AREAS.
          05 FG-UNITS-OUT    PIC -,---,--9.
          05 FG-UNITS2-OUT   PIC -,---,--9.
          05 FG-UNITS3-OUT   PIC -,---,--9.
          05 FG-RATE-OUT     PIC ZZ,ZZ9.9.
          05 FG-AVG-OUT      PIC -,---,--9.9.
          05 FG-MONTHS-OUT   PIC Z9.
          05 FG-DOLLARS-OUT  PIC -,---,--9.99.
          05 FG-THRESH-OUT   PIC Z,ZZZ,ZZ9.99.
      *

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 126-LOAD-PRODUCTS-RTN
           PERFORM 1266-LOAD-PRICES-RTN
           PERFORM 128-LOAD-TIERS-RTN
           PERFORM 140-READ-TRANHST-RTN
           PERFORM 150-READ-JOURNAL-RTN
           PERFORM 160-READ-HISTORY-RTN
           PERFORM 200-RATE-CHECK-RTN
           PERFORM 210-VOLUME-CHECK-RTN
           PERFORM 215-NO-PRIOR-CHECK-RTN
           PERFORM 220-EDGE-CHECK-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME

      *THE RUN CARD IS REQUIRED -- IT NAMES THE MONTH.  A BLANK OR
      *NON-NUMERIC THRESHOLD TAKES ITS DEFAULT

           OPEN INPUT EXC-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'LAB1EXC: UNABLE TO OPEN EXCPARM.DAT, '
                   'STATUS=' WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ EXC-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE EP-MONTH TO WS-MONTH
                   IF EP-RETURN-PCT NUMERIC
                       MOVE EP-RETURN-PCT-N TO WS-RETURN-PCT
                   END-IF
                   IF EP-VOLUME-MULT NUMERIC
                       MOVE EP-VOLUME-MULT-N TO WS-VOLUME-MULT
                   END-IF
                   IF EP-TRAIL-MONTHS NUMERIC
                       AND EP-TRAIL-MONTHS-N > ZERO
                       AND EP-TRAIL-MONTHS-N NOT > 24
                       MOVE EP-TRAIL-MONTHS-N TO WS-TRAIL-MONTHS
                   END-IF
                   IF EP-PRIOR-DAYS NUMERIC
                       MOVE EP-PRIOR-DAYS-N TO WS-PRIOR-DAYS
                   END-IF
                   IF EP-LARGE-QTY NUMERIC
                       MOVE EP-LARGE-QTY-N TO WS-LARGE-QTY
                   END-IF
                   IF EP-EDGE-DAYS NUMERIC
                       MOVE EP-EDGE-DAYS-N TO WS-EDGE-DAYS
                   END-IF
           END-READ
           CLOSE EXC-PARM-FILE

           MOVE WS-MONTH TO WS-CALC-MONTH
           IF WS-CALC-MONTH NOT NUMERIC
               OR WS-CALC-MM < 1 OR WS-CALC-MM > 12
               DISPLAY 'LAB1EXC: EXCPARM.DAT MONTH MISSING OR NOT '
                   'YYYYMM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *STEP BACK TO THE PRIOR MONTH, THEN ON BACK TO THE FIRST OF
      *THE TRAILING MONTHS

           PERFORM 185-PRIOR-MONTH-RTN
           MOVE WS-CALC-MONTH TO WS-PREV-MONTH
           PERFORM VARYING WS-MX FROM 2 BY 1
                   UNTIL WS-MX > WS-TRAIL-MONTHS
               PERFORM 185-PRIOR-MONTH-RTN
           END-PERFORM
           MOVE WS-CALC-MONTH TO WS-TRAIL-FROM

      *DAY NUMBERS FOR THE FIRST OF THE MONTH AND OF THE PRIOR
      *MONTH, AND THE WINDOWS THE CHECKS LOOK AT

           MOVE SPACES TO WS-DN-DATE
           STRING WS-MONTH '01' DELIMITED BY SIZE INTO WS-DN-DATE
           END-STRING
           PERFORM 180-DAY-NUMBER-RTN
           MOVE WS-DAYNUM TO WS-MONTH-DAYNUM
           MOVE SPACES TO WS-DN-DATE
           STRING WS-PREV-MONTH '01' DELIMITED BY SIZE INTO WS-DN-DATE
           END-STRING
           PERFORM 180-DAY-NUMBER-RTN
           MOVE WS-DAYNUM TO WS-PREV-DAYNUM

           COMPUTE WS-WINDOW-DAYNUM = WS-MONTH-DAYNUM - WS-PRIOR-DAYS
           IF WS-PREV-DAYNUM < WS-WINDOW-DAYNUM
               MOVE WS-PREV-DAYNUM TO WS-WINDOW-DAYNUM
           END-IF
           COMPUTE WS-EDGE-FROM-DAYNUM =
                   WS-MONTH-DAYNUM - WS-EDGE-DAYS
           COMPUTE WS-EDGE-THRU-DAYNUM =
                   WS-MONTH-DAYNUM + WS-EDGE-DAYS - 1

           OPEN INPUT SALESPERSON-MASTER
           IF WS-SALESMST-STATUS NOT = '00'
               DISPLAY 'LAB1EXC: UNABLE TO OPEN SALESPERSON MASTER, '
                       'STATUS=' WS-SALESMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN    OUTPUT EXC-REPORT-FILE

           MOVE WS-MONTH    TO RH-MONTH-OUT
           MOVE WS-CUR-DATE TO RH-RUN-DATE-OUT
           MOVE REPORT-HEADER TO EXC-REPORT-REC
           WRITE EXC-REPORT-REC
                   AFTER ADVANCING 1 LINE
           MOVE WS-RETURN-PCT   TO TL-PCT-OUT
           MOVE WS-VOLUME-MULT  TO TL-MULT-OUT
           MOVE WS-TRAIL-MONTHS TO TL-TRAIL-OUT
           MOVE WS-PRIOR-DAYS   TO TL-PRIOR-OUT
           MOVE WS-LARGE-QTY    TO TL-LARGE-OUT
           MOVE WS-EDGE-DAYS    TO TL-EDGE-OUT
           MOVE THRESHOLD-LINE TO EXC-REPORT-REC
           WRITE EXC-REPORT-REC
                   AFTER ADVANCING 2 LINES
           .
      *
       126-LOAD-PRODUCTS-RTN.

           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODMST-STATUS NOT = '00'
               DISPLAY 'LAB1EXC: UNABLE TO OPEN PRODUCT MASTER, '
                       'STATUS=' WS-PRODMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
               READ PRODUCT-MASTER
                   AT END
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 1265-STORE-PRODUCT-RTN
               END-READ
           END-PERFORM
           CLOSE PRODUCT-MASTER
           .
      *
       1265-STORE-PRODUCT-RTN.

           IF WS-PROD-COUNT >= WS-PROD-MAX
               DISPLAY 'LAB1EXC: PRODUCT MASTER EXCEEDS '
                       WS-PROD-MAX ' ENTRIES - RAISE WS-PROD-MAX '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PROD-COUNT
           MOVE PM-PROD-CODE  TO WS-P-CODE(WS-PROD-COUNT)
           MOVE PM-UNIT-PRICE TO WS-P-PRICE(WS-PROD-COUNT)
           .
      *
       1266-LOAD-PRICES-RTN.

      *LOAD THE DATED PRICE RECORDS, SAME RULES THE DAILY PROGRAMS
      *APPLY; A MISSING FILE MEANS EVERYTHING PRICES AT THE
      *CURRENT CATALOG PRICE

           OPEN INPUT PRODUCT-PRICE-FILE
           IF WS-PRODPRC-STATUS NOT = '00'
               AND WS-PRODPRC-STATUS NOT = '35'
               DISPLAY 'LAB1EXC: UNABLE TO OPEN PRODUCT PRICE FILE, '
                       'STATUS=' WS-PRODPRC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PRODPRC-STATUS = '00'
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ PRODUCT-PRICE-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
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
               DISPLAY 'LAB1EXC: PRODUCT PRICE FILE EXCEEDS '
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
       128-LOAD-TIERS-RTN.

      *LOAD THE TIER THRESHOLDS.  NO PLAN MEANS NO TIER TO CROSS --
      *THE TIER CHECK SAYS SO AND THE OTHER CHECKS STILL RUN

           OPEN INPUT COMMISSION-PLAN-FILE
           IF WS-COMMPLAN-STATUS NOT = '00'
               AND WS-COMMPLAN-STATUS NOT = '35'
               DISPLAY 'LAB1EXC: UNABLE TO OPEN COMMISSION PLAN, '
                       'STATUS=' WS-COMMPLAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-COMMPLAN-STATUS = '00'
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ COMMISSION-PLAN-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           PERFORM 1285-STORE-TIER-RTN
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-PLAN-FILE
           END-IF
           .
      *
       1285-STORE-TIER-RTN.

           IF CP-REC-TYPE = 'T' AND CP-THRESHOLD NUMERIC
               IF WS-TIER-COUNT >= WS-TIER-MAX
                   DISPLAY 'LAB1EXC: COMMISSION PLAN EXCEEDS '
                           WS-TIER-MAX ' TIERS - RAISE '
                           'WS-TIER-MAX AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TIER-COUNT
               MOVE CP-THRESHOLD TO WS-TIER-THRESHOLD(WS-TIER-COUNT)
           END-IF
           .
      *
       140-READ-TRANHST-RTN.

      *KEEP THE SALES THE CHECKS NEED AND COUNT EACH SALESPERSON'S
      *SALES BATCHED IN THE MONTH AND VOIDS POSTED IN THE MONTH.
      *THE CONTROL RECORD (ID 000000) IS NOT A SALE

           OPEN INPUT TRAN-HISTORY-FILE
           IF WS-TRANHST-STATUS NOT = '00'
               DISPLAY 'LAB1EXC: UNABLE TO OPEN TRANSACTION HISTORY, '
                   'STATUS=' WS-TRANHST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
               READ TRAN-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       IF TH-TRAN-ID NOT = ZERO
                           ADD 1 TO WS-TRAN-READ
                           PERFORM 145-TRANHST-RECORD-RTN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAN-HISTORY-FILE
           .
      *
       145-TRANHST-RECORD-RTN.

           IF TH-BATCH-DATE NOT NUMERIC
               MOVE ZERO TO WS-DAYNUM
           ELSE
               MOVE TH-BATCH-DATE TO WS-DN-DATE
               PERFORM 180-DAY-NUMBER-RTN
           END-IF
           MOVE TH-VOID-DATE  TO WS-WORK-DATE
           MOVE TH-BATCH-DATE TO WS-TEST-DATE

           IF (WS-DAYNUM NOT < WS-WINDOW-DAYNUM
                   AND WS-TEST-MONTH NOT > WS-MONTH)
               OR (TH-VOIDED = 'Y' AND WS-WORK-MONTH = WS-MONTH)
               IF WS-SALE-COUNT >= WS-SALE-MAX
                   DISPLAY 'LAB1EXC: SALE TABLE FULL - RAISE '
                           'WS-SALE-MAX AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SALE-COUNT
               MOVE TH-TRAN-ID      TO WS-S-TRAN-ID(WS-SALE-COUNT)
               MOVE TH-EMP-ID       TO WS-S-EMP-ID(WS-SALE-COUNT)
               MOVE TH-PROD-CODE    TO WS-S-PROD(WS-SALE-COUNT)
               MOVE TH-QTY          TO WS-S-QTY(WS-SALE-COUNT)
               MOVE TH-BATCH-DATE   TO WS-S-BATCH-DATE(WS-SALE-COUNT)
               MOVE WS-DAYNUM       TO WS-S-DAYNUM(WS-SALE-COUNT)
               MOVE TH-VOIDED       TO WS-S-VOIDED(WS-SALE-COUNT)
               MOVE TH-VOID-DATE    TO WS-S-VOID-DATE(WS-SALE-COUNT)
               MOVE TH-CUST-ACCT    TO WS-S-CUST-ACCT(WS-SALE-COUNT)
               MOVE TH-INVOICE-NO   TO WS-S-INVOICE-NO(WS-SALE-COUNT)
               MOVE TH-INVOICE-LINE
                   TO WS-S-INVOICE-LINE(WS-SALE-COUNT)
               MOVE ZERO TO WS-S-VOID-DAYNUM(WS-SALE-COUNT)
               IF TH-VOIDED = 'Y' AND TH-VOID-DATE NUMERIC
                   MOVE TH-VOID-DATE TO WS-DN-DATE
                   PERFORM 180-DAY-NUMBER-RTN
                   MOVE WS-DAYNUM TO WS-S-VOID-DAYNUM(WS-SALE-COUNT)
               END-IF
           END-IF

           IF WS-TEST-MONTH = WS-MONTH
               MOVE TH-EMP-ID TO WS-FIND-EMP
               PERFORM 170-FIND-EMP-RTN
               ADD TH-QTY TO WS-E-SALE-UNITS(WS-EX)
           END-IF
           IF TH-VOIDED = 'Y' AND WS-WORK-MONTH = WS-MONTH
               MOVE TH-EMP-ID TO WS-FIND-EMP
               PERFORM 170-FIND-EMP-RTN
               ADD TH-QTY TO WS-E-VOID-UNITS(WS-EX)
           END-IF
           .
      *
       150-READ-JOURNAL-RTN.

      *KEEP THE RETURNS LAB1YTD POSTED IN BATCHES OF THE MONTH.  NO
      *JOURNAL MEANS NOTHING HAS BEEN RETURNED

           OPEN INPUT YTD-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               AND WS-JOURNAL-STATUS NOT = '35'
               DISPLAY 'LAB1EXC: UNABLE TO OPEN YTD JOURNAL, '
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
                           PERFORM 155-JOURNAL-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE YTD-JOURNAL-FILE
           END-IF
           .
      *
       155-JOURNAL-RECORD-RTN.

           MOVE JR-SOURCE-REC TO WS-SOURCE-REC
           MOVE JR-BATCH-DATE TO WS-TEST-DATE
           IF (JR-ACTION = 'R' OR JR-ACTION = 'W')
               AND WS-SR-REC-TYPE = 'D'
               AND WS-SR-TRAN-CODE = 'R'
               AND WS-SR-QTY NUMERIC
               AND WS-TEST-MONTH = WS-MONTH
               AND JR-BATCH-DATE NUMERIC
               ADD 1 TO WS-RETURN-READ
               IF WS-RET-COUNT >= WS-RET-MAX
                   DISPLAY 'LAB1EXC: RETURN TABLE FULL - RAISE '
                           'WS-RET-MAX AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RET-COUNT
               MOVE WS-SR-EMP-ID    TO WS-R-EMP-ID(WS-RET-COUNT)
               MOVE WS-SR-PROD-CODE TO WS-R-PROD(WS-RET-COUNT)
               MOVE WS-SR-QTY-N     TO WS-R-QTY(WS-RET-COUNT)
               MOVE JR-BATCH-DATE   TO WS-R-BATCH-DATE(WS-RET-COUNT)
               MOVE WS-SR-CUST-ACCT TO WS-R-CUST-ACCT(WS-RET-COUNT)
               MOVE WS-SR-INVOICE-NO
                   TO WS-R-INVOICE-NO(WS-RET-COUNT)
               MOVE WS-SR-INVOICE-LINE
                   TO WS-R-INVOICE-LINE(WS-RET-COUNT)
               MOVE JR-BATCH-DATE TO WS-DN-DATE
               PERFORM 180-DAY-NUMBER-RTN
               MOVE WS-DAYNUM TO WS-R-DAYNUM(WS-RET-COUNT)

      *THE SALE ON THE SAME INVOICE LINE, IF IT IS STILL IN THE
      *TABLE

               MOVE ZERO TO WS-R-SALE-ID(WS-RET-COUNT)
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SALE-COUNT
                       OR WS-R-SALE-ID(WS-RET-COUNT) NOT = ZERO
                   IF WS-S-EMP-ID(WS-SX) = WS-SR-EMP-ID
                       AND WS-S-PROD(WS-SX) = WS-SR-PROD-CODE
                       AND WS-S-INVOICE-NO(WS-SX) = WS-SR-INVOICE-NO
                       AND WS-S-INVOICE-LINE(WS-SX)
                           = WS-SR-INVOICE-LINE
                       MOVE WS-S-TRAN-ID(WS-SX)
                           TO WS-R-SALE-ID(WS-RET-COUNT)
                   END-IF
               END-PERFORM

               MOVE WS-SR-EMP-ID TO WS-FIND-EMP
               PERFORM 170-FIND-EMP-RTN
               ADD WS-SR-QTY-N TO WS-E-RETURN-UNITS(WS-EX)
           END-IF
           .
      *
       160-READ-HISTORY-RTN.

      *THE MONTH'S NET UNITS, THE TRAILING MONTHS' NET UNITS, AND
      *THE PRIOR MONTH'S DOLLARS (THE TIER BASIS), SUMMED OVER THE
      *ONE ROW PER REGION A TRANSFER LEAVES.  A SALESPERSON'S ROWS
      *FOR ONE MONTH ARE WRITTEN TOGETHER, SO A CHANGE OF MONTH ON
      *THEIR ROWS COUNTS ONE MORE TRAILING MONTH

           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SALESHST-STATUS NOT = '00'
               AND WS-SALESHST-STATUS NOT = '35'
               DISPLAY 'LAB1EXC: UNABLE TO OPEN SALES HISTORY, '
                   'STATUS=' WS-SALESHST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-SALESHST-STATUS = '00'
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ SALES-HISTORY-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           PERFORM 165-HISTORY-ROW-RTN
                   END-READ
               END-PERFORM
               CLOSE SALES-HISTORY-FILE
           END-IF
           .
      *
       165-HISTORY-ROW-RTN.

           IF HS-MONTH NOT < WS-TRAIL-FROM
               AND HS-MONTH NOT > WS-MONTH
               ADD 1 TO WS-HIST-READ
               MOVE HS-EMP-ID TO WS-FIND-EMP
               PERFORM 170-FIND-EMP-RTN
               MOVE ZERO TO WS-QTY
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > 12
                   IF HS-PROD-CODE(WS-PX) NOT = SPACES
                       ADD HS-MTH-QTY(WS-PX) TO WS-QTY
                   END-IF
               END-PERFORM
               IF HS-MONTH = WS-MONTH
                   MOVE 'YES' TO WS-MONTH-CLOSED
                   ADD WS-QTY TO WS-E-MONTH-UNITS(WS-EX)
               ELSE
                   ADD WS-QTY TO WS-E-TRAIL-UNITS(WS-EX)
                   IF HS-MONTH NOT = WS-E-LAST-MONTH(WS-EX)
                       ADD 1 TO WS-E-TRAIL-MONTHS(WS-EX)
                       MOVE HS-MONTH TO WS-E-LAST-MONTH(WS-EX)
                   END-IF
               END-IF
               IF HS-MONTH = WS-PREV-MONTH
                   ADD HS-MTH-DOLLARS TO WS-E-PREV-DOLLARS(WS-EX)
               END-IF
           END-IF
           .
      *
       170-FIND-EMP-RTN.

      *POSITION WS-EX ON WS-FIND-EMP, ADDING THE SALESPERSON THE
      *FIRST TIME THEY ARE SEEN

           MOVE ZERO TO WS-EX
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-EMP-COUNT
                   OR WS-EX > ZERO
               IF WS-E-EMP-ID(WS-LX) = WS-FIND-EMP
                   MOVE WS-LX TO WS-EX
               END-IF
           END-PERFORM
           IF WS-EX = ZERO
               IF WS-EMP-COUNT >= WS-EMP-MAX
                   DISPLAY 'LAB1EXC: SALESPERSON TABLE FULL - RAISE '
                           'WS-EMP-MAX AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-EMP-COUNT TO WS-EX
               MOVE WS-FIND-EMP TO WS-E-EMP-ID(WS-EX)
               MOVE ZERO   TO WS-E-SALE-UNITS(WS-EX)
               MOVE ZERO   TO WS-E-RETURN-UNITS(WS-EX)
               MOVE ZERO   TO WS-E-VOID-UNITS(WS-EX)
               MOVE ZERO   TO WS-E-MONTH-UNITS(WS-EX)
               MOVE ZERO   TO WS-E-TRAIL-UNITS(WS-EX)
               MOVE ZERO   TO WS-E-TRAIL-MONTHS(WS-EX)
               MOVE SPACES TO WS-E-LAST-MONTH(WS-EX)
               MOVE ZERO   TO WS-E-PREV-DOLLARS(WS-EX)
           END-IF
           .
      *
       177-LOOKUP-PRODUCT-RTN.

           MOVE 'NO' TO WS-PROD-FOUND
           MOVE ZERO TO WS-PROD-SUB
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PROD-COUNT
               IF WS-P-CODE(WS-PX) = WS-FIND-PROD
                   MOVE 'YES' TO WS-PROD-FOUND
                   MOVE WS-PX TO WS-PROD-SUB
               END-IF
           END-PERFORM
           .
      *
       180-DAY-NUMBER-RTN.

      *DAY NUMBER OF WS-DN-DATE ON THE GREGORIAN CALENDAR.  MARCH
      *IS TREATED AS THE FIRST MONTH SO FEBRUARY'S LEAP DAY FALLS
      *AT THE END OF THE COUNTING YEAR.  EVERY DIVISION TRUNCATES

           IF WS-DN-MONTH < 3
               MOVE 1 TO WS-DN-A
           ELSE
               MOVE 0 TO WS-DN-A
           END-IF
           COMPUTE WS-DN-Y = WS-DN-YEAR + 4800 - WS-DN-A
           COMPUTE WS-DN-M = WS-DN-MONTH + (12 * WS-DN-A) - 3

           COMPUTE WS-DN-WORK = (153 * WS-DN-M) + 2
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-QUOT
           COMPUTE WS-DAYNUM = WS-DN-DAY + WS-DN-QUOT
                             + (365 * WS-DN-Y) - 32045
           DIVIDE WS-DN-Y BY 4 GIVING WS-DN-QUOT
           ADD WS-DN-QUOT TO WS-DAYNUM
           DIVIDE WS-DN-Y BY 100 GIVING WS-DN-QUOT
           SUBTRACT WS-DN-QUOT FROM WS-DAYNUM
           DIVIDE WS-DN-Y BY 400 GIVING WS-DN-QUOT
           ADD WS-DN-QUOT TO WS-DAYNUM
           .
      *
       185-PRIOR-MONTH-RTN.

      *STEP WS-CALC-MONTH BACK ONE MONTH

           IF WS-CALC-MM > 1
               SUBTRACT 1 FROM WS-CALC-MM
           ELSE
               MOVE 12 TO WS-CALC-MM
               SUBTRACT 1 FROM WS-CALC-YEAR
           END-IF
           .
      *
       200-RATE-CHECK-RTN.

      *RETURNS AND VOIDS AS A PERCENTAGE OF THE MONTH'S SALES
      *UNITS.  RETURNS OR VOIDS WITH NO SALES AT ALL IN THE MONTH
      *ARE ALWAYS OVER

           MOVE 'RETURNS AND VOIDS OVER THE RETURN PERCENTAGE'
               TO SL-TEXT-OUT
           PERFORM 230-WRITE-SECTION-RTN
           MOVE ZERO TO WS-SECTION-COUNT

           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-EMP-COUNT
               COMPUTE WS-FLAG-UNITS = WS-E-RETURN-UNITS(WS-EX)
                                     + WS-E-VOID-UNITS(WS-EX)
               IF WS-FLAG-UNITS > ZERO
                   PERFORM 205-RATE-ONE-RTN
               END-IF
           END-PERFORM

           PERFORM 239-SECTION-NONE-RTN
           .
      *
       205-RATE-ONE-RTN.

           MOVE 'NO' TO WS-FOUND
           IF WS-E-SALE-UNITS(WS-EX) > ZERO
               COMPUTE WS-RATE ROUNDED =
                   (WS-FLAG-UNITS * 100) / WS-E-SALE-UNITS(WS-EX)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-RATE
               END-COMPUTE
               IF WS-RATE > WS-RETURN-PCT
                   MOVE 'YES' TO WS-FOUND
               END-IF
           ELSE
               MOVE ZERO TO WS-RATE
               MOVE 'YES' TO WS-FOUND
           END-IF

           IF WS-FOUND = 'YES'
               ADD 1 TO WS-RATE-COUNT
               MOVE WS-E-SALE-UNITS(WS-EX)   TO FG-UNITS-OUT
               MOVE WS-E-RETURN-UNITS(WS-EX) TO FG-UNITS2-OUT
               MOVE WS-E-VOID-UNITS(WS-EX)   TO FG-UNITS3-OUT
               MOVE SPACES TO EM-TEXT-OUT
               IF WS-E-SALE-UNITS(WS-EX) > ZERO
                   MOVE WS-RATE TO FG-RATE-OUT
                   STRING 'SOLD' FG-UNITS-OUT ' RETURNED'
                          FG-UNITS2-OUT ' VOIDED' FG-UNITS3-OUT
                          FG-RATE-OUT '%'
                       DELIMITED BY SIZE INTO EM-TEXT-OUT
                   END-STRING
               ELSE
                   STRING 'SOLD' FG-UNITS-OUT ' RETURNED'
                          FG-UNITS2-OUT ' VOIDED' FG-UNITS3-OUT
                          ' NO SALES'
                       DELIMITED BY SIZE INTO EM-TEXT-OUT
                   END-STRING
               END-IF
               PERFORM 233-WRITE-EMP-RTN

               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-RET-COUNT
                   IF WS-R-EMP-ID(WS-RX) = WS-E-EMP-ID(WS-EX)
                       MOVE SPACES TO SU-NOTE-OUT
                       PERFORM 236-WRITE-RETURN-RTN
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SALE-COUNT
                   MOVE WS-S-VOID-DATE(WS-SX) TO WS-WORK-DATE
                   IF WS-S-EMP-ID(WS-SX) = WS-E-EMP-ID(WS-EX)
                       AND WS-S-VOIDED(WS-SX) = 'Y'
                       AND WS-WORK-MONTH = WS-MONTH
                       PERFORM 237-WRITE-VOID-RTN
                   END-IF
               END-PERFORM
           END-IF
           .
      *
       210-VOLUME-CHECK-RTN.

      *THE MONTH'S NET UNITS AGAINST THE AVERAGE OF THE TRAILING
      *MONTHS THE SALESPERSON HAS HISTORY FOR.  SOMEBODY WITH NO
      *TRAILING HISTORY HAS NO AVERAGE TO EXCEED

           MOVE 'MONTH VOLUME OVER THE TRAILING AVERAGE'
               TO SL-TEXT-OUT
           PERFORM 230-WRITE-SECTION-RTN
           MOVE ZERO TO WS-SECTION-COUNT

           IF WS-MONTH-CLOSED = 'NO'
               MOVE 'MONTH NOT YET ON SALESHST.DAT - RUN LAB1EOM '
                   TO ML-TEXT-OUT
               PERFORM 240-WRITE-MESSAGE-RTN
               MOVE '  FIRST; VOLUME CHECK SKIPPED' TO ML-TEXT-OUT
               PERFORM 240-WRITE-MESSAGE-RTN
           ELSE
               PERFORM VARYING WS-EX FROM 1 BY 1
                       UNTIL WS-EX > WS-EMP-COUNT
                   IF WS-E-TRAIL-MONTHS(WS-EX) > ZERO
                       PERFORM 212-VOLUME-ONE-RTN
                   END-IF
               END-PERFORM
               PERFORM 239-SECTION-NONE-RTN
           END-IF
           .
      *
       212-VOLUME-ONE-RTN.

           COMPUTE WS-AVERAGE ROUNDED = WS-E-TRAIL-UNITS(WS-EX)
                                      / WS-E-TRAIL-MONTHS(WS-EX)
           COMPUTE WS-LIMIT = WS-AVERAGE * WS-VOLUME-MULT
           IF WS-AVERAGE > ZERO
               AND WS-E-MONTH-UNITS(WS-EX) > WS-LIMIT
               ADD 1 TO WS-VOLUME-COUNT
               MOVE WS-E-MONTH-UNITS(WS-EX)  TO FG-UNITS-OUT
               MOVE WS-AVERAGE               TO FG-AVG-OUT
               MOVE WS-E-TRAIL-MONTHS(WS-EX) TO FG-MONTHS-OUT
               MOVE SPACES TO EM-TEXT-OUT
               STRING 'MONTH UNITS' FG-UNITS-OUT '  AVERAGE'
                      FG-AVG-OUT ' OVER ' FG-MONTHS-OUT ' MONTHS'
                   DELIMITED BY SIZE INTO EM-TEXT-OUT
               END-STRING
               PERFORM 233-WRITE-EMP-RTN

               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SALE-COUNT
                   IF WS-S-EMP-ID(WS-SX) = WS-E-EMP-ID(WS-EX)
                       AND WS-S-BATCH-MONTH(WS-SX) = WS-MONTH
                       MOVE SPACES TO SU-NOTE-OUT
                       IF WS-S-VOIDED(WS-SX) = 'Y'
                           STRING 'VOIDED ' WS-S-VOID-DATE(WS-SX)
                               DELIMITED BY SIZE INTO SU-NOTE-OUT
                           END-STRING
                       END-IF
                       MOVE 'SALE' TO SU-TYPE-OUT
                       PERFORM 235-WRITE-SALE-RTN
                   END-IF
               END-PERFORM
           END-IF
           .
      *
       215-NO-PRIOR-CHECK-RTN.

      *EVERY RETURN AND VOID OF THE MONTH NEEDS A POSTED SALE OF
      *THE SAME PRODUCT BY THE SAME SALESPERSON BATCHED IN THE
      *PRIOR N DAYS, UP TO AND INCLUDING THE DAY ITSELF

           MOVE 'RETURNS AND VOIDS WITH NO SALE IN THE PRIOR DAYS'
               TO SL-TEXT-OUT
           PERFORM 230-WRITE-SECTION-RTN
           MOVE ZERO TO WS-SECTION-COUNT

           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-EMP-COUNT
               MOVE 'NO' TO WS-EMP-PRINTED
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-RET-COUNT
                   IF WS-R-EMP-ID(WS-RX) = WS-E-EMP-ID(WS-EX)
                       MOVE WS-R-PROD(WS-RX)   TO WS-FIND-PROD
                       MOVE WS-R-DAYNUM(WS-RX) TO WS-EVENT-DAYNUM
                       PERFORM 218-FIND-PRIOR-SALE-RTN
                       IF WS-FOUND = 'NO'
                           PERFORM 217-NO-PRIOR-EMP-RTN
                           MOVE 'NO PRIOR SALE' TO SU-NOTE-OUT
                           PERFORM 236-WRITE-RETURN-RTN
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SX2 FROM 1 BY 1
                       UNTIL WS-SX2 > WS-SALE-COUNT
                   MOVE WS-S-VOID-DATE(WS-SX2) TO WS-WORK-DATE
                   IF WS-S-EMP-ID(WS-SX2) = WS-E-EMP-ID(WS-EX)
                       AND WS-S-VOIDED(WS-SX2) = 'Y'
                       AND WS-WORK-MONTH = WS-MONTH
                       MOVE WS-S-PROD(WS-SX2) TO WS-FIND-PROD
                       MOVE WS-S-VOID-DAYNUM(WS-SX2)
                           TO WS-EVENT-DAYNUM
                       PERFORM 218-FIND-PRIOR-SALE-RTN
                       IF WS-FOUND = 'NO'
                           PERFORM 217-NO-PRIOR-EMP-RTN
                           MOVE WS-SX2 TO WS-SX
                           PERFORM 237-WRITE-VOID-RTN
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM 239-SECTION-NONE-RTN
           .
      *
       217-NO-PRIOR-EMP-RTN.

      *THE SALESPERSON'S LINE PRINTS ONCE, AHEAD OF THEIR FIRST
      *UNSUPPORTED RETURN OR VOID

           ADD 1 TO WS-NOPRIOR-COUNT
           IF WS-EMP-PRINTED = 'NO'
               MOVE 'YES' TO WS-EMP-PRINTED
               MOVE SPACES TO EM-TEXT-OUT
               PERFORM 233-WRITE-EMP-RTN
           END-IF
           .
      *
       218-FIND-PRIOR-SALE-RTN.

           MOVE 'NO' TO WS-FOUND
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SALE-COUNT
                   OR WS-FOUND = 'YES'
               IF WS-S-EMP-ID(WS-SX) = WS-E-EMP-ID(WS-EX)
                   AND WS-S-PROD(WS-SX) = WS-FIND-PROD
                   AND WS-S-DAYNUM(WS-SX) NOT > WS-EVENT-DAYNUM
                   AND WS-S-DAYNUM(WS-SX) NOT <
                       WS-EVENT-DAYNUM - WS-PRIOR-DAYS
                   MOVE 'YES' TO WS-FOUND
               END-IF
           END-PERFORM
           .
      *
       220-EDGE-CHECK-RTN.

      *A LARGE SALE BATCHED IN THE LAST DAYS OF THE PRIOR MONTH
      *THAT TOOK THE PRIOR MONTH'S DOLLARS OVER A TIER THRESHOLD --
      *WITHOUT IT THE MONTH FALLS SHORT OF THE THRESHOLD -- AND WAS
      *VOIDED, OR RETURNED ON THE SAME ACCOUNT, IN THE FIRST DAYS
      *OF THIS MONTH

           MOVE 'TIER-EDGE SALES RETURNED EARLY THIS MONTH'
               TO SL-TEXT-OUT
           PERFORM 230-WRITE-SECTION-RTN
           MOVE ZERO TO WS-SECTION-COUNT

           IF WS-TIER-COUNT < 2
               MOVE 'COMMPLAN.DAT HAS NO TIER ABOVE THE BASE - '
                   TO ML-TEXT-OUT
               PERFORM 240-WRITE-MESSAGE-RTN
               MOVE '  TIER CHECK SKIPPED' TO ML-TEXT-OUT
               PERFORM 240-WRITE-MESSAGE-RTN
           ELSE
               PERFORM VARYING WS-EX FROM 1 BY 1
                       UNTIL WS-EX > WS-EMP-COUNT
                   MOVE 'NO' TO WS-EMP-PRINTED
                   PERFORM VARYING WS-SX2 FROM 1 BY 1
                           UNTIL WS-SX2 > WS-SALE-COUNT
                       IF WS-S-EMP-ID(WS-SX2) = WS-E-EMP-ID(WS-EX)
                           AND WS-S-QTY(WS-SX2) NOT < WS-LARGE-QTY
                           AND WS-S-DAYNUM(WS-SX2)
                               NOT < WS-EDGE-FROM-DAYNUM
                           AND WS-S-DAYNUM(WS-SX2)
                               < WS-MONTH-DAYNUM
                           PERFORM 222-EDGE-ONE-RTN
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM 239-SECTION-NONE-RTN
           END-IF
           .
      *
       222-EDGE-ONE-RTN.

      *PRICE THE SALE AT ITS BATCH-DATE PRICE AND FIND THE HIGHEST
      *THRESHOLD IT CARRIED THE PRIOR MONTH OVER

           MOVE WS-S-PROD(WS-SX2) TO WS-FIND-PROD
           PERFORM 177-LOOKUP-PRODUCT-RTN
           MOVE ZERO TO WS-EFF-PRICE
           IF WS-PROD-FOUND = 'YES'
               MOVE WS-S-BATCH-DATE(WS-SX2) TO WS-BATCH-DATE
               PERFORM 203-GET-EFF-PRICE-RTN
           END-IF
           COMPUTE WS-SALE-DOLLARS ROUNDED =
                   WS-S-QTY(WS-SX2) * WS-EFF-PRICE
           COMPUTE WS-BEFORE-DOLLARS =
                   WS-E-PREV-DOLLARS(WS-EX) - WS-SALE-DOLLARS

           MOVE ZERO TO WS-CROSSED
           PERFORM VARYING WS-TX FROM 2 BY 1
                   UNTIL WS-TX > WS-TIER-COUNT
               IF WS-E-PREV-DOLLARS(WS-EX)
                       NOT < WS-TIER-THRESHOLD(WS-TX)
                   AND WS-BEFORE-DOLLARS < WS-TIER-THRESHOLD(WS-TX)
                   MOVE WS-TIER-THRESHOLD(WS-TX) TO WS-CROSSED
               END-IF
           END-PERFORM

           IF WS-CROSSED > ZERO
               PERFORM 224-FIND-REVERSAL-RTN
           END-IF
           .
      *
       224-FIND-REVERSAL-RTN.

      *THE SALE ITSELF VOIDED IN THE EDGE DAYS, OR A RETURN OF THE
      *SAME PRODUCT ON THE SAME ACCOUNT BATCHED IN THEM

           MOVE ZERO TO WS-RX
           MOVE 'NO' TO WS-FOUND
           IF WS-S-VOIDED(WS-SX2) = 'Y'
               AND WS-S-VOID-DAYNUM(WS-SX2) NOT < WS-MONTH-DAYNUM
               AND WS-S-VOID-DAYNUM(WS-SX2)
                   NOT > WS-EDGE-THRU-DAYNUM
               MOVE 'YES' TO WS-FOUND
           ELSE
               PERFORM VARYING WS-LX FROM 1 BY 1
                       UNTIL WS-LX > WS-RET-COUNT
                       OR WS-RX > ZERO
                   IF WS-R-EMP-ID(WS-LX) = WS-S-EMP-ID(WS-SX2)
                       AND WS-R-PROD(WS-LX) = WS-S-PROD(WS-SX2)
                       AND WS-R-CUST-ACCT(WS-LX)
                           = WS-S-CUST-ACCT(WS-SX2)
                       AND WS-R-DAYNUM(WS-LX)
                           NOT > WS-EDGE-THRU-DAYNUM
                       MOVE WS-LX TO WS-RX
                       MOVE 'YES' TO WS-FOUND
                   END-IF
               END-PERFORM
           END-IF

           IF WS-FOUND = 'YES'
               ADD 1 TO WS-EDGE-COUNT
               IF WS-EMP-PRINTED = 'NO'
                   MOVE 'YES' TO WS-EMP-PRINTED
                   MOVE WS-E-PREV-DOLLARS(WS-EX) TO FG-DOLLARS-OUT
                   MOVE SPACES TO EM-TEXT-OUT
                   STRING WS-PREV-MONTH ' DOLLARS' FG-DOLLARS-OUT
                       DELIMITED BY SIZE INTO EM-TEXT-OUT
                   END-STRING
                   PERFORM 233-WRITE-EMP-RTN
               END-IF
               MOVE WS-CROSSED TO FG-THRESH-OUT
               MOVE SPACES TO SU-NOTE-OUT
               STRING 'TIER' FG-THRESH-OUT
                   DELIMITED BY SIZE INTO SU-NOTE-OUT
               END-STRING
               MOVE WS-SX2 TO WS-SX
               MOVE 'SALE' TO SU-TYPE-OUT
               PERFORM 235-WRITE-SALE-RTN
               IF WS-RX > ZERO
                   MOVE SPACES TO SU-NOTE-OUT
                   PERFORM 236-WRITE-RETURN-RTN
               ELSE
                   PERFORM 237-WRITE-VOID-RTN
               END-IF
           END-IF
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
       230-WRITE-SECTION-RTN.

           MOVE SECTION-LINE TO EXC-REPORT-REC
           WRITE EXC-REPORT-REC AFTER
                ADVANCING 2 LINES
           .
      *
       233-WRITE-EMP-RTN.

      *THE FLAGGED SALESPERSON, NAMED FROM THE MASTER, FOLLOWED BY
      *THE COLUMN HEADINGS FOR THEIR SUPPORTING TRANSACTIONS

           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-FLAG-COUNT
           MOVE WS-E-EMP-ID(WS-EX) TO EM-EMP-OUT
           MOVE WS-E-EMP-ID(WS-EX) TO SM-EMP-ID
           READ SALESPERSON-MASTER
               INVALID KEY
                   MOVE 'NOT ON SALESMST.DAT' TO EM-NAME-OUT
               NOT INVALID KEY
                   MOVE SM-NAME TO EM-NAME-OUT
           END-READ
           MOVE EMP-LINE TO EXC-REPORT-REC
           WRITE EXC-REPORT-REC AFTER
                ADVANCING 2 LINES
           MOVE SUPPORT-HEADER-LINE TO EXC-REPORT-REC
           WRITE EXC-REPORT-REC AFTER
                ADVANCING 1 LINE
           .
      *
       235-WRITE-SALE-RTN.

      *ONE POSTED SALE (WS-SX); THE CALLER SETS THE TYPE AND NOTE

           MOVE WS-S-TRAN-ID(WS-SX)      TO SU-TRAN-ID-OUT
           MOVE WS-S-BATCH-DATE(WS-SX)   TO SU-BATCH-OUT
           MOVE WS-S-PROD(WS-SX)         TO SU-PROD-OUT
           MOVE WS-S-QTY(WS-SX)          TO SU-QTY-OUT
           MOVE WS-S-CUST-ACCT(WS-SX)    TO SU-ACCT-OUT
           MOVE WS-S-INVOICE-NO(WS-SX)   TO SU-INVOICE-OUT
           MOVE WS-S-INVOICE-LINE(WS-SX) TO SU-LINE-OUT
           MOVE SUPPORT-LINE TO EXC-REPORT-REC
           WRITE EXC-REPORT-REC AFTER
                ADVANCING 1 LINE
           .
      *
       236-WRITE-RETURN-RTN.

      *ONE RETURN (WS-RX).  THE ID SHOWN IS THE SALE ON THE SAME
      *INVOICE LINE, BLANK WHEN THAT SALE IS NO LONGER ON FILE;
      *THE CALLER SETS THE NOTE

           MOVE 'RETURN'                 TO SU-TYPE-OUT
           IF WS-R-SALE-ID(WS-RX) = ZERO
               MOVE SPACES               TO SU-TRAN-ID-OUT
           ELSE
               MOVE WS-R-SALE-ID(WS-RX)  TO SU-TRAN-ID-OUT
           END-IF
           MOVE WS-R-BATCH-DATE(WS-RX)   TO SU-BATCH-OUT
           MOVE WS-R-PROD(WS-RX)         TO SU-PROD-OUT
           MOVE WS-R-QTY(WS-RX)          TO SU-QTY-OUT
           MOVE WS-R-CUST-ACCT(WS-RX)    TO SU-ACCT-OUT
           MOVE WS-R-INVOICE-NO(WS-RX)   TO SU-INVOICE-OUT
           MOVE WS-R-INVOICE-LINE(WS-RX) TO SU-LINE-OUT
           MOVE SUPPORT-LINE TO EXC-REPORT-REC
           WRITE EXC-REPORT-REC AFTER
                ADVANCING 1 LINE
           .
      *
       237-WRITE-VOID-RTN.

      *ONE VOIDED SALE (WS-SX), NOTED WITH THE DATE IT WAS VOIDED

           MOVE 'VOID' TO SU-TYPE-OUT
           MOVE SPACES TO SU-NOTE-OUT
           STRING 'VOIDED ' WS-S-VOID-DATE(WS-SX)
               DELIMITED BY SIZE INTO SU-NOTE-OUT
           END-STRING
           PERFORM 235-WRITE-SALE-RTN
           .
      *
       239-SECTION-NONE-RTN.

           IF WS-SECTION-COUNT = ZERO
               MOVE 'NONE FOUND' TO ML-TEXT-OUT
               PERFORM 240-WRITE-MESSAGE-RTN
           END-IF
           .
      *
       240-WRITE-MESSAGE-RTN.

           MOVE MESSAGE-LINE TO EXC-REPORT-REC
           WRITE EXC-REPORT-REC AFTER
                ADVANCING 1 LINE
           MOVE SPACES TO ML-TEXT-OUT
           .

       250-CLOSE-ROUTINE.

           MOVE 'POSTED SALES READ' TO CL-LABEL-OUT
           MOVE WS-TRAN-READ TO CL-COUNT-OUT
           MOVE COUNT-LINE TO EXC-REPORT-REC
           WRITE EXC-REPORT-REC AFTER
                ADVANCING 2 LINES
           MOVE 'RETURNS IN THE MONTH' TO CL-LABEL-OUT
           MOVE WS-RETURN-READ TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN
           MOVE 'HISTORY ROWS USED' TO CL-LABEL-OUT
           MOVE WS-HIST-READ TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN
           MOVE 'OVER THE RETURN PERCENTAGE' TO CL-LABEL-OUT
           MOVE WS-RATE-COUNT TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN
           MOVE 'OVER THE TRAILING AVERAGE' TO CL-LABEL-OUT
           MOVE WS-VOLUME-COUNT TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN
           MOVE 'RETURNS AND VOIDS WITH NO PRIOR SALE' TO CL-LABEL-OUT
           MOVE WS-NOPRIOR-COUNT TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN
           MOVE 'TIER-EDGE SALES RETURNED' TO CL-LABEL-OUT
           MOVE WS-EDGE-COUNT TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN

           IF WS-FLAG-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 245-WRITE-RUNLOG-RTN

      *SAME FILE NAME AS SELECT STATEMENT

              CLOSE    EXC-REPORT-FILE
                       SALESPERSON-MASTER
                 STOP RUN

           .
      *
       242-WRITE-COUNT-RTN.

           MOVE COUNT-LINE TO EXC-REPORT-REC
           WRITE EXC-REPORT-REC AFTER
                ADVANCING 1 LINE
           .
      *
       245-WRITE-RUNLOG-RTN.

      *APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED RUN LOG.
      *THE BATCH DATE CARRIES THE MONTH REPORTED, THE REJECT COUNT
      *THE SALESPERSON LINES FLAGGED.  A LOG THAT CANNOT BE WRITTEN
      *IS WORTH A CONSOLE LINE BUT NOT AN ABEND -- THE REPORT IS
      *ALREADY ON DISK

           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF WS-RUNLOG-STATUS NOT = '00'
               DISPLAY 'LAB1EXC: UNABLE TO OPEN RUN LOG, STATUS='
                   WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES              TO RUN-LOG-REC
               MOVE 'LAB1EXC'           TO RL-PROGRAM
               MOVE WS-CUR-DATE         TO RL-RUN-DATE
               MOVE WS-CUR-TIME         TO RL-RUN-TIME
               MOVE WS-MONTH            TO RL-BATCH-DATE
               MOVE SPACES              TO RL-BATCH-REGION
               MOVE WS-TRAN-READ        TO RL-ACCEPT-COUNT
               MOVE WS-FLAG-COUNT       TO RL-REJECT-COUNT
               MOVE RETURN-CODE         TO RL-RETURN-CODE
               WRITE RUN-LOG-REC
               CLOSE RUN-LOG-FILE
           END-IF
           .
