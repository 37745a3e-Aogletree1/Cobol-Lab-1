       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LAB1YOY.
       AUTHOR.     AUSTIN H OGLETREE.
      **********************************************************
      *  This program is the year-over-year sales comparison.  It
      *  reads the month history LAB1EOM writes and the annual
      *  history LAB1YEC writes and prints, for each salesperson
      *  within each region, three comparisons side by side:
      *    - THE REPORT MONTH AGAINST THE SAME MONTH LAST YEAR
      *    - THIS YEAR TO DATE THROUGH THE REPORT MONTH AGAINST
      *      LAST YEAR THROUGH THE SAME MONTH
      *    - LAST YEAR'S FULL-YEAR TOTAL
      *  WITH UNITS AND DOLLARS, THE PERCENT CHANGE, AND A RANK
      *  WITHIN REGION ON THIS YEAR'S YEAR-TO-DATE DOLLARS.  IT
      *  CLOSES WITH A PRODUCT SUMMARY PAGE IN CATALOG ORDER, THE
      *  SAME COLUMN ORDER LAB1PRD USES.
      *
      *  INPUT:  YOYPARM.DAT  RUN CARD -- REPORT MONTH (YYYYMM),
      *                       NORMALLY THE MONTH LAB1EOM JUST
      *                       CLOSED.  LAST YEAR'S MONTH IS
      *                       COMPUTED FROM IT.
      *          SALESHST.DAT THE MONTH HISTORY -- ALL MONTH AND
      *                       YEAR-TO-DATE UNITS AND DOLLARS, AND
      *                       LAST YEAR'S FULL-YEAR DOLLARS
      *          SALESANN.DAT THE ANNUAL HISTORY -- LAST YEAR'S
      *                       FULL-YEAR UNITS (MAY NOT EXIST YET)
      *          SALESMST.DAT HIRE DATES AND STATUS FOR THE TAGS
      *          PRODMST.DAT  THE CATALOG, FOR THE PRODUCT PAGE
      *          REGNMST.DAT  REGION NAMES FOR THE REGION HEADERS
      *  OUTPUT: YOYRPT.TXT   THE YEAR-OVER-YEAR REPORT
      *
      *  A SALESPERSON HIRED IN EITHER YEAR IS TAGGED 'HIRED' AND
      *  ONE TERMINATED IS TAGGED 'TERM' ('H+T' FOR BOTH), SO A
      *  PARTIAL YEAR IS NOT READ AS GROWTH OR DECLINE.  THE
      *  MASTER CARRIES NO TERMINATION DATE, SO ANY TERMINATED
      *  SALESPERSON WITH HISTORY IN EITHER YEAR IS TAGGED.
      *
      *  A SALESPERSON TRANSFERRED BETWEEN REGIONS HAS ONE ROW PER
      *  REGION, EACH CARRYING ONLY THAT REGION'S SHARE, TAGGED
      *  'XFR'.  THE ANNUAL HISTORY KEEPS ONE ROW PER SALESPERSON,
      *  SO LAST YEAR'S FULL-YEAR UNITS SIT ON THE ROW FOR THE
      *  REGION THE YEAR CLOSED IN.
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * THE RUN CARD NAMING THE REPORT MONTH

           SELECT YOY-PARM-FILE
               ASSIGN TO 'YOYPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * THE MONTH HISTORY LAB1EOM WRITES

           SELECT SALES-HISTORY-FILE
               ASSIGN TO 'SALESHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      * THE ANNUAL SNAPSHOTS LAB1YEC APPENDS

           SELECT SALES-ANNUAL-FILE
               ASSIGN TO 'SALESANN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANNUAL-STATUS.

      * THE SALESPERSON REFERENCE MASTER -- HIRE DATE AND STATUS
      * FOR THE PARTIAL-YEAR TAGS

           SELECT SALESPERSON-MASTER
               ASSIGN TO 'SALESMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-EMP-ID
               FILE STATUS IS WS-SALESMST-STATUS.

      * THE PRODUCT CATALOG

           SELECT PRODUCT-MASTER
               ASSIGN TO 'PRODMST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODMST-STATUS.

      * REGION REFERENCE MASTER -- THE REGION HEADERS PRINT THE
      * MASTER'S FULL REGION NAME

           SELECT REGION-MASTER
               ASSIGN TO 'REGNMST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGNMST-STATUS.

      * THE COMPARISON REPORT FOR THE PRINTER

           SELECT YOY-REPORT-FILE
               ASSIGN TO 'YOYRPT.TXT'.

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

       FD    YOY-PARM-FILE.
       01    YOY-PARM-REC.
          05  YP-REPORT-MONTH          PIC X(6).
          05  FILLER                   PIC X(34).

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

      * SAME LAYOUT LAB1YEC WRITES

       FD    SALES-ANNUAL-FILE.
       01    SALES-ANNUAL-REC.
          05  AN-YEAR                  PIC X(4).
          05  AN-EMP-ID                PIC X(5).
          05  AN-NAME                  PIC X(20).
          05  AN-REGION                PIC X(10).
          05  AN-PROD-ENTRY OCCURS 12 TIMES.
             10  AN-PROD-CODE          PIC X(4).
             10  AN-PROD-QTY           PIC 9(7).

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

      * SAME NAME AS THE SELECT STATEMENT -- SAME LAYOUT LAB1MNT
      * VALIDATES AGAINST

       FD    REGION-MASTER.
       01    REGION-MASTER-REC.
          05  RG-REGION-CODE           PIC X(10).
          05  RG-REGION-NAME           PIC X(20).
          05  RG-MANAGER               PIC X(20).
          05  RG-ACTIVE                PIC X.
      *
       FD    YOY-REPORT-FILE.
       01    YOY-REPORT-REC    PIC X(132).

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
             05    WS-HISTORY-STATUS         PIC XX VALUE SPACES.
             05    WS-ANNUAL-STATUS          PIC XX VALUE SPACES.
             05    WS-SALESMST-STATUS        PIC XX VALUE SPACES.
             05    WS-RUNLOG-STATUS          PIC XX VALUE SPACES.
             05    WS-CUR-DATE               PIC X(8) VALUE SPACES.
             05    WS-CUR-TIME               PIC X(8) VALUE SPACES.
             05    WS-REPORT-MONTH           PIC X(6) VALUE SPACES.
             05    WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
                   10  WS-REPORT-YEAR        PIC 9(4).
                   10  WS-REPORT-MM          PIC 9(2).
             05    WS-LY-MONTH               PIC X(6) VALUE SPACES.
             05    WS-LY-MONTH-R REDEFINES WS-LY-MONTH.
                   10  WS-LY-YEAR            PIC 9(4).
                   10  WS-LY-MM              PIC 9(2).
             05    WS-TY-YEAR-X              PIC X(4) VALUE SPACES.
             05    WS-LY-YEAR-X              PIC X(4) VALUE SPACES.
             05    WS-TY-JAN                 PIC X(6) VALUE SPACES.
             05    WS-LY-JAN                 PIC X(6) VALUE SPACES.
             05    WS-LY-DEC                 PIC X(6) VALUE SPACES.
             05    WS-IN-TY-YTD              PIC X(3) VALUE 'NO'.
             05    WS-IN-LY-YTD              PIC X(3) VALUE 'NO'.
             05    WS-IN-LY-YEAR             PIC X(3) VALUE 'NO'.
             05    WS-TY-MONTH-ROWS          PIC 9(6) VALUE ZERO.
             05    WS-ANNUAL-ROWS            PIC 9(6) VALUE ZERO.
             05    WS-HIRE-DATE              PIC X(8) VALUE SPACES.
             05    WS-HIRE-DATE-R REDEFINES WS-HIRE-DATE.
                   10  WS-HIRE-YEAR          PIC X(4).
                   10  FILLER                PIC X(4).
             05    WS-SALESMST-FOUND         PIC X(3) VALUE 'NO'.
             05    WS-IS-HIRED               PIC X(3) VALUE 'NO'.
             05    WS-HX                     PIC 9(2) VALUE ZERO.
             05    WS-IDX                    PIC 9(4) VALUE ZERO.
             05    WS-IDX2                   PIC 9(4) VALUE ZERO.
             05    WS-MAX-IDX                PIC 9(4) VALUE ZERO.
             05    WS-SUB                    PIC 9(4) VALUE ZERO.
             05    WS-FOUND-SUB              PIC 9(4) VALUE ZERO.
             05    WS-RANK                   PIC 9(4) VALUE ZERO.
             05    WS-TAGGED-COUNT           PIC 9(4) VALUE ZERO.
             05    WS-KEY-EMP-ID             PIC X(5) VALUE SPACES.
             05    WS-KEY-NAME               PIC X(20) VALUE SPACES.
             05    WS-KEY-REGION             PIC X(10) VALUE SPACES.
             05    WS-PREV-REGION            PIC X(10) VALUE SPACES.
             05    WS-LINE-COUNT             PIC 9(4) VALUE ZERO.
             05    WS-MAX-LINES-PER-PAGE     PIC 9(4) VALUE 55.

      *THE PERCENT-CHANGE WORK FIELDS.  A ZERO LAST-YEAR FIGURE
      *HAS NOTHING TO CHANGE FROM AND TAGS 'NEW' INSTEAD

       01    WS-PERCENT-AREAS.
             05    WS-PCT-NEW                PIC S9(9)V99 VALUE ZERO.
             05    WS-PCT-OLD                PIC S9(9)V99 VALUE ZERO.
             05    WS-PCT                    PIC S9(5)V9 VALUE ZERO.
             05    WS-PCT-TAG                PIC X(3) VALUE SPACES.

      *THE PRODUCT CATALOG, SAME SHAPE LAB1PRD CARRIES

       01    WS-PRODUCT-AREAS.
             05    WS-PRODMST-STATUS         PIC XX VALUE SPACES.
             05    WS-PROD-COUNT             PIC 9(2) VALUE ZERO.
             05    WS-PROD-MAX               PIC 9(2) VALUE 12.
             05    WS-PX                     PIC 9(2) VALUE ZERO.
             05    WS-PROD-SUB               PIC 9(2) VALUE ZERO.
             05    WS-PROD-FOUND             PIC X(3) VALUE 'NO'.
             05    WS-PROD-MORE-RECS         PIC X(3) VALUE 'YES'.
             05    WS-PROD-CODE-IN           PIC X(4) VALUE SPACES.

       01    WS-PRODUCT-TABLE.
             05    WS-PROD-ENTRY OCCURS 12 TIMES.
                   10    WS-P-CODE           PIC X(4).
                   10    WS-P-DESC           PIC X(20).
                   10    WS-P-PRICE          PIC 9(3)V99.
                   10    WS-P-ACTIVE         PIC X.

      *UNITS PER CATALOG PRODUCT FOR THE PRODUCT PAGE.  SLOT N
      *MATCHES PRODUCT TABLE ENTRY N; A CODE NOT IN TODAY'S
      *CATALOG IS STEPPED OVER, AS LAB1PRD DOES

       01    WS-PROD-UNIT-TABLE.
             05    WS-PU-ENTRY OCCURS 12 TIMES.
                   10    WS-PU-TY-MONTH      PIC S9(8) VALUE ZERO.
                   10    WS-PU-LY-MONTH      PIC S9(8) VALUE ZERO.
                   10    WS-PU-TY-YTD        PIC S9(8) VALUE ZERO.
                   10    WS-PU-LY-YTD        PIC S9(8) VALUE ZERO.
                   10    WS-PU-LY-YEAR       PIC S9(8) VALUE ZERO.

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
             05    WS-REGION-NAME            PIC X(20) VALUE SPACES.

       01    WS-REGMST-TABLE.
             05    WS-RM-ENTRY OCCURS 20 TIMES.
                   10    WS-RM-CODE          PIC X(10).
                   10    WS-RM-NAME          PIC X(20).
                   10    WS-RM-MGR           PIC X(20).

      *ONE ENTRY PER SALESPERSON PER REGION SEEN IN EITHER YEAR.
      *WS-Y-SPLIT IS 'Y' ON EVERY ENTRY OF A SALESPERSON CREDITED
      *TO MORE THAN ONE REGION; WS-Y-TAG CARRIES THE PARTIAL-YEAR
      *TAG FROM THE SALESPERSON MASTER

       01    WS-YOY-AREAS.
             05    WS-YOY-COUNT              PIC 9(4) VALUE ZERO.
             05    WS-YOY-MAX                PIC 9(4) VALUE 1000.

       01    WS-YOY-TABLE.
             05    WS-YOY-ENTRY OCCURS 1000 TIMES.
                   10    WS-Y-EMP-ID         PIC X(5).
                   10    WS-Y-NAME           PIC X(20).
                   10    WS-Y-REGION         PIC X(10).
                   10    WS-Y-TY-MTH-UNITS   PIC S9(8).
                   10    WS-Y-LY-MTH-UNITS   PIC S9(8).
                   10    WS-Y-TY-YTD-UNITS   PIC S9(8).
                   10    WS-Y-LY-YTD-UNITS   PIC S9(8).
                   10    WS-Y-LY-YR-UNITS    PIC S9(8).
                   10    WS-Y-TY-MTH-DOLLARS PIC S9(9)V99.
                   10    WS-Y-LY-MTH-DOLLARS PIC S9(9)V99.
                   10    WS-Y-TY-YTD-DOLLARS PIC S9(9)V99.
                   10    WS-Y-LY-YTD-DOLLARS PIC S9(9)V99.
                   10    WS-Y-LY-YR-DOLLARS  PIC S9(9)V99.
                   10    WS-Y-TAG            PIC X(5).
                   10    WS-Y-SPLIT          PIC X.

       01    WS-SWAP-ENTRY                   PIC X(136).

      *************************OUTPUT AREA**************************
       01 REPORT-HEADER.
          05 FILLER          PIC X(14) VALUE SPACES.
          05 FILLER          PIC X(30)
             VALUE 'YEAR-OVER-YEAR SALES REPORT'.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RH-MONTH-OUT    PIC X(6).
          05 FILLER          PIC X(5) VALUE ' VS  '.
          05 RH-LY-MONTH-OUT PIC X(6).
      *
       01 COLUMN-HEADER-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(4) VALUE 'RANK'.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(6) VALUE 'EMP ID'.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 FILLER          PIC X(20) VALUE 'NAME'.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(6) VALUE SPACES.
          05 FILLER          PIC X(9) VALUE ' TY UNITS'.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 FILLER          PIC X(9) VALUE ' LY UNITS'.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 FILLER          PIC X(9) VALUE '  PCT CHG'.
          05 FILLER          PIC X(5) VALUE SPACES.
          05 FILLER          PIC X(15) VALUE '     TY DOLLARS'.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 FILLER          PIC X(15) VALUE '     LY DOLLARS'.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 FILLER          PIC X(9) VALUE '  PCT CHG'.
          05 FILLER          PIC X(5) VALUE SPACES.
          05 FILLER          PIC X(5) VALUE 'TAG'.
      *
      *RG-REGION-OUT CARRIES THE REGION MASTER'S FULL NAME, FALLING
      *BACK TO THE RAW CODE FOR ANYTHING NOT ON THE MASTER

       01 REGION-HEADER-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(9) VALUE 'REGION - '.
          05 RG-REGION-OUT   PIC X(20).
      *
      *ONE LINE EACH FOR THE MONTH AND THE YEAR TO DATE; THE RANK,
      *ID AND NAME PRINT ON THE MONTH LINE ONLY

       01 DETAIL-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DL-ID-AREA.
             10 DL-RANK-OUT     PIC ZZZ9.
             10 FILLER          PIC X(2) VALUE SPACES.
             10 DL-EMP-ID-OUT   PIC X(5).
             10 FILLER          PIC X(2) VALUE SPACES.
             10 DL-NAME-OUT     PIC X(20).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DL-PERIOD-OUT   PIC X(6).
          05 DL-TY-UNITS-OUT PIC -Z(7)9.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 DL-LY-UNITS-OUT PIC -Z(7)9.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 DL-UPCT-OUT     PIC -ZZ,ZZ9.9.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 DL-UTAG-OUT     PIC X(3).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 DL-TY-DOL-OUT   PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 DL-LY-DOL-OUT   PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 DL-DPCT-OUT     PIC -ZZ,ZZ9.9.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 DL-DTAG-OUT     PIC X(3).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 DL-TAG-OUT      PIC X(5).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 DL-XFR-OUT      PIC X(3).
      *
      *LAST YEAR'S FULL YEAR, UNDER THE LAST-YEAR COLUMNS

       01 FULL-YEAR-LINE.
          05 FILLER          PIC X(37) VALUE SPACES.
          05 FILLER          PIC X(16) VALUE 'LAST FULL YEAR'.
          05 FY-UNITS-OUT    PIC -Z(7)9.
          05 FILLER          PIC X(31) VALUE SPACES.
          05 FY-DOLLARS-OUT  PIC -ZZZ,ZZZ,ZZ9.99.
      *
       01 PRODUCT-HEADER.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(32)
             VALUE 'PRODUCT SUMMARY - NET UNITS'.
      *
       01 PRODUCT-COLUMN-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(4) VALUE 'CODE'.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(20) VALUE 'DESCRIPTION'.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(9) VALUE ' TY MONTH'.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 FILLER          PIC X(9) VALUE ' LY MONTH'.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 FILLER          PIC X(9) VALUE '  PCT CHG'.
          05 FILLER          PIC X(5) VALUE SPACES.
          05 FILLER          PIC X(9) VALUE '   TY YTD'.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 FILLER          PIC X(9) VALUE '   LY YTD'.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 FILLER          PIC X(9) VALUE '  PCT CHG'.
          05 FILLER          PIC X(5) VALUE SPACES.
          05 FILLER          PIC X(9) VALUE ' LY YEAR'.
      *
       01 PRODUCT-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 PL-CODE-OUT     PIC X(4).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 PL-DESC-OUT     PIC X(20).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 PL-TY-MTH-OUT   PIC -Z(7)9.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 PL-LY-MTH-OUT   PIC -Z(7)9.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 PL-MPCT-OUT     PIC -ZZ,ZZ9.9.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 PL-MTAG-OUT     PIC X(3).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 PL-TY-YTD-OUT   PIC -Z(7)9.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 PL-LY-YTD-OUT   PIC -Z(7)9.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 PL-YPCT-OUT     PIC -ZZ,ZZ9.9.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 PL-YTAG-OUT     PIC X(3).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 PL-LY-YR-OUT    PIC -Z(7)9.
      *
       01 MESSAGE-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 ML-TEXT-OUT     PIC X(60).
      *

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 150-LOAD-HISTORY-RTN
           PERFORM 165-LOAD-ANNUAL-RTN
           PERFORM 175-TAG-ENTRIES-RTN
           PERFORM 185-SORT-BY-REGION-RTN
           PERFORM 190-WRITE-REGION-PAGES-RTN
           PERFORM 220-WRITE-PRODUCT-PAGE-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME

      *THE RUN CARD NAMES THE REPORT MONTH -- WITHOUT IT THERE IS
      *NOTHING TO REPORT ON.  LAST YEAR'S MONTH AND THE YEAR-TO-
      *DATE WINDOWS ARE COMPUTED FROM IT

           OPEN INPUT YOY-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'LAB1YOY: UNABLE TO OPEN YOYPARM.DAT, '
                   'STATUS=' WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ YOY-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE YP-REPORT-MONTH TO WS-REPORT-MONTH
           END-READ
           CLOSE YOY-PARM-FILE

           IF WS-REPORT-MONTH NOT NUMERIC
               DISPLAY 'LAB1YOY: REPORT MONTH ON YOYPARM.DAT IS '
                   'MISSING OR NOT YYYYMM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY 'LAB1YOY: REPORT MONTH ON YOYPARM.DAT IS '
                   'MISSING OR NOT YYYYMM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-REPORT-MONTH TO WS-LY-MONTH
           SUBTRACT 1 FROM WS-LY-YEAR
           MOVE WS-REPORT-YEAR TO WS-TY-YEAR-X
           MOVE WS-LY-YEAR     TO WS-LY-YEAR-X

           MOVE SPACES TO WS-TY-JAN
           STRING WS-TY-YEAR-X '01'
               DELIMITED BY SIZE INTO WS-TY-JAN
           END-STRING
           MOVE SPACES TO WS-LY-JAN
           STRING WS-LY-YEAR-X '01'
               DELIMITED BY SIZE INTO WS-LY-JAN
           END-STRING
           MOVE SPACES TO WS-LY-DEC
           STRING WS-LY-YEAR-X '12'
               DELIMITED BY SIZE INTO WS-LY-DEC
           END-STRING

           PERFORM 126-LOAD-PRODUCTS-RTN
           PERFORM 130-LOAD-REGIONS-RTN

           OPEN OUTPUT YOY-REPORT-FILE

           MOVE WS-REPORT-MONTH TO RH-MONTH-OUT
           MOVE WS-LY-MONTH     TO RH-LY-MONTH-OUT
           MOVE REPORT-HEADER TO YOY-REPORT-REC
           WRITE YOY-REPORT-REC
                   AFTER ADVANCING 1 LINE

           MOVE COLUMN-HEADER-LINE TO YOY-REPORT-REC
           WRITE YOY-REPORT-REC
                   AFTER ADVANCING 1 LINE

           MOVE 2 TO WS-LINE-COUNT
           .
      *
       126-LOAD-PRODUCTS-RTN.

      *LOAD PRODMST.DAT, SAME RULES LAB1PRD APPLIES -- THE
      *PRODUCT PAGE PRINTS IN THIS ORDER

           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODMST-STATUS NOT = '00'
               DISPLAY 'LAB1YOY: UNABLE TO OPEN PRODUCT MASTER, '
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
               DISPLAY 'LAB1YOY: PRODUCT MASTER EXCEEDS '
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
       1268-FIND-PRODUCT-RTN.

      *FIND WS-PROD-CODE-IN IN THE CATALOG; WS-PROD-SUB IS ITS
      *SLOT WHEN WS-PROD-FOUND IS 'YES'

           MOVE 'NO' TO WS-PROD-FOUND
           MOVE ZERO TO WS-PROD-SUB
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PROD-COUNT
                   OR WS-PROD-FOUND = 'YES'
               IF WS-P-CODE(WS-PX) = WS-PROD-CODE-IN
                   MOVE 'YES' TO WS-PROD-FOUND
                   MOVE WS-PX TO WS-PROD-SUB
               END-IF
           END-PERFORM
           .
      *
       130-LOAD-REGIONS-RTN.

      *LOAD REGNMST.DAT INTO WS-REGMST-TABLE, SAME RULES THE DAILY
      *PROGRAMS APPLY: THE REGION MASTER IS REQUIRED

           OPEN INPUT REGION-MASTER
           IF WS-REGNMST-STATUS NOT = '00'
               DISPLAY 'LAB1YOY: UNABLE TO OPEN REGION MASTER, '
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
               DISPLAY 'LAB1YOY: REGION MASTER EXCEEDS '
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
       140-FIND-REGION-RTN.

      *FIND WS-REGION-CODE-IN IN THE REGION TABLE.  WHEN FOUND,
      *WS-REGION-NAME CARRIES THE MASTER'S FULL NAME; WHEN NOT, IT
      *FALLS BACK TO THE CODE AS KEYED SO A PHANTOM REGION IS
      *VISIBLE FOR WHAT IT IS

           MOVE 'NO' TO WS-REGION-FOUND
           MOVE WS-REGION-CODE-IN TO WS-REGION-NAME
           PERFORM VARYING WS-RGX FROM 1 BY 1
                   UNTIL WS-RGX > WS-REGION-COUNT
                   OR WS-REGION-FOUND = 'YES'
               IF WS-RM-CODE(WS-RGX) = WS-REGION-CODE-IN
                   MOVE 'YES' TO WS-REGION-FOUND
                   MOVE WS-RM-NAME(WS-RGX) TO WS-REGION-NAME
               END-IF
           END-PERFORM
           .
      *
       150-LOAD-HISTORY-RTN.

      *ONE PASS OVER THE MONTH HISTORY.  A ROW COUNTS WHEN IT
      *FALLS IN THIS YEAR'S YEAR TO DATE OR ANYWHERE IN LAST YEAR;
      *EVERYTHING ELSE IS STEPPED OVER

           OPEN INPUT SALES-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'LAB1YOY: UNABLE TO OPEN SALESHST.DAT, '
                   'STATUS=' WS-HISTORY-STATUS
                   ' - HAS LAB1EOM EVER RUN?'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
               READ SALES-HISTORY-FILE
                   AT END
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 155-FOLD-HISTORY-RTN
               END-READ
           END-PERFORM
           CLOSE SALES-HISTORY-FILE

           IF WS-TY-MONTH-ROWS = ZERO
               DISPLAY 'LAB1YOY: NO HISTORY ROWS FOR '
                   WS-REPORT-MONTH ' - HAS LAB1EOM CLOSED THE MONTH?'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
      *
       155-FOLD-HISTORY-RTN.

           MOVE 'NO' TO WS-IN-TY-YTD
           MOVE 'NO' TO WS-IN-LY-YTD
           MOVE 'NO' TO WS-IN-LY-YEAR
           IF HS-MONTH NOT < WS-TY-JAN
               AND HS-MONTH NOT > WS-REPORT-MONTH
               MOVE 'YES' TO WS-IN-TY-YTD
           END-IF
           IF HS-MONTH NOT < WS-LY-JAN
               AND HS-MONTH NOT > WS-LY-DEC
               MOVE 'YES' TO WS-IN-LY-YEAR
               IF HS-MONTH NOT > WS-LY-MONTH
                   MOVE 'YES' TO WS-IN-LY-YTD
               END-IF
           END-IF

           IF WS-IN-TY-YTD = 'YES' OR WS-IN-LY-YEAR = 'YES'
               MOVE HS-EMP-ID TO WS-KEY-EMP-ID
               MOVE HS-NAME   TO WS-KEY-NAME
               MOVE HS-REGION TO WS-KEY-REGION
               PERFORM 160-FIND-ENTRY-RTN
               PERFORM 157-FOLD-ROW-RTN
           END-IF
           .
      *
       157-FOLD-ROW-RTN.

      *THE ROW'S DOLLARS GO STRAIGHT ONTO THE ENTRY; ITS UNITS ARE
      *THE SUM OF ITS CLAIMED PRODUCT BUCKETS, EACH ALSO FOLDED
      *INTO THE PRODUCT PAGE.  THE REPORT MONTH'S ROW CARRIES THE
      *NEWEST NAME

           IF HS-MONTH = WS-REPORT-MONTH
               ADD 1 TO WS-TY-MONTH-ROWS
               MOVE HS-NAME TO WS-Y-NAME(WS-FOUND-SUB)
               ADD HS-MTH-DOLLARS
                   TO WS-Y-TY-MTH-DOLLARS(WS-FOUND-SUB)
           END-IF
           IF HS-MONTH = WS-LY-MONTH
               ADD HS-MTH-DOLLARS
                   TO WS-Y-LY-MTH-DOLLARS(WS-FOUND-SUB)
           END-IF
           IF WS-IN-TY-YTD = 'YES'
               ADD HS-MTH-DOLLARS
                   TO WS-Y-TY-YTD-DOLLARS(WS-FOUND-SUB)
           END-IF
           IF WS-IN-LY-YTD = 'YES'
               ADD HS-MTH-DOLLARS
                   TO WS-Y-LY-YTD-DOLLARS(WS-FOUND-SUB)
           END-IF
           IF WS-IN-LY-YEAR = 'YES'
               ADD HS-MTH-DOLLARS
                   TO WS-Y-LY-YR-DOLLARS(WS-FOUND-SUB)
           END-IF

           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-PROD-MAX
               IF HS-PROD-CODE(WS-HX) NOT = SPACES
                   PERFORM 158-FOLD-BUCKET-RTN
               END-IF
           END-PERFORM
           .
      *
       158-FOLD-BUCKET-RTN.

           MOVE HS-PROD-CODE(WS-HX) TO WS-PROD-CODE-IN
           PERFORM 1268-FIND-PRODUCT-RTN

           IF HS-MONTH = WS-REPORT-MONTH
               ADD HS-MTH-QTY(WS-HX)
                   TO WS-Y-TY-MTH-UNITS(WS-FOUND-SUB)
               IF WS-PROD-FOUND = 'YES'
                   ADD HS-MTH-QTY(WS-HX)
                       TO WS-PU-TY-MONTH(WS-PROD-SUB)
               END-IF
           END-IF
           IF HS-MONTH = WS-LY-MONTH
               ADD HS-MTH-QTY(WS-HX)
                   TO WS-Y-LY-MTH-UNITS(WS-FOUND-SUB)
               IF WS-PROD-FOUND = 'YES'
                   ADD HS-MTH-QTY(WS-HX)
                       TO WS-PU-LY-MONTH(WS-PROD-SUB)
               END-IF
           END-IF
           IF WS-IN-TY-YTD = 'YES'
               ADD HS-MTH-QTY(WS-HX)
                   TO WS-Y-TY-YTD-UNITS(WS-FOUND-SUB)
               IF WS-PROD-FOUND = 'YES'
                   ADD HS-MTH-QTY(WS-HX)
                       TO WS-PU-TY-YTD(WS-PROD-SUB)
               END-IF
           END-IF
           IF WS-IN-LY-YTD = 'YES'
               ADD HS-MTH-QTY(WS-HX)
                   TO WS-Y-LY-YTD-UNITS(WS-FOUND-SUB)
               IF WS-PROD-FOUND = 'YES'
                   ADD HS-MTH-QTY(WS-HX)
                       TO WS-PU-LY-YTD(WS-PROD-SUB)
               END-IF
           END-IF
           .
      *
       160-FIND-ENTRY-RTN.

      *FIND OR ADD THE ENTRY FOR WS-KEY-EMP-ID IN WS-KEY-REGION;
      *WS-FOUND-SUB POINTS AT IT ON RETURN

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-YOY-COUNT
                   OR WS-FOUND-SUB > ZERO
               IF WS-Y-EMP-ID(WS-SUB) = WS-KEY-EMP-ID
                   AND WS-Y-REGION(WS-SUB) = WS-KEY-REGION
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM

           IF WS-FOUND-SUB = ZERO
               IF WS-YOY-COUNT >= WS-YOY-MAX
                   DISPLAY 'LAB1YOY: COMPARISON TABLE FULL - RAISE '
                           'WS-YOY-MAX AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-YOY-COUNT
               MOVE WS-YOY-COUNT TO WS-FOUND-SUB
               MOVE WS-KEY-EMP-ID TO WS-Y-EMP-ID(WS-FOUND-SUB)
               MOVE WS-KEY-NAME   TO WS-Y-NAME(WS-FOUND-SUB)
               MOVE WS-KEY-REGION TO WS-Y-REGION(WS-FOUND-SUB)
               MOVE ZERO TO WS-Y-TY-MTH-UNITS(WS-FOUND-SUB)
               MOVE ZERO TO WS-Y-LY-MTH-UNITS(WS-FOUND-SUB)
               MOVE ZERO TO WS-Y-TY-YTD-UNITS(WS-FOUND-SUB)
               MOVE ZERO TO WS-Y-LY-YTD-UNITS(WS-FOUND-SUB)
               MOVE ZERO TO WS-Y-LY-YR-UNITS(WS-FOUND-SUB)
               MOVE ZERO TO WS-Y-TY-MTH-DOLLARS(WS-FOUND-SUB)
               MOVE ZERO TO WS-Y-LY-MTH-DOLLARS(WS-FOUND-SUB)
               MOVE ZERO TO WS-Y-TY-YTD-DOLLARS(WS-FOUND-SUB)
               MOVE ZERO TO WS-Y-LY-YTD-DOLLARS(WS-FOUND-SUB)
               MOVE ZERO TO WS-Y-LY-YR-DOLLARS(WS-FOUND-SUB)
               MOVE SPACES TO WS-Y-TAG(WS-FOUND-SUB)
               MOVE 'N'   TO WS-Y-SPLIT(WS-FOUND-SUB)
           END-IF
           .
      *
       165-LOAD-ANNUAL-RTN.

      *LAST YEAR'S FULL-YEAR UNITS COME FROM THE ROW LAB1YEC
      *SNAPSHOTTED WHEN IT CLOSED LAST YEAR.  NO FILE, OR NO ROWS
      *FOR LAST YEAR, MEANS THE YEAR HAS NOT BEEN CLOSED YET -- THE
      *FULL-YEAR UNITS PRINT ZERO AND THE PRODUCT PAGE SAYS WHY

           OPEN INPUT SALES-ANNUAL-FILE
           IF WS-ANNUAL-STATUS NOT = '00'
               AND WS-ANNUAL-STATUS NOT = '35'
               DISPLAY 'LAB1YOY: UNABLE TO OPEN ANNUAL HISTORY, '
                   'STATUS=' WS-ANNUAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-ANNUAL-STATUS = '00'
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ SALES-ANNUAL-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           IF AN-YEAR = WS-LY-YEAR-X
                               PERFORM 170-FOLD-ANNUAL-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-ANNUAL-FILE
           END-IF
           .
      *
       170-FOLD-ANNUAL-RTN.

      *THE ANNUAL ROW CARRIES ONE REGION -- THE ONE THE YEAR
      *CLOSED IN -- SO ITS UNITS GO ON THAT REGION'S ENTRY

           ADD 1 TO WS-ANNUAL-ROWS
           MOVE AN-EMP-ID TO WS-KEY-EMP-ID
           MOVE AN-NAME   TO WS-KEY-NAME
           MOVE AN-REGION TO WS-KEY-REGION
           PERFORM 160-FIND-ENTRY-RTN

           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-PROD-MAX
               IF AN-PROD-CODE(WS-HX) NOT = SPACES
                   ADD AN-PROD-QTY(WS-HX)
                       TO WS-Y-LY-YR-UNITS(WS-FOUND-SUB)
                   MOVE AN-PROD-CODE(WS-HX) TO WS-PROD-CODE-IN
                   PERFORM 1268-FIND-PRODUCT-RTN
                   IF WS-PROD-FOUND = 'YES'
                       ADD AN-PROD-QTY(WS-HX)
                           TO WS-PU-LY-YEAR(WS-PROD-SUB)
                   END-IF
               END-IF
           END-PERFORM
           .
      *
       175-TAG-ENTRIES-RTN.

      *FLAG EVERY ENTRY OF A SALESPERSON WHO SHOWS UP UNDER MORE
      *THAN ONE REGION, THEN HANG THE PARTIAL-YEAR TAG FROM THE
      *SALESPERSON MASTER ON EACH ENTRY

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-YOY-COUNT
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-YOY-COUNT
                   IF WS-IDX2 NOT = WS-IDX
                       AND WS-Y-EMP-ID(WS-IDX2) = WS-Y-EMP-ID(WS-IDX)
                       MOVE 'Y' TO WS-Y-SPLIT(WS-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM

           OPEN INPUT SALESPERSON-MASTER
           IF WS-SALESMST-STATUS NOT = '00'
               DISPLAY 'LAB1YOY: UNABLE TO OPEN SALESMST.DAT, '
                   'STATUS=' WS-SALESMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-YOY-COUNT
               PERFORM 180-TAG-ONE-RTN
           END-PERFORM
           CLOSE SALESPERSON-MASTER
           .
      *
       180-TAG-ONE-RTN.

      *HIRED IN EITHER YEAR, OR TERMINATED, MEANS AT LEAST ONE OF
      *THE TWO YEARS IS PARTIAL.  A SALESPERSON NO LONGER ON THE
      *MASTER CANNOT BE CHECKED AND SAYS SO

           MOVE 'NO' TO WS-SALESMST-FOUND
           MOVE WS-Y-EMP-ID(WS-IDX) TO SM-EMP-ID
           READ SALESPERSON-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO WS-SALESMST-FOUND
           END-READ

           IF WS-SALESMST-FOUND = 'NO'
               MOVE 'NOMST' TO WS-Y-TAG(WS-IDX)
           ELSE
               MOVE 'NO' TO WS-IS-HIRED
               MOVE SM-HIRE-DATE TO WS-HIRE-DATE
               IF WS-HIRE-YEAR = WS-TY-YEAR-X
                   OR WS-HIRE-YEAR = WS-LY-YEAR-X
                   MOVE 'YES' TO WS-IS-HIRED
               END-IF
               IF WS-IS-HIRED = 'YES' AND SM-STATUS = 'T'
                   MOVE 'H+T' TO WS-Y-TAG(WS-IDX)
               ELSE
                   IF WS-IS-HIRED = 'YES'
                       MOVE 'HIRED' TO WS-Y-TAG(WS-IDX)
                   END-IF
                   IF SM-STATUS = 'T'
                       MOVE 'TERM' TO WS-Y-TAG(WS-IDX)
                   END-IF
               END-IF
           END-IF

           IF WS-Y-TAG(WS-IDX) NOT = SPACES
               ADD 1 TO WS-TAGGED-COUNT
           END-IF
           .
      *
       185-SORT-BY-REGION-RTN.

      *SELECTION SORT BY REGION, ASCENDING, AND WITHIN EACH REGION
      *BY THIS YEAR'S YEAR-TO-DATE DOLLARS, DESCENDING -- SAME
      *SHAPE AS LAB1MMR'S SORT

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-YOY-COUNT
               MOVE WS-IDX TO WS-MAX-IDX
               PERFORM VARYING WS-IDX2 FROM WS-IDX BY 1
                       UNTIL WS-IDX2 > WS-YOY-COUNT
                   IF WS-Y-REGION(WS-IDX2) < WS-Y-REGION(WS-MAX-IDX)
                       MOVE WS-IDX2 TO WS-MAX-IDX
                   ELSE
                       IF WS-Y-REGION(WS-IDX2) =
                              WS-Y-REGION(WS-MAX-IDX)
                          AND WS-Y-TY-YTD-DOLLARS(WS-IDX2) >
                              WS-Y-TY-YTD-DOLLARS(WS-MAX-IDX)
                           MOVE WS-IDX2 TO WS-MAX-IDX
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-MAX-IDX NOT = WS-IDX
                   PERFORM 187-SWAP-ENTRIES-RTN
               END-IF
           END-PERFORM
           .
      *
       187-SWAP-ENTRIES-RTN.

      *WS-SWAP-ENTRY IS A BYTE BUCKET THE SAME SIZE AS ONE ENTRY
      *(5 + 20 + 10 + 5 X 8 + 5 X 11 + 5 + 1 = 136)

           MOVE WS-YOY-ENTRY(WS-IDX)     TO WS-SWAP-ENTRY
           MOVE WS-YOY-ENTRY(WS-MAX-IDX) TO WS-YOY-ENTRY(WS-IDX)
           MOVE WS-SWAP-ENTRY            TO
                WS-YOY-ENTRY(WS-MAX-IDX)
           .
      *
       190-WRITE-REGION-PAGES-RTN.

      *ONE RANKED SECTION PER REGION, RANK RESTARTING AT 1 EACH
      *TIME THE REGION CHANGES.  A REGION HEADER THAT WILL NOT FIT
      *STARTS A NEW PAGE, WHICH PRINTS IT UNDER THE PAGE HEADERS

           MOVE SPACES TO WS-PREV-REGION
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-YOY-COUNT
               IF WS-Y-REGION(WS-IDX) NOT = WS-PREV-REGION
                   MOVE WS-Y-REGION(WS-IDX) TO WS-PREV-REGION
                   MOVE ZERO TO WS-RANK
                   MOVE WS-Y-REGION(WS-IDX) TO WS-REGION-CODE-IN
                   PERFORM 140-FIND-REGION-RTN
                   MOVE WS-REGION-NAME TO RG-REGION-OUT
                   ADD 2 TO WS-LINE-COUNT
                   IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
                       PERFORM 195-PAGE-BREAK-RTN
                   ELSE
                       MOVE REGION-HEADER-LINE TO YOY-REPORT-REC
                       WRITE YOY-REPORT-REC AFTER
                            ADVANCING 2 LINES
                   END-IF
               END-IF
               ADD 1 TO WS-RANK
               PERFORM 200-WRITE-PERSON-RTN
           END-PERFORM
           .
      *
       195-PAGE-BREAK-RTN.

      *EVERY NEW PAGE CARRIES THE REPORT AND COLUMN HEADERS AND THE
      *HEADER OF THE REGION IN PROGRESS (RG-REGION-OUT)

           MOVE REPORT-HEADER TO YOY-REPORT-REC
           WRITE YOY-REPORT-REC AFTER
                ADVANCING 3 LINES
           MOVE COLUMN-HEADER-LINE TO YOY-REPORT-REC
           WRITE YOY-REPORT-REC AFTER
                ADVANCING 1 LINE
           MOVE REGION-HEADER-LINE TO YOY-REPORT-REC
           WRITE YOY-REPORT-REC AFTER
                ADVANCING 2 LINES
           MOVE 5 TO WS-LINE-COUNT
           .
      *
       200-WRITE-PERSON-RTN.

      *THREE LINES PER SALESPERSON: THE MONTH, THE YEAR TO DATE,
      *AND LAST YEAR'S FULL YEAR, KEPT TOGETHER ON ONE PAGE

           ADD 4 TO WS-LINE-COUNT
           IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
               PERFORM 195-PAGE-BREAK-RTN
               ADD 4 TO WS-LINE-COUNT
           END-IF

           MOVE WS-RANK               TO DL-RANK-OUT
           MOVE WS-Y-EMP-ID(WS-IDX)   TO DL-EMP-ID-OUT
           MOVE WS-Y-NAME(WS-IDX)     TO DL-NAME-OUT
           MOVE 'MONTH'               TO DL-PERIOD-OUT
           MOVE WS-Y-TAG(WS-IDX)      TO DL-TAG-OUT
           IF WS-Y-SPLIT(WS-IDX) = 'Y'
               MOVE 'XFR' TO DL-XFR-OUT
           ELSE
               MOVE SPACES TO DL-XFR-OUT
           END-IF

           MOVE WS-Y-TY-MTH-UNITS(WS-IDX)   TO DL-TY-UNITS-OUT
           MOVE WS-Y-LY-MTH-UNITS(WS-IDX)   TO DL-LY-UNITS-OUT
           MOVE WS-Y-TY-MTH-UNITS(WS-IDX)   TO WS-PCT-NEW
           MOVE WS-Y-LY-MTH-UNITS(WS-IDX)   TO WS-PCT-OLD
           PERFORM 205-PERCENT-RTN
           MOVE WS-PCT                      TO DL-UPCT-OUT
           MOVE WS-PCT-TAG                  TO DL-UTAG-OUT
           MOVE WS-Y-TY-MTH-DOLLARS(WS-IDX) TO DL-TY-DOL-OUT
           MOVE WS-Y-LY-MTH-DOLLARS(WS-IDX) TO DL-LY-DOL-OUT
           MOVE WS-Y-TY-MTH-DOLLARS(WS-IDX) TO WS-PCT-NEW
           MOVE WS-Y-LY-MTH-DOLLARS(WS-IDX) TO WS-PCT-OLD
           PERFORM 205-PERCENT-RTN
           MOVE WS-PCT                      TO DL-DPCT-OUT
           MOVE WS-PCT-TAG                  TO DL-DTAG-OUT
           MOVE DETAIL-LINE TO YOY-REPORT-REC
           WRITE YOY-REPORT-REC AFTER
                ADVANCING 2 LINES

           MOVE SPACES TO DL-ID-AREA
           MOVE 'YTD'  TO DL-PERIOD-OUT
           MOVE SPACES TO DL-TAG-OUT
           MOVE SPACES TO DL-XFR-OUT
           MOVE WS-Y-TY-YTD-UNITS(WS-IDX)   TO DL-TY-UNITS-OUT
           MOVE WS-Y-LY-YTD-UNITS(WS-IDX)   TO DL-LY-UNITS-OUT
           MOVE WS-Y-TY-YTD-UNITS(WS-IDX)   TO WS-PCT-NEW
           MOVE WS-Y-LY-YTD-UNITS(WS-IDX)   TO WS-PCT-OLD
           PERFORM 205-PERCENT-RTN
           MOVE WS-PCT                      TO DL-UPCT-OUT
           MOVE WS-PCT-TAG                  TO DL-UTAG-OUT
           MOVE WS-Y-TY-YTD-DOLLARS(WS-IDX) TO DL-TY-DOL-OUT
           MOVE WS-Y-LY-YTD-DOLLARS(WS-IDX) TO DL-LY-DOL-OUT
           MOVE WS-Y-TY-YTD-DOLLARS(WS-IDX) TO WS-PCT-NEW
           MOVE WS-Y-LY-YTD-DOLLARS(WS-IDX) TO WS-PCT-OLD
           PERFORM 205-PERCENT-RTN
           MOVE WS-PCT                      TO DL-DPCT-OUT
           MOVE WS-PCT-TAG                  TO DL-DTAG-OUT
           MOVE DETAIL-LINE TO YOY-REPORT-REC
           WRITE YOY-REPORT-REC AFTER
                ADVANCING 1 LINE

           MOVE WS-Y-LY-YR-UNITS(WS-IDX)    TO FY-UNITS-OUT
           MOVE WS-Y-LY-YR-DOLLARS(WS-IDX)  TO FY-DOLLARS-OUT
           MOVE FULL-YEAR-LINE TO YOY-REPORT-REC
           WRITE YOY-REPORT-REC AFTER
                ADVANCING 1 LINE
           .
      *
       205-PERCENT-RTN.

      *PERCENT CHANGE OF WS-PCT-NEW OVER WS-PCT-OLD.  A ZERO LAST-
      *YEAR FIGURE IS TAGGED 'NEW' INSTEAD OF DIVIDING BY ZERO; A
      *CHANGE TOO LARGE FOR THE COLUMN PRINTS AT ITS CEILING

           IF WS-PCT-OLD NOT = ZERO
               COMPUTE WS-PCT ROUNDED =
                   ((WS-PCT-NEW - WS-PCT-OLD) * 100) / WS-PCT-OLD
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PCT
               END-COMPUTE
               MOVE SPACES TO WS-PCT-TAG
           ELSE
               MOVE ZERO  TO WS-PCT
               MOVE 'NEW' TO WS-PCT-TAG
           END-IF
           .
      *
       220-WRITE-PRODUCT-PAGE-RTN.

      *THE PRODUCT SUMMARY PAGE, ONE LINE PER CATALOG PRODUCT IN
      *PRODMST.DAT ORDER -- THE SAME COLUMN ORDER LAB1PRD USES

           MOVE PRODUCT-HEADER TO YOY-REPORT-REC
           WRITE YOY-REPORT-REC AFTER
                ADVANCING 3 LINES
           MOVE PRODUCT-COLUMN-LINE TO YOY-REPORT-REC
           WRITE YOY-REPORT-REC AFTER
                ADVANCING 1 LINE

           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PROD-COUNT
               PERFORM 225-PRODUCT-LINE-RTN
           END-PERFORM

           IF WS-ANNUAL-ROWS = ZERO
               MOVE SPACES TO ML-TEXT-OUT
               STRING 'NO SALESANN.DAT ROWS FOR ' WS-LY-YEAR-X
                      ' - NOT CLOSED BY LAB1YEC YET'
                   DELIMITED BY SIZE INTO ML-TEXT-OUT
               END-STRING
               MOVE MESSAGE-LINE TO YOY-REPORT-REC
               WRITE YOY-REPORT-REC AFTER
                    ADVANCING 2 LINES
           END-IF
           .
      *
       225-PRODUCT-LINE-RTN.

           MOVE WS-P-CODE(WS-PX)        TO PL-CODE-OUT
           MOVE WS-P-DESC(WS-PX)        TO PL-DESC-OUT
           MOVE WS-PU-TY-MONTH(WS-PX)   TO PL-TY-MTH-OUT
           MOVE WS-PU-LY-MONTH(WS-PX)   TO PL-LY-MTH-OUT
           MOVE WS-PU-TY-MONTH(WS-PX)   TO WS-PCT-NEW
           MOVE WS-PU-LY-MONTH(WS-PX)   TO WS-PCT-OLD
           PERFORM 205-PERCENT-RTN
           MOVE WS-PCT                  TO PL-MPCT-OUT
           MOVE WS-PCT-TAG              TO PL-MTAG-OUT
           MOVE WS-PU-TY-YTD(WS-PX)     TO PL-TY-YTD-OUT
           MOVE WS-PU-LY-YTD(WS-PX)     TO PL-LY-YTD-OUT
           MOVE WS-PU-TY-YTD(WS-PX)     TO WS-PCT-NEW
           MOVE WS-PU-LY-YTD(WS-PX)     TO WS-PCT-OLD
           PERFORM 205-PERCENT-RTN
           MOVE WS-PCT                  TO PL-YPCT-OUT
           MOVE WS-PCT-TAG              TO PL-YTAG-OUT
           MOVE WS-PU-LY-YEAR(WS-PX)    TO PL-LY-YR-OUT
           MOVE PRODUCT-LINE TO YOY-REPORT-REC
           WRITE YOY-REPORT-REC AFTER
                ADVANCING 1 LINE
           .

       250-CLOSE-ROUTINE.

           PERFORM 245-WRITE-RUNLOG-RTN

      *SAME FILE NAME AS SELECT STATEMENT

              CLOSE    YOY-REPORT-FILE
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
               DISPLAY 'LAB1YOY: UNABLE TO OPEN RUN LOG, STATUS='
                   WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES              TO RUN-LOG-REC
               MOVE 'LAB1YOY'           TO RL-PROGRAM
               MOVE WS-CUR-DATE         TO RL-RUN-DATE
               MOVE WS-CUR-TIME         TO RL-RUN-TIME
               MOVE WS-REPORT-MONTH     TO RL-BATCH-DATE
               MOVE SPACES              TO RL-BATCH-REGION
               MOVE WS-YOY-COUNT        TO RL-ACCEPT-COUNT
               MOVE WS-TAGGED-COUNT     TO RL-REJECT-COUNT
               MOVE RETURN-CODE         TO RL-RETURN-CODE
               WRITE RUN-LOG-REC
               CLOSE RUN-LOG-FILE
           END-IF
           .
