       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LAB1AUD.
       AUTHOR.     AUSTIN H OGLETREE.
      **********************************************************
      *  This program is the periodic integrity audit of the
      *  files the system builds up over time.  LAB1BAL proves
      *  one day's two control files agree; this program proves
      *  the accumulated files still agree with each other:
      *    - EVERY SALESYTD.DAT ANNUAL BUCKET EQUALS ITS
      *      SALESHST.DAT MONTHS FOR THE OPEN YEAR PLUS THE OPEN
      *      MONTH BUCKET
      *    - EVERY SALESYTD.DAT ANNUAL BUCKET EQUALS THE UNVOIDED
      *      SALES ON TRANHST.DAT LESS THE RETURNS IN THE
      *      YTDJRNL.DAT SOURCE RECORDS FOR THE OPEN YEAR
      *    - EVERY SALESANN.DAT ROW EQUALS THE SALESHST.DAT MONTHS
      *      OF THE YEAR IT CLOSED
      *    - NO SALESYTD.DAT ROW FOR AN EMPLOYEE MISSING FROM
      *      SALESMST.DAT, AND NO SALESHST.DAT OR TRANHST.DAT
      *      HISTORY FOR A PRODUCT MISSING FROM PRODMST.DAT
      *
      *  THE OPEN YEAR IS THE YEAR AFTER THE LATEST YEAR ON
      *  SALESANN.DAT -- THE ANNUAL BUCKETS HOLD EVERYTHING SINCE
      *  THE LAST YEAR-END CLOSE, SO BETWEEN THE DECEMBER MONTH-END
      *  AND LAB1YEC THEY SPAN TWO CALENDAR YEARS AND SO DOES THE
      *  AUDIT.  WITH NO ANNUAL ROWS YET, ALL HISTORY COUNTS.
      *
      *  A VOID OF A SALE BATCHED BEFORE THE OPEN YEAR CAME OFF THE
      *  OPEN YEAR'S BUCKET, SO IT COUNTS AGAINST THE OPEN YEAR BY
      *  ITS VOID DATE.  A CLOSED YEAR WHOSE MONTHLY HISTORY HAS
      *  BEEN ARCHIVED BY LAB1RET CANNOT BE CHECKED AND IS COUNTED
      *  AS SUCH, NOT REPORTED AS A DISCREPANCY.
      *
      *  EVERY DISCREPANCY PRINTS WITH BOTH SIDES' FIGURES.  NOTHING
      *  IS UPDATED.
      *
      *  INPUT:  SALESYTD.DAT THE YTD MASTER
      *          SALESMST.DAT SALESPERSON REFERENCE MASTER
      *          PRODMST.DAT  PRODUCT CATALOG
      *          SALESHST.DAT MONTHLY HISTORY
      *          SALESANN.DAT ANNUAL HISTORY (MAY NOT EXIST YET)
      *          TRANHST.DAT  POSTED-SALE HISTORY
      *          YTDJRNL.DAT  POSTING JOURNAL (MAY NOT EXIST YET)
      *  OUTPUT: AUDRPT.TXT   THE AUDIT REPORT
      *
      *  RETURN CODE 8 WHEN ANY DISCREPANCY IS REPORTED, SO THE
      *  END-OF-DAY STATUS PAGE FLAGS THE RUN.
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * THE YTD MASTER, READ FRONT TO BACK

           SELECT SALES-YTD-MASTER
               ASSIGN TO 'SALESYTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.

      * THE SALESPERSON REFERENCE MASTER -- EVERY YTD ROW MUST
      * NAME SOMEBODY ON IT

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

      * THE MONTHLY SNAPSHOTS LAB1EOM APPENDS

           SELECT SALES-HISTORY-FILE
               ASSIGN TO 'SALESHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESHST-STATUS.

      * THE ANNUAL SNAPSHOTS LAB1YEC APPENDS

           SELECT SALES-ANNUAL-FILE
               ASSIGN TO 'SALESANN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANNUAL-STATUS.

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

      * THE AUDIT REPORT FOR THE PRINTER

           SELECT AUD-REPORT-FILE
               ASSIGN TO 'AUDRPT.TXT'.

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

      * SAME LAYOUT LAB1YTD MAINTAINS

       FD    SALES-YTD-MASTER.
       01    YTD-MASTER-REC.
          05  YTD-EMP-ID               PIC X(5).
          05  YTD-NAME                 PIC X(20).
          05  YTD-REGION               PIC X(10).
          05  YTD-CUR-MONTH            PIC X(6).
          05  YTD-PROD-ENTRY OCCURS 12 TIMES.
             10  YTD-PROD-CODE         PIC X(4).
             10  YTD-PROD-QTY          PIC 9(7).
             10  YTD-PROD-MTD-QTY      PIC S9(7).
          05  YTD-MTD-DOLLARS          PIC S9(7)V99.
          05  YTD-XFER-ENTRY OCCURS 2 TIMES.
             10  YTD-XFER-REGION       PIC X(10).
             10  YTD-XFER-MTD-QTY      PIC S9(7) OCCURS 12 TIMES.
             10  YTD-XFER-MTD-DOLLARS  PIC S9(7)V99.

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

      * SAME LAYOUT LAB1EOM WRITES

       FD    SALES-HISTORY-FILE.
       01    SALES-HISTORY-REC.
          05  HS-MONTH                 PIC X(6).
          05  HS-MONTH-R REDEFINES HS-MONTH.
             10  HS-YEAR               PIC X(4).
             10  HS-MM                 PIC X(2).
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
      *
       FD    AUD-REPORT-FILE.
       01    AUD-REPORT-REC    PIC X(100).

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
             05    WS-MASTER-STATUS          PIC XX VALUE SPACES.
             05    WS-SALESMST-STATUS        PIC XX VALUE SPACES.
             05    WS-PRODMST-STATUS         PIC XX VALUE SPACES.
             05    WS-SALESHST-STATUS        PIC XX VALUE SPACES.
             05    WS-ANNUAL-STATUS          PIC XX VALUE SPACES.
             05    WS-TRANHST-STATUS         PIC XX VALUE SPACES.
             05    WS-JOURNAL-STATUS         PIC XX VALUE SPACES.
             05    WS-RUNLOG-STATUS          PIC XX VALUE SPACES.
             05    WS-CUR-DATE               PIC X(8) VALUE SPACES.
             05    WS-CUR-TIME               PIC X(8) VALUE SPACES.
             05    WS-OPEN-YEAR              PIC X(4) VALUE '0000'.
             05    WS-OPEN-YEAR-N REDEFINES WS-OPEN-YEAR
                                             PIC 9(4).
             05    WS-LAST-CLOSED            PIC X(4) VALUE '0000'.
             05    WS-WORK-DATE              PIC X(8) VALUE SPACES.
             05    WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
                   10  WS-WORK-YEAR          PIC X(4).
                   10  FILLER                PIC X(4).
             05    WS-VOID-DATE              PIC X(8) VALUE SPACES.
             05    WS-VOID-DATE-R REDEFINES WS-VOID-DATE.
                   10  WS-VOID-YEAR          PIC X(4).
                   10  FILLER                PIC X(4).
             05    WS-PX                     PIC 9(2) VALUE ZERO.
             05    WS-HX                     PIC 9(2) VALUE ZERO.
             05    WS-FIND-EMP               PIC X(5) VALUE SPACES.
             05    WS-FIND-PROD              PIC X(4) VALUE SPACES.
             05    WS-FIND-YEAR              PIC X(4) VALUE SPACES.
             05    WS-FIND-SOURCE            PIC X(8) VALUE SPACES.
             05    WS-FIND-WHERE             PIC X(6) VALUE SPACES.
             05    WS-QTY                    PIC S9(9) VALUE ZERO.
             05    WS-EXPECTED               PIC S9(9) VALUE ZERO.
             05    WS-LEFT-AMT               PIC S9(9) VALUE ZERO.
             05    WS-RIGHT-AMT              PIC S9(9) VALUE ZERO.
             05    WS-SECTION-COUNT          PIC 9(6) VALUE ZERO.

      *WHAT WAS READ AND WHAT WAS FOUND, FOR THE COUNT LINES

       01    WS-COUNT-AREAS.
             05    WS-YTD-READ               PIC 9(6) VALUE ZERO.
             05    WS-HIST-READ              PIC 9(6) VALUE ZERO.
             05    WS-ANN-READ               PIC 9(6) VALUE ZERO.
             05    WS-TRAN-READ              PIC 9(6) VALUE ZERO.
             05    WS-RETURN-READ            PIC 9(6) VALUE ZERO.
             05    WS-ORPHAN-COUNT           PIC 9(6) VALUE ZERO.
             05    WS-HIST-DIFF-COUNT        PIC 9(6) VALUE ZERO.
             05    WS-TRAN-DIFF-COUNT        PIC 9(6) VALUE ZERO.
             05    WS-ANN-DIFF-COUNT         PIC 9(6) VALUE ZERO.
             05    WS-ANN-SKIP-COUNT         PIC 9(6) VALUE ZERO.
             05    WS-DISCREP-COUNT          PIC 9(6) VALUE ZERO.

      *THE PRODUCT CATALOG -- SAME LIMIT THE REPORT PROGRAMS USE

       01    WS-PRODUCT-AREAS.
             05    WS-PROD-COUNT             PIC 9(2) VALUE ZERO.
             05    WS-PROD-MAX               PIC 9(2) VALUE 12.
             05    WS-PROD-FOUND             PIC X(3) VALUE 'NO'.

       01    WS-PRODUCT-TABLE.
             05    WS-PROD-ENTRY OCCURS 12 TIMES.
                   10    WS-P-CODE           PIC X(4).

      *PRODUCT CODES ALREADY REPORTED MISSING FROM THE CATALOG, PER
      *FILE -- EACH IS REPORTED ONCE, AT ITS FIRST OCCURRENCE

       01    WS-ORPH-AREAS.
             05    WS-ORPH-COUNT             PIC 9(3) VALUE ZERO.
             05    WS-ORPH-MAX               PIC 9(3) VALUE 200.
             05    WS-OX                     PIC 9(3) VALUE ZERO.
             05    WS-ORPH-FOUND             PIC X(3) VALUE 'NO'.

       01    WS-ORPH-TABLE.
             05    WS-ORPH-ENTRY OCCURS 200 TIMES.
                   10    WS-O-PROD           PIC X(4).
                   10    WS-O-SOURCE         PIC X(8).

      *ONE ENTRY PER EMPLOYEE ON THE MASTER OR ANYWHERE IN THE
      *OPEN YEAR'S HISTORY, ONE SLOT PER PRODUCT SEEN FOR THEM.
      *THE MASTER SIDE STAYS ZERO FOR AN EMPLOYEE OR PRODUCT THE
      *MASTER NEVER CARRIED

       01    WS-EMP-AREAS.
             05    WS-EMP-COUNT              PIC 9(4) VALUE ZERO.
             05    WS-EMP-MAX                PIC 9(4) VALUE 1000.
             05    WS-EX                     PIC 9(4) VALUE ZERO.
             05    WS-LX                     PIC 9(4) VALUE ZERO.
             05    WS-SLOT-MAX               PIC 9(2) VALUE 20.
             05    WS-SX                     PIC 9(2) VALUE ZERO.

       01    WS-EMP-TABLE.
             05    WS-EMP-ENTRY OCCURS 1000 TIMES.
                   10    WS-E-EMP-ID         PIC X(5).
                   10    WS-E-SLOT-COUNT     PIC 9(2).
                   10    WS-E-SLOT OCCURS 20 TIMES.
                         15  WS-E-PROD       PIC X(4).
                         15  WS-E-ANNUAL     PIC S9(9).
                         15  WS-E-MTD        PIC S9(9).
                         15  WS-E-HIST       PIC S9(9).
                         15  WS-E-SALES      PIC S9(9).
                         15  WS-E-RETURNS    PIC S9(9).

      *ONE ENTRY PER SALESANN.DAT ROW (OR PER EMPLOYEE AND CLOSED
      *YEAR THAT HAS MONTHLY HISTORY BUT NO ANNUAL ROW), WITH THE
      *CLOSED YEAR'S HISTORY SUMMED BESIDE EACH PRODUCT

       01    WS-ANN-AREAS.
             05    WS-ANN-COUNT              PIC 9(4) VALUE ZERO.
             05    WS-ANN-MAX                PIC 9(4) VALUE 2000.
             05    WS-NX                     PIC 9(4) VALUE ZERO.
             05    WS-NSX                    PIC 9(2) VALUE ZERO.

       01    WS-ANN-TABLE.
             05    WS-ANN-ENTRY OCCURS 2000 TIMES.
                   10    WS-AN-YEAR          PIC X(4).
                   10    WS-AN-EMP-ID        PIC X(5).
                   10    WS-AN-ON-FILE       PIC X.
                   10    WS-AN-SLOT-COUNT    PIC 9(2).
                   10    WS-AN-SLOT OCCURS 20 TIMES.
                         15  WS-AN-PROD      PIC X(4).
                         15  WS-AN-QTY       PIC S9(9).
                         15  WS-AN-HIST      PIC S9(9).

      *THE CLOSED YEARS THAT STILL HAVE MONTHLY HISTORY ON FILE

       01    WS-YEAR-AREAS.
             05    WS-YEAR-COUNT             PIC 9(3) VALUE ZERO.
             05    WS-YEAR-MAX               PIC 9(3) VALUE 100.
             05    WS-YX                     PIC 9(3) VALUE ZERO.
             05    WS-YEAR-FOUND             PIC X(3) VALUE 'NO'.

       01    WS-YEAR-TABLE.
             05    WS-Y-YEAR OCCURS 100 TIMES PIC X(4).

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
          05 FILLER          PIC X(28)
             VALUE 'CROSS-FILE INTEGRITY AUDIT'.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RH-RUN-DATE-OUT PIC X(8) VALUE SPACES.
      *
       01 YEAR-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 YL-LABEL-OUT    PIC X(30).
          05 YL-YEAR-OUT     PIC X(4).
      *
       01 SECTION-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 SL-TEXT-OUT     PIC X(70).
      *
       01 COLUMN-HEADER-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(7) VALUE 'EMP'.
          05 FILLER          PIC X(6) VALUE 'PROD'.
          05 FILLER          PIC X(6) VALUE 'YEAR'.
          05 CH-LEFT-OUT     PIC X(15).
          05 CH-RIGHT-OUT    PIC X(15).
          05 FILLER          PIC X(15) VALUE '     DIFFERENCE'.
      *
       01 DISCREP-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DL-EMP-OUT      PIC X(5).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DL-PROD-OUT     PIC X(4).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DL-YEAR-OUT     PIC X(4).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DL-LEFT-OUT     PIC -,---,---,--9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DL-RIGHT-OUT    PIC -,---,---,--9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DL-DIFF-OUT     PIC -,---,---,--9.
      *
       01 ORPHAN-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 OL-TEXT-OUT     PIC X(80).
      *
       01 COUNT-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 CL-LABEL-OUT    PIC X(40).
          05 CL-COUNT-OUT    PIC ZZZ,ZZ9.
      *

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 126-LOAD-PRODUCTS-RTN
           PERFORM 130-LOAD-ANNUAL-RTN
           PERFORM 135-LOAD-MASTER-RTN
           PERFORM 140-READ-HISTORY-RTN
           PERFORM 145-READ-TRANHST-RTN
           PERFORM 147-READ-JOURNAL-RTN
           PERFORM 200-CHECK-MASTER-RTN
           PERFORM 210-CHECK-ANNUAL-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME

           OPEN    OUTPUT AUD-REPORT-FILE

           MOVE WS-CUR-DATE TO RH-RUN-DATE-OUT
           MOVE REPORT-HEADER TO AUD-REPORT-REC
           WRITE AUD-REPORT-REC
                   AFTER ADVANCING 1 LINE
           .
      *
       126-LOAD-PRODUCTS-RTN.

      *LOAD THE CATALOG CODES.  EVERY PRODUCT EVER SOLD SHOULD
      *STILL BE ON IT -- LAB1REF DEACTIVATES, IT NEVER DELETES

           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODMST-STATUS NOT = '00'
               DISPLAY 'LAB1AUD: UNABLE TO OPEN PRODUCT MASTER, '
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
               DISPLAY 'LAB1AUD: PRODUCT MASTER EXCEEDS '
                       WS-PROD-MAX ' ENTRIES - RAISE WS-PROD-MAX '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PROD-COUNT
           MOVE PM-PROD-CODE TO WS-P-CODE(WS-PROD-COUNT)
           .
      *
       130-LOAD-ANNUAL-RTN.

      *LOAD THE ANNUAL ROWS AND FIND THE LAST CLOSED YEAR -- THE
      *MASTER'S ANNUAL BUCKETS HOLD EVERYTHING AFTER IT.  NO FILE
      *MEANS NO YEAR HAS BEEN CLOSED YET

           OPEN INPUT SALES-ANNUAL-FILE
           IF WS-ANNUAL-STATUS NOT = '00'
               AND WS-ANNUAL-STATUS NOT = '35'
               DISPLAY 'LAB1AUD: UNABLE TO OPEN ANNUAL HISTORY, '
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
                           PERFORM 1305-STORE-ANNUAL-RTN
                   END-READ
               END-PERFORM
               CLOSE SALES-ANNUAL-FILE
           END-IF

           IF WS-LAST-CLOSED = '0000'
               MOVE '0000' TO WS-OPEN-YEAR
               MOVE 'OPEN YEAR (NO YEAR CLOSED YET)' TO YL-LABEL-OUT
               MOVE SPACES TO YL-YEAR-OUT
           ELSE
               MOVE WS-LAST-CLOSED TO WS-OPEN-YEAR
               IF WS-OPEN-YEAR NUMERIC
                   ADD 1 TO WS-OPEN-YEAR-N
               END-IF
               MOVE 'OPEN YEAR AUDITED FROM' TO YL-LABEL-OUT
               MOVE WS-OPEN-YEAR TO YL-YEAR-OUT
           END-IF
           MOVE YEAR-LINE TO AUD-REPORT-REC
           WRITE AUD-REPORT-REC
                   AFTER ADVANCING 2 LINES
           .
      *
       1305-STORE-ANNUAL-RTN.

           ADD 1 TO WS-ANN-READ
           IF AN-YEAR > WS-LAST-CLOSED
               MOVE AN-YEAR TO WS-LAST-CLOSED
           END-IF
           IF WS-ANN-COUNT >= WS-ANN-MAX
               DISPLAY 'LAB1AUD: ANNUAL TABLE FULL - RAISE '
                       'WS-ANN-MAX AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ANN-COUNT
           MOVE WS-ANN-COUNT TO WS-NX
           MOVE AN-YEAR   TO WS-AN-YEAR(WS-NX)
           MOVE AN-EMP-ID TO WS-AN-EMP-ID(WS-NX)
           MOVE 'Y'       TO WS-AN-ON-FILE(WS-NX)
           MOVE ZERO      TO WS-AN-SLOT-COUNT(WS-NX)
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > 12
               IF AN-PROD-CODE(WS-HX) NOT = SPACES
                   MOVE AN-PROD-CODE(WS-HX) TO WS-FIND-PROD
                   PERFORM 174-FIND-ANN-SLOT-RTN
                   IF AN-PROD-QTY(WS-HX) NUMERIC
                       ADD AN-PROD-QTY(WS-HX)
                           TO WS-AN-QTY(WS-NX, WS-NSX)
                   END-IF
               END-IF
           END-PERFORM
           .
      *
       135-LOAD-MASTER-RTN.

      *EVERY MASTER ROW'S ANNUAL AND OPEN MONTH BUCKETS, AND THE
      *FIRST ORPHAN CHECK: THE ROW MUST NAME A SALESPERSON ON
      *SALESMST.DAT

           OPEN INPUT SALES-YTD-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'LAB1AUD: UNABLE TO OPEN YTD MASTER, '
                   'STATUS=' WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SALESPERSON-MASTER
           IF WS-SALESMST-STATUS NOT = '00'
               DISPLAY 'LAB1AUD: UNABLE TO OPEN SALESPERSON MASTER, '
                   'STATUS=' WS-SALESMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'ORPHANS - YTD ROWS NOT ON SALESMST.DAT, HISTORY '
               TO SL-TEXT-OUT
           PERFORM 230-WRITE-SECTION-RTN
           MOVE '          PRODUCTS NOT ON PRODMST.DAT'
               TO SL-TEXT-OUT
           MOVE SECTION-LINE TO AUD-REPORT-REC
           WRITE AUD-REPORT-REC AFTER
                ADVANCING 1 LINE

           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
               READ SALES-YTD-MASTER NEXT RECORD
                   AT END
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 1355-STORE-MASTER-RTN
               END-READ
           END-PERFORM
           CLOSE SALES-YTD-MASTER
                 SALESPERSON-MASTER
           .
      *
       1355-STORE-MASTER-RTN.

           ADD 1 TO WS-YTD-READ
           MOVE YTD-EMP-ID TO SM-EMP-ID
           READ SALESPERSON-MASTER
               INVALID KEY
                   MOVE SPACES TO OL-TEXT-OUT
                   STRING 'YTD ROW ' YTD-EMP-ID ' ' YTD-NAME
                          ' IS NOT ON SALESMST.DAT'
                       DELIMITED BY SIZE INTO OL-TEXT-OUT
                   END-STRING
                   PERFORM 235-WRITE-ORPHAN-RTN
           END-READ

           MOVE YTD-EMP-ID TO WS-FIND-EMP
           PERFORM 170-FIND-EMP-RTN
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > 12
               IF YTD-PROD-CODE(WS-HX) NOT = SPACES
                   MOVE YTD-PROD-CODE(WS-HX) TO WS-FIND-PROD
                   PERFORM 172-FIND-SLOT-RTN
                   IF YTD-PROD-QTY(WS-HX) NUMERIC
                       ADD YTD-PROD-QTY(WS-HX)
                           TO WS-E-ANNUAL(WS-EX, WS-SX)
                   END-IF
                   IF YTD-PROD-MTD-QTY(WS-HX) NUMERIC
                       ADD YTD-PROD-MTD-QTY(WS-HX)
                           TO WS-E-MTD(WS-EX, WS-SX)
                   END-IF
               END-IF
           END-PERFORM
           .
      *
       140-READ-HISTORY-RTN.

      *EACH MONTHLY ROW IS THE OPEN YEAR'S (ADDED TO THE MASTER
      *CHECK) OR A CLOSED YEAR'S (ADDED TO THAT YEAR'S ANNUAL
      *CHECK).  A TRANSFERRED SALESPERSON HAS ONE ROW PER REGION
      *FOR THE MONTH; THEY ALL ADD UP

           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SALESHST-STATUS NOT = '00'
               AND WS-SALESHST-STATUS NOT = '35'
               DISPLAY 'LAB1AUD: UNABLE TO OPEN SALES HISTORY, '
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
                           PERFORM 1405-HISTORY-ROW-RTN
                   END-READ
               END-PERFORM
               CLOSE SALES-HISTORY-FILE
           END-IF
           .
      *
       1405-HISTORY-ROW-RTN.

           ADD 1 TO WS-HIST-READ
           MOVE HS-EMP-ID TO WS-FIND-EMP
           MOVE HS-YEAR   TO WS-FIND-YEAR
           IF HS-YEAR < WS-OPEN-YEAR
               PERFORM 176-NOTE-YEAR-RTN
               PERFORM 178-FIND-ANN-ROW-RTN
           ELSE
               PERFORM 170-FIND-EMP-RTN
           END-IF

           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > 12
               IF HS-PROD-CODE(WS-HX) NOT = SPACES
                   MOVE HS-PROD-CODE(WS-HX) TO WS-FIND-PROD
                   MOVE 'SALESHST' TO WS-FIND-SOURCE
                   MOVE HS-MONTH   TO WS-FIND-WHERE
                   PERFORM 180-CHECK-PRODUCT-RTN
                   MOVE ZERO TO WS-QTY
                   IF HS-MTH-QTY(WS-HX) NUMERIC
                       MOVE HS-MTH-QTY(WS-HX) TO WS-QTY
                   END-IF
                   IF HS-YEAR < WS-OPEN-YEAR
                       PERFORM 174-FIND-ANN-SLOT-RTN
                       ADD WS-QTY TO WS-AN-HIST(WS-NX, WS-NSX)
                   ELSE
                       PERFORM 172-FIND-SLOT-RTN
                       ADD WS-QTY TO WS-E-HIST(WS-EX, WS-SX)
                   END-IF
               END-IF
           END-PERFORM
           .
      *
       145-READ-TRANHST-RTN.

      *EVERY POSTED SALE OF THE OPEN YEAR THAT IS STILL UNVOIDED.
      *A SALE FROM BEFORE THE OPEN YEAR VOIDED SINCE IT OPENED CAME
      *OFF THIS YEAR'S BUCKET, SO IT COUNTS AGAINST IT

           OPEN INPUT TRAN-HISTORY-FILE
           IF WS-TRANHST-STATUS NOT = '00'
               DISPLAY 'LAB1AUD: UNABLE TO OPEN TRANSACTION HISTORY, '
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
                           PERFORM 1455-TRANHST-RECORD-RTN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAN-HISTORY-FILE
           .
      *
       1455-TRANHST-RECORD-RTN.

           ADD 1 TO WS-TRAN-READ
           MOVE TH-PROD-CODE  TO WS-FIND-PROD
           MOVE 'TRANHST '    TO WS-FIND-SOURCE
           MOVE TH-BATCH-DATE TO WS-FIND-WHERE
           MOVE TH-EMP-ID     TO WS-FIND-EMP
           PERFORM 180-CHECK-PRODUCT-RTN

           MOVE TH-BATCH-DATE TO WS-WORK-DATE
           MOVE TH-VOID-DATE  TO WS-VOID-DATE
           MOVE ZERO TO WS-QTY
           IF TH-QTY NUMERIC
               MOVE TH-QTY TO WS-QTY
           END-IF

           IF WS-WORK-YEAR NOT < WS-OPEN-YEAR
               AND TH-VOIDED NOT = 'Y'
               PERFORM 170-FIND-EMP-RTN
               PERFORM 172-FIND-SLOT-RTN
               ADD WS-QTY TO WS-E-SALES(WS-EX, WS-SX)
           END-IF

           IF WS-WORK-YEAR < WS-OPEN-YEAR
               AND TH-VOIDED = 'Y'
               AND WS-VOID-YEAR NOT < WS-OPEN-YEAR
               PERFORM 170-FIND-EMP-RTN
               PERFORM 172-FIND-SLOT-RTN
               SUBTRACT WS-QTY FROM WS-E-SALES(WS-EX, WS-SX)
           END-IF
           .
      *
       147-READ-JOURNAL-RTN.

      *A RETURN LEAVES NO TRACE ON TRANHST.DAT -- THE JOURNAL
      *RECORD OF EACH POSTED RETURN IS THE ONLY WITNESS.  THE
      *YEAR-END CLOSE'S OWN JOURNAL RECORDS CARRY NO DETAIL IMAGE
      *AND FALL OUT HERE

           OPEN INPUT YTD-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               AND WS-JOURNAL-STATUS NOT = '35'
               DISPLAY 'LAB1AUD: UNABLE TO OPEN YTD JOURNAL, '
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
                           PERFORM 1475-JOURNAL-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE YTD-JOURNAL-FILE
           END-IF
           .
      *
       1475-JOURNAL-RECORD-RTN.

           MOVE JR-SOURCE-REC TO WS-SOURCE-REC
           MOVE JR-BATCH-DATE TO WS-WORK-DATE
           IF (JR-ACTION = 'R' OR JR-ACTION = 'W')
               AND WS-SR-REC-TYPE = 'D'
               AND WS-SR-TRAN-CODE = 'R'
               AND WS-SR-QTY NUMERIC
               AND WS-WORK-YEAR NOT < WS-OPEN-YEAR
               ADD 1 TO WS-RETURN-READ
               MOVE WS-SR-EMP-ID    TO WS-FIND-EMP
               MOVE WS-SR-PROD-CODE TO WS-FIND-PROD
               PERFORM 170-FIND-EMP-RTN
               PERFORM 172-FIND-SLOT-RTN
               ADD WS-SR-QTY-N TO WS-E-RETURNS(WS-EX, WS-SX)
           END-IF
           .
      *
       170-FIND-EMP-RTN.

      *POSITION WS-EX ON WS-FIND-EMP'S ENTRY, ADDING ONE WITH NO
      *SLOTS THE FIRST TIME THE EMPLOYEE IS SEEN

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
                   DISPLAY 'LAB1AUD: EMPLOYEE TABLE FULL - RAISE '
                           'WS-EMP-MAX AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-EMP-COUNT TO WS-EX
               MOVE WS-FIND-EMP  TO WS-E-EMP-ID(WS-EX)
               MOVE ZERO         TO WS-E-SLOT-COUNT(WS-EX)
           END-IF
           .
      *
       172-FIND-SLOT-RTN.

      *POSITION WS-SX ON WS-FIND-PROD'S SLOT UNDER EMPLOYEE WS-EX,
      *ADDING AN ALL-ZERO SLOT THE FIRST TIME

           MOVE ZERO TO WS-SX
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-E-SLOT-COUNT(WS-EX)
                   OR WS-SX > ZERO
               IF WS-E-PROD(WS-EX, WS-PX) = WS-FIND-PROD
                   MOVE WS-PX TO WS-SX
               END-IF
           END-PERFORM
           IF WS-SX = ZERO
               IF WS-E-SLOT-COUNT(WS-EX) >= WS-SLOT-MAX
                   DISPLAY 'LAB1AUD: MORE THAN ' WS-SLOT-MAX
                           ' PRODUCTS FOR ' WS-FIND-EMP
                           ' - RAISE WS-SLOT-MAX AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-E-SLOT-COUNT(WS-EX)
               MOVE WS-E-SLOT-COUNT(WS-EX) TO WS-SX
               MOVE WS-FIND-PROD TO WS-E-PROD(WS-EX, WS-SX)
               MOVE ZERO TO WS-E-ANNUAL(WS-EX, WS-SX)
               MOVE ZERO TO WS-E-MTD(WS-EX, WS-SX)
               MOVE ZERO TO WS-E-HIST(WS-EX, WS-SX)
               MOVE ZERO TO WS-E-SALES(WS-EX, WS-SX)
               MOVE ZERO TO WS-E-RETURNS(WS-EX, WS-SX)
           END-IF
           .
      *
       174-FIND-ANN-SLOT-RTN.

      *POSITION WS-NSX ON WS-FIND-PROD'S SLOT UNDER ANNUAL ROW
      *WS-NX, ADDING AN ALL-ZERO SLOT THE FIRST TIME

           MOVE ZERO TO WS-NSX
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-AN-SLOT-COUNT(WS-NX)
                   OR WS-NSX > ZERO
               IF WS-AN-PROD(WS-NX, WS-PX) = WS-FIND-PROD
                   MOVE WS-PX TO WS-NSX
               END-IF
           END-PERFORM
           IF WS-NSX = ZERO
               IF WS-AN-SLOT-COUNT(WS-NX) >= WS-SLOT-MAX
                   DISPLAY 'LAB1AUD: MORE THAN ' WS-SLOT-MAX
                           ' PRODUCTS FOR ' WS-AN-EMP-ID(WS-NX)
                           ' IN ' WS-AN-YEAR(WS-NX)
                           ' - RAISE WS-SLOT-MAX AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-AN-SLOT-COUNT(WS-NX)
               MOVE WS-AN-SLOT-COUNT(WS-NX) TO WS-NSX
               MOVE WS-FIND-PROD TO WS-AN-PROD(WS-NX, WS-NSX)
               MOVE ZERO TO WS-AN-QTY(WS-NX, WS-NSX)
               MOVE ZERO TO WS-AN-HIST(WS-NX, WS-NSX)
           END-IF
           .
      *
       176-NOTE-YEAR-RTN.

      *REMEMBER THAT CLOSED YEAR WS-FIND-YEAR STILL HAS MONTHLY
      *HISTORY ON FILE

           MOVE 'NO' TO WS-YEAR-FOUND
           PERFORM VARYING WS-YX FROM 1 BY 1
                   UNTIL WS-YX > WS-YEAR-COUNT
               IF WS-Y-YEAR(WS-YX) = WS-FIND-YEAR
                   MOVE 'YES' TO WS-YEAR-FOUND
               END-IF
           END-PERFORM
           IF WS-YEAR-FOUND = 'NO'
               IF WS-YEAR-COUNT >= WS-YEAR-MAX
                   DISPLAY 'LAB1AUD: YEAR TABLE FULL - RAISE '
                           'WS-YEAR-MAX AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-YEAR-COUNT
               MOVE WS-FIND-YEAR TO WS-Y-YEAR(WS-YEAR-COUNT)
           END-IF
           .
      *
       178-FIND-ANN-ROW-RTN.

      *POSITION WS-NX ON THE ANNUAL ROW FOR WS-FIND-YEAR AND
      *WS-FIND-EMP.  A CLOSED YEAR WITH MONTHLY HISTORY BUT NO
      *ANNUAL ROW GETS AN EMPTY ONE, SO ITS HISTORY STILL SHOWS
      *AGAINST A ZERO

           MOVE ZERO TO WS-NX
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-ANN-COUNT
                   OR WS-NX > ZERO
               IF WS-AN-YEAR(WS-LX) = WS-FIND-YEAR
                   AND WS-AN-EMP-ID(WS-LX) = WS-FIND-EMP
                   MOVE WS-LX TO WS-NX
               END-IF
           END-PERFORM
           IF WS-NX = ZERO
               IF WS-ANN-COUNT >= WS-ANN-MAX
                   DISPLAY 'LAB1AUD: ANNUAL TABLE FULL - RAISE '
                           'WS-ANN-MAX AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ANN-COUNT
               MOVE WS-ANN-COUNT TO WS-NX
               MOVE WS-FIND-YEAR TO WS-AN-YEAR(WS-NX)
               MOVE WS-FIND-EMP  TO WS-AN-EMP-ID(WS-NX)
               MOVE 'N'          TO WS-AN-ON-FILE(WS-NX)
               MOVE ZERO         TO WS-AN-SLOT-COUNT(WS-NX)
           END-IF
           .
      *
       180-CHECK-PRODUCT-RTN.

      *WS-FIND-PROD MUST BE IN THE CATALOG.  A MISSING CODE IS
      *REPORTED ONCE PER FILE, WITH WHERE IT WAS FIRST SEEN

           MOVE 'NO' TO WS-PROD-FOUND
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PROD-COUNT
               IF WS-P-CODE(WS-PX) = WS-FIND-PROD
                   MOVE 'YES' TO WS-PROD-FOUND
               END-IF
           END-PERFORM

           IF WS-PROD-FOUND = 'NO'
               MOVE 'NO' TO WS-ORPH-FOUND
               PERFORM VARYING WS-OX FROM 1 BY 1
                       UNTIL WS-OX > WS-ORPH-COUNT
                   IF WS-O-PROD(WS-OX) = WS-FIND-PROD
                       AND WS-O-SOURCE(WS-OX) = WS-FIND-SOURCE
                       MOVE 'YES' TO WS-ORPH-FOUND
                   END-IF
               END-PERFORM
               IF WS-ORPH-FOUND = 'NO'
                   IF WS-ORPH-COUNT < WS-ORPH-MAX
                       ADD 1 TO WS-ORPH-COUNT
                       MOVE WS-FIND-PROD   TO WS-O-PROD(WS-ORPH-COUNT)
                       MOVE WS-FIND-SOURCE
                           TO WS-O-SOURCE(WS-ORPH-COUNT)
                   END-IF
                   MOVE SPACES TO OL-TEXT-OUT
                   STRING 'PRODUCT ' WS-FIND-PROD ' ON '
                          WS-FIND-SOURCE ' IS NOT ON PRODMST.DAT'
                          ' (FIRST SEEN ' WS-FIND-EMP ' '
                          WS-FIND-WHERE ')'
                       DELIMITED BY SIZE INTO OL-TEXT-OUT
                   END-STRING
                   PERFORM 235-WRITE-ORPHAN-RTN
               END-IF
           END-IF
           .
      *
       200-CHECK-MASTER-RTN.

      *BOTH PROOFS OF EVERY ANNUAL BUCKET: AGAINST THE MONTHLY
      *HISTORY PLUS THE OPEN MONTH, THEN AGAINST THE POSTED SALES
      *LESS THE POSTED RETURNS

           IF WS-ORPHAN-COUNT = ZERO
               MOVE 'NONE FOUND' TO OL-TEXT-OUT
               MOVE ORPHAN-LINE TO AUD-REPORT-REC
               WRITE AUD-REPORT-REC AFTER
                    ADVANCING 1 LINE
           END-IF

           MOVE 'YTD ANNUAL VS SALESHST MONTHS PLUS OPEN MONTH'
               TO SL-TEXT-OUT
           PERFORM 230-WRITE-SECTION-RTN
           MOVE ' MASTER ANNUAL' TO CH-LEFT-OUT
           MOVE '   HIST + MTD' TO CH-RIGHT-OUT
           PERFORM 232-WRITE-COLUMNS-RTN
           MOVE ZERO TO WS-SECTION-COUNT
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-EMP-COUNT
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-E-SLOT-COUNT(WS-EX)
                   COMPUTE WS-EXPECTED = WS-E-HIST(WS-EX, WS-SX)
                                       + WS-E-MTD(WS-EX, WS-SX)
                   IF WS-E-ANNUAL(WS-EX, WS-SX) NOT = WS-EXPECTED
                       ADD 1 TO WS-HIST-DIFF-COUNT
                       MOVE WS-E-ANNUAL(WS-EX, WS-SX) TO WS-LEFT-AMT
                       MOVE WS-EXPECTED               TO WS-RIGHT-AMT
                       MOVE WS-E-EMP-ID(WS-EX)        TO DL-EMP-OUT
                       MOVE WS-E-PROD(WS-EX, WS-SX)   TO DL-PROD-OUT
                       MOVE WS-OPEN-YEAR              TO DL-YEAR-OUT
                       PERFORM 238-WRITE-DISCREP-RTN
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM 239-SECTION-NONE-RTN

           MOVE 'YTD ANNUAL VS UNVOIDED TRANHST SALES LESS YTDJRNL '
               TO SL-TEXT-OUT
           PERFORM 230-WRITE-SECTION-RTN
           MOVE '          RETURNS' TO SL-TEXT-OUT
           MOVE SECTION-LINE TO AUD-REPORT-REC
           WRITE AUD-REPORT-REC AFTER
                ADVANCING 1 LINE
           MOVE ' MASTER ANNUAL' TO CH-LEFT-OUT
           MOVE ' SALES - RTNS' TO CH-RIGHT-OUT
           PERFORM 232-WRITE-COLUMNS-RTN
           MOVE ZERO TO WS-SECTION-COUNT
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-EMP-COUNT
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-E-SLOT-COUNT(WS-EX)
                   COMPUTE WS-EXPECTED = WS-E-SALES(WS-EX, WS-SX)
                                       - WS-E-RETURNS(WS-EX, WS-SX)
                   IF WS-E-ANNUAL(WS-EX, WS-SX) NOT = WS-EXPECTED
                       ADD 1 TO WS-TRAN-DIFF-COUNT
                       MOVE WS-E-ANNUAL(WS-EX, WS-SX) TO WS-LEFT-AMT
                       MOVE WS-EXPECTED               TO WS-RIGHT-AMT
                       MOVE WS-E-EMP-ID(WS-EX)        TO DL-EMP-OUT
                       MOVE WS-E-PROD(WS-EX, WS-SX)   TO DL-PROD-OUT
                       MOVE WS-OPEN-YEAR              TO DL-YEAR-OUT
                       PERFORM 238-WRITE-DISCREP-RTN
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM 239-SECTION-NONE-RTN
           .
      *
       210-CHECK-ANNUAL-RTN.

      *EVERY ANNUAL ROW AGAINST THE MONTHS OF THE YEAR IT CLOSED.
      *A YEAR WITH NO MONTHLY HISTORY LEFT ON FILE HAS BEEN
      *ARCHIVED AND IS ONLY COUNTED

           MOVE 'SALESANN ROWS VS SALESHST MONTHS OF THE CLOSED YEAR'
               TO SL-TEXT-OUT
           PERFORM 230-WRITE-SECTION-RTN
           MOVE '  ANNUAL ROW' TO CH-LEFT-OUT
           MOVE ' HIST MONTHS' TO CH-RIGHT-OUT
           PERFORM 232-WRITE-COLUMNS-RTN
           MOVE ZERO TO WS-SECTION-COUNT
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-ANN-COUNT
               MOVE WS-AN-YEAR(WS-NX) TO WS-FIND-YEAR
               PERFORM 215-ANNUAL-ROW-RTN
           END-PERFORM
           PERFORM 239-SECTION-NONE-RTN
           .
      *
       215-ANNUAL-ROW-RTN.

           MOVE 'NO' TO WS-YEAR-FOUND
           PERFORM VARYING WS-YX FROM 1 BY 1
                   UNTIL WS-YX > WS-YEAR-COUNT
               IF WS-Y-YEAR(WS-YX) = WS-FIND-YEAR
                   MOVE 'YES' TO WS-YEAR-FOUND
               END-IF
           END-PERFORM

           IF WS-YEAR-FOUND = 'NO'
               ADD 1 TO WS-ANN-SKIP-COUNT
           ELSE
               PERFORM VARYING WS-NSX FROM 1 BY 1
                       UNTIL WS-NSX > WS-AN-SLOT-COUNT(WS-NX)
                   IF WS-AN-QTY(WS-NX, WS-NSX)
                       NOT = WS-AN-HIST(WS-NX, WS-NSX)
                       ADD 1 TO WS-ANN-DIFF-COUNT
                       MOVE WS-AN-QTY(WS-NX, WS-NSX)  TO WS-LEFT-AMT
                       MOVE WS-AN-HIST(WS-NX, WS-NSX) TO WS-RIGHT-AMT
                       MOVE WS-AN-EMP-ID(WS-NX)       TO DL-EMP-OUT
                       MOVE WS-AN-PROD(WS-NX, WS-NSX) TO DL-PROD-OUT
                       MOVE WS-AN-YEAR(WS-NX)         TO DL-YEAR-OUT
                       PERFORM 238-WRITE-DISCREP-RTN
                   END-IF
               END-PERFORM
           END-IF
           .
      *
       230-WRITE-SECTION-RTN.

           MOVE SECTION-LINE TO AUD-REPORT-REC
           WRITE AUD-REPORT-REC AFTER
                ADVANCING 2 LINES
           .
      *
       232-WRITE-COLUMNS-RTN.

           MOVE COLUMN-HEADER-LINE TO AUD-REPORT-REC
           WRITE AUD-REPORT-REC AFTER
                ADVANCING 1 LINE
           .
      *
       235-WRITE-ORPHAN-RTN.

           ADD 1 TO WS-ORPHAN-COUNT
           ADD 1 TO WS-DISCREP-COUNT
           MOVE ORPHAN-LINE TO AUD-REPORT-REC
           WRITE AUD-REPORT-REC AFTER
                ADVANCING 1 LINE
           .
      *
       238-WRITE-DISCREP-RTN.

      *ONE DISCREPANCY, BOTH SIDES AND THE DIFFERENCE

           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-DISCREP-COUNT
           MOVE WS-LEFT-AMT  TO DL-LEFT-OUT
           MOVE WS-RIGHT-AMT TO DL-RIGHT-OUT
           COMPUTE WS-EXPECTED = WS-LEFT-AMT - WS-RIGHT-AMT
           MOVE WS-EXPECTED  TO DL-DIFF-OUT
           MOVE DISCREP-LINE TO AUD-REPORT-REC
           WRITE AUD-REPORT-REC AFTER
                ADVANCING 1 LINE
           .
      *
       239-SECTION-NONE-RTN.

           IF WS-SECTION-COUNT = ZERO
               MOVE 'NONE FOUND' TO OL-TEXT-OUT
               MOVE ORPHAN-LINE TO AUD-REPORT-REC
               WRITE AUD-REPORT-REC AFTER
                    ADVANCING 1 LINE
           END-IF
           .

       250-CLOSE-ROUTINE.

      *THE COUNT LINES, THEN THE VERDICT

           MOVE 'YTD MASTER ROWS READ' TO CL-LABEL-OUT
           MOVE WS-YTD-READ TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN
           MOVE 'MONTHLY HISTORY ROWS READ' TO CL-LABEL-OUT
           MOVE WS-HIST-READ TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN
           MOVE 'ANNUAL HISTORY ROWS READ' TO CL-LABEL-OUT
           MOVE WS-ANN-READ TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN
           MOVE 'POSTED SALES READ' TO CL-LABEL-OUT
           MOVE WS-TRAN-READ TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN
           MOVE 'OPEN-YEAR RETURNS IN JOURNAL' TO CL-LABEL-OUT
           MOVE WS-RETURN-READ TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN
           MOVE 'ANNUAL ROWS NOT CHECKED (ARCHIVED)' TO CL-LABEL-OUT
           MOVE WS-ANN-SKIP-COUNT TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN
           MOVE 'ORPHANS' TO CL-LABEL-OUT
           MOVE WS-ORPHAN-COUNT TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN
           MOVE 'MASTER VS HISTORY DISCREPANCIES' TO CL-LABEL-OUT
           MOVE WS-HIST-DIFF-COUNT TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN
           MOVE 'MASTER VS TRANSACTION DISCREPANCIES' TO CL-LABEL-OUT
           MOVE WS-TRAN-DIFF-COUNT TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN
           MOVE 'ANNUAL VS HISTORY DISCREPANCIES' TO CL-LABEL-OUT
           MOVE WS-ANN-DIFF-COUNT TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN

           IF WS-DISCREP-COUNT > ZERO
               MOVE '** FILES DO NOT AGREE - RESEARCH EVERY LINE ABOVE'
                   TO SL-TEXT-OUT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'ALL FILES AGREE' TO SL-TEXT-OUT
           END-IF
           PERFORM 230-WRITE-SECTION-RTN

           PERFORM 245-WRITE-RUNLOG-RTN

      *SAME FILE NAME AS SELECT STATEMENT

              CLOSE    AUD-REPORT-FILE
                 STOP RUN

           .
      *
       242-WRITE-COUNT-RTN.

           MOVE COUNT-LINE TO AUD-REPORT-REC
           WRITE AUD-REPORT-REC AFTER
                ADVANCING 1 LINE
           .
      *
       245-WRITE-RUNLOG-RTN.

      *APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED RUN LOG
      *SO LAB1EOD FLAGS A FAILED AUDIT.  A LOG THAT CANNOT BE
      *WRITTEN IS WORTH A CONSOLE LINE BUT NOT AN ABEND -- THE
      *REPORT IS ALREADY ON DISK

           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF WS-RUNLOG-STATUS NOT = '00'
               DISPLAY 'LAB1AUD: UNABLE TO OPEN RUN LOG, STATUS='
                   WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES              TO RUN-LOG-REC
               MOVE 'LAB1AUD'           TO RL-PROGRAM
               MOVE WS-CUR-DATE         TO RL-RUN-DATE
               MOVE WS-CUR-TIME         TO RL-RUN-TIME
               MOVE SPACES              TO RL-BATCH-DATE
               MOVE SPACES              TO RL-BATCH-REGION
               MOVE WS-YTD-READ         TO RL-ACCEPT-COUNT
               MOVE WS-DISCREP-COUNT    TO RL-REJECT-COUNT
               MOVE RETURN-CODE         TO RL-RETURN-CODE
               WRITE RUN-LOG-REC
               CLOSE RUN-LOG-FILE
           END-IF
           .
