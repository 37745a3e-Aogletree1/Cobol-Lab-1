       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LAB1GL.
       AUTHOR.     AUSTIN H OGLETREE.
      **********************************************************
      *  This program builds the general ledger journal file
      *  finance loads instead of re-keying the printed reports.
      *  Every amount comes from what actually posted:
      *    - SALES REVENUE, AND RETURNS/VOIDS AS CONTRA-REVENUE, BY
      *      REGION AND PRODUCT, FROM THE SOURCE RECORDS ON LAB1YTD'S
      *      UPDATE JOURNAL (YTDJRNL.DAT), PRICED AT THE PRICE IN
      *      EFFECT ON THE BATCH DATE AND CREDITED TO THE REGION IN
      *      EFFECT ON THE BATCH DATE -- THE SAME WAY LAB1YTD POSTED
      *      THEM.  THE OFFSET IS THE REGION'S SALES RECEIVABLE.
      *    - COMMISSION EXPENSE FOR EVERY REGISTER PAYROLL
      *      ACKNOWLEDGED (PAYACK.DAT) ON THE JOURNAL DATE, FROM THE
      *      REGISTER HISTORY LAB1F22 KEEPS (COMMHST.DAT), AGAINST
      *      COMMISSION PAYABLE.
      *
      *  A MONTH-END RUN BOOKS NO DAILY ACTIVITY.  IT REVERSES THE
      *  ACCRUAL THE PRIOR MONTH-END RUN BOOKED, THEN ACCRUES
      *  COMMISSION EXPENSE AGAINST ACCRUED COMMISSION PAYABLE FOR
      *  EVERY REGISTER SENT BY THE MONTH-END DATE THAT PAYROLL HAD
      *  NOT ACKNOWLEDGED BY THAT DATE.  THE ACCRUAL IS KEPT IN
      *  GLACCR.DAT SO NEXT MONTH'S RUN CAN REVERSE IT; A RERUN OF
      *  THE SAME MONTH REPLACES THAT MONTH'S ACCRUAL.
      *
      *  ACCOUNT NUMBERS COME FROM THE MAPPING FILE (GLMAP.DAT) SO
      *  FINANCE CAN CHANGE THEM WITHOUT A PROGRAM CHANGE.  A
      *  MAPPING ROW NAMES AN ACCOUNT ROLE AND MAY NARROW IT TO A
      *  REGION, A PRODUCT, OR BOTH; THE MOST SPECIFIC ROW WINS:
      *        REV   SALES REVENUE            (REGION, PRODUCT)
      *        CREV  RETURNS AND VOIDS        (REGION, PRODUCT)
      *        RECV  SALES RECEIVABLE         (REGION)
      *        CEXP  COMMISSION EXPENSE       (REGION)
      *        CPAY  COMMISSION PAYABLE       (REGION)
      *        CACR  ACCRUED COMMISSION PAYABLE (REGION)
      *  COMMISSION IS CHARGED TO THE REGION EACH SALESPERSON WAS
      *  ASSIGNED TO ON THE REGISTER'S BATCH DATE.
      *
      *  THE JOURNAL MUST BALANCE.  THE CONTROL REPORT TIES THE
      *  REVENUE LINES BACK TO LAB1YTD'S CONTROL TOTALS (YTDCTL.DAT)
      *  AND EVERY REGISTER'S LINES BACK TO ITS TRAILER.
      *
      *  INPUT:  GLPARM.DAT, ONE RUN CARD (OPTIONAL):
      *        FIELD:  mode      LENGTH 1   'D' DAILY (BLANK MEANS
      *                                     DAILY), 'M' MONTH-END
      *        FIELD:  date      LENGTH 8   YYYYMMDD JOURNAL DATE,
      *                                     BLANK MEANS TODAY.  FOR
      *                                     MONTH-END, THE LAST DAY
      *                                     OF THE MONTH BEING CLOSED
      *          GLMAP.DAT    ACCOUNT MAPPING
      *          YTDJRNL.DAT  LAB1YTD'S UPDATE JOURNAL
      *          YTDCTL.DAT   LAB1YTD'S CONTROL TOTALS
      *          COMMHST.DAT  CUMULATIVE REGISTER HISTORY
      *          PAYACK.DAT   PAYROLL'S ACKNOWLEDGMENTS (OPTIONAL)
      *          GLACCR.DAT   MONTH-END ACCRUALS BOOKED (OPTIONAL)
      *          PRODMST.DAT  THE CATALOG AND CURRENT PRICES
      *          PRODPRC.DAT  DATED PRICES (OPTIONAL)
      *          REGNHST.DAT  REGION ASSIGNMENT HISTORY (OPTIONAL)
      *          SALESMST.DAT SALESPERSON MASTER
      *  OUTPUT: GLJRNL.DAT   THE JOURNAL FOR FINANCE
      *          GLACCR.DAT   REWRITTEN BY A MONTH-END RUN
      *          GLRPT.TXT    THE CONTROL REPORT
      *
      *  RETURN CODE 8 WHEN A TIE-OUT DISAGREES OR A LINE HAS NO
      *  ACCOUNT MAPPING; RETURN CODE 16 WHEN THE JOURNAL DOES NOT
      *  BALANCE -- FINANCE MUST NOT LOAD IT.
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * THE RUN CARD NAMING THE MODE AND JOURNAL DATE

           SELECT GL-PARM-FILE
               ASSIGN TO 'GLPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * FINANCE'S ACCOUNT MAPPING, ONE ROW PER ROLE/REGION/PRODUCT

           SELECT GL-MAP-FILE
               ASSIGN TO 'GLMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

      * LAB1YTD'S UPDATE JOURNAL -- EVERY POSTED SALE, RETURN AND
      * VOID WITH ITS SOURCE RECORD

           SELECT YTD-JOURNAL-FILE
               ASSIGN TO 'YTDJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      * LAB1YTD'S CONTROL TOTALS FOR ITS LAST RUN

           SELECT YTD-CONTROL-FILE
               ASSIGN TO 'YTDCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTDCTL-STATUS.

      * THE CUMULATIVE REGISTER HISTORY LAB1F22 WRITES

           SELECT COMM-HISTORY-FILE
               ASSIGN TO 'COMMHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMHST-STATUS.

      * PAYROLL'S ACKNOWLEDGMENT FILE, ONE RECORD PER REGISTER PAID

           SELECT PAY-ACK-FILE
               ASSIGN TO 'PAYACK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYACK-STATUS.

      * THE MONTH-END ACCRUALS BOOKED SO FAR, BY MONTH AND REGION

           SELECT GL-ACCRUAL-FILE
               ASSIGN TO 'GLACCR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCR-STATUS.

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

      * THE JOURNAL FILE FINANCE LOADS

           SELECT GL-JOURNAL-FILE
               ASSIGN TO 'GLJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

      * THE CONTROL REPORT FOR THE PRINTER

           SELECT GL-REPORT-FILE
               ASSIGN TO 'GLRPT.TXT'.

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

       FD    GL-PARM-FILE.
       01    GL-PARM-REC.
          05  GP-MODE                  PIC X.
          05  GP-DATE                  PIC X(8).
          05  FILLER                   PIC X(31).

      * SAME NAME AS THE SELECT STATEMENT -- A BLANK REGION OR
      * PRODUCT MEANS THE ROW APPLIES TO ALL OF THEM

       FD    GL-MAP-FILE.
       01    GL-MAP-REC.
          05  GM-ROLE                  PIC X(4).
          05  GM-REGION                PIC X(10).
          05  GM-PROD-CODE             PIC X(4).
          05  GM-ACCOUNT               PIC X(12).

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

      * SAME LAYOUTS LAB1YTD WRITES: 'H' BATCH, 'S' SALESPERSON,
      * 'T' RUN TOTALS

       FD    YTD-CONTROL-FILE.
       01    YTD-CONTROL-REC.
          05  CT-REC-TYPE              PIC X.
          05  CT-EMP-ID                PIC X(5).
          05  CT-UNITS                 PIC S9(6) SIGN LEADING
                                                 SEPARATE.
          05  CT-DOLLARS               PIC S9(7)V99 SIGN LEADING
                                                    SEPARATE.
          05  FILLER                   PIC X(9).

       01    YTD-CONTROL-HDR.
          05  CTH-REC-TYPE             PIC X.
          05  CTH-RUN-DATE             PIC X(8).
          05  CTH-BATCH-DATE           PIC X(8).
          05  CTH-BATCH-REGION         PIC X(10).
          05  FILLER                   PIC X(5).

       01    YTD-CONTROL-TRL.
          05  CTT-REC-TYPE             PIC X.
          05  CTT-ACCEPT-COUNT         PIC 9(6).
          05  CTT-REJECT-COUNT         PIC 9(6).
          05  CTT-UNITS                PIC S9(6) SIGN LEADING
                                                 SEPARATE.
          05  CTT-DOLLARS              PIC S9(9)V99 SIGN LEADING
                                                    SEPARATE.
          05  FILLER                   PIC X(1).

      * SAME LAYOUTS LAB1F22 WRITES TO COMMREG.DAT, TOLD APART BY
      * THE TYPE BYTE: 'H' REGISTER HEADER, 'D' ONE SALESPERSON,
      * 'T' REGISTER TRAILER

       FD    COMM-HISTORY-FILE.
       01    COMMISSION-REG-REC.
          05  CR-REC-TYPE              PIC X.
          05  CR-EMP-ID                PIC X(5).
          05  CR-GROSS-AMOUNT          PIC S9(7)V99 SIGN LEADING
                                                    SEPARATE.
          05  CR-TIER-APPLIED          PIC 9(2).
          05  CR-COMMISSION            PIC S9(7)V99 SIGN LEADING
                                                    SEPARATE.
          05  CR-EARNED                PIC S9(7)V99 SIGN LEADING
                                                    SEPARATE.
          05  CR-RECOVERED             PIC S9(7)V99 SIGN LEADING
                                                    SEPARATE.
          05  CR-BALANCE-OWED          PIC S9(7)V99 SIGN LEADING
                                                    SEPARATE.

       01    COMMISSION-REG-HDR.
          05  CRH-REC-TYPE             PIC X.
          05  CRH-RUN-DATE             PIC X(8).
          05  CRH-BATCH-DATE           PIC X(8).
          05  CRH-BATCH-REGION         PIC X(10).
          05  FILLER                   PIC X(31).

       01    COMMISSION-REG-TRL.
          05  CRT-REC-TYPE             PIC X.
          05  CRT-REC-COUNT            PIC 9(6).
          05  CRT-TOTAL-COMMISSION     PIC S9(9)V99 SIGN LEADING
                                                    SEPARATE.
          05  FILLER                   PIC X(39).

      * SAME LAYOUT LAB1PAY READS

       FD    PAY-ACK-FILE.
       01    PAY-ACK-REC.
          05  AK-BATCH-DATE            PIC X(8).
          05  AK-BATCH-REGION          PIC X(10).
          05  AK-REC-COUNT             PIC 9(6).
          05  AK-TOTAL-COMM            PIC S9(9)V99 SIGN LEADING
                                                    SEPARATE.
          05  AK-PAY-DATE              PIC X(8).

      * SAME NAME AS THE SELECT STATEMENT -- ONE RECORD PER REGION
      * PER MONTH-END ACCRUAL, THE AMOUNT CREDITED TO ACCRUED
      * COMMISSION PAYABLE

       FD    GL-ACCRUAL-FILE.
       01    GL-ACCRUAL-REC.
          05  GA-MONTH                 PIC X(6).
          05  GA-REGION                PIC X(10).
          05  GA-AMOUNT                PIC S9(9)V99 SIGN LEADING
                                                    SEPARATE.

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

      * SAME LAYOUT LAB1MNT WRITES

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

      * SAME NAME AS THE SELECT STATEMENT.  ONE 'H' HEADER, ONE 'D'
      * RECORD PER JOURNAL LINE, ONE 'T' TRAILER CARRYING THE LINE
      * COUNT AND THE DEBIT AND CREDIT TOTALS.  AMOUNTS ARE
      * UNSIGNED; GJ-DR-CR SAYS WHICH SIDE

       FD    GL-JOURNAL-FILE.
       01    GL-JOURNAL-REC.
          05  GJ-REC-TYPE              PIC X.
          05  GJ-JOURNAL-DATE          PIC X(8).
          05  GJ-JOURNAL-TYPE          PIC X.
          05  GJ-LINE-NO               PIC 9(5).
          05  GJ-ACCOUNT               PIC X(12).
          05  GJ-REGION                PIC X(10).
          05  GJ-PROD-CODE             PIC X(4).
          05  GJ-DR-CR                 PIC X.
          05  GJ-AMOUNT                PIC 9(9)V99.
          05  GJ-SOURCE                PIC X(4).
          05  GJ-DESC                  PIC X(30).

       01    GL-JOURNAL-HDR.
          05  GJH-REC-TYPE             PIC X.
          05  GJH-JOURNAL-DATE         PIC X(8).
          05  GJH-JOURNAL-TYPE         PIC X.
          05  GJH-RUN-DATE             PIC X(8).
          05  GJH-RUN-TIME             PIC X(8).
          05  FILLER                   PIC X(61).

       01    GL-JOURNAL-TRL.
          05  GJT-REC-TYPE             PIC X.
          05  GJT-LINE-COUNT           PIC 9(6).
          05  GJT-TOTAL-DEBITS         PIC 9(11)V99.
          05  GJT-TOTAL-CREDITS        PIC 9(11)V99.
          05  FILLER                   PIC X(54).
      *
       FD    GL-REPORT-FILE.
       01    GL-REPORT-REC    PIC X(132).

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
             05    WS-MAP-STATUS             PIC XX VALUE SPACES.
             05    WS-JOURNAL-STATUS         PIC XX VALUE SPACES.
             05    WS-YTDCTL-STATUS          PIC XX VALUE SPACES.
             05    WS-COMMHST-STATUS         PIC XX VALUE SPACES.
             05    WS-PAYACK-STATUS          PIC XX VALUE SPACES.
             05    WS-ACCR-STATUS            PIC XX VALUE SPACES.
             05    WS-REGNHST-STATUS         PIC XX VALUE SPACES.
             05    WS-SALESMST-STATUS        PIC XX VALUE SPACES.
             05    WS-GLJRNL-STATUS          PIC XX VALUE SPACES.
             05    WS-RUNLOG-STATUS          PIC XX VALUE SPACES.
             05    WS-CUR-DATE               PIC X(8) VALUE SPACES.
             05    WS-CUR-TIME               PIC X(8) VALUE SPACES.
             05    WS-MODE                   PIC X VALUE 'D'.
             05    WS-JRNL-DATE              PIC X(8) VALUE SPACES.
             05    WS-JRNL-DATE-R REDEFINES WS-JRNL-DATE.
                   10  WS-JRNL-MONTH         PIC X(6).
                   10  FILLER                PIC X(2).
             05    WS-JRNL-DATE-N REDEFINES WS-JRNL-DATE.
                   10  WS-JRNL-YEAR-N        PIC 9(4).
                   10  WS-JRNL-MONTH-N       PIC 9(2).
                   10  FILLER                PIC 9(2).
             05    WS-PRIOR-MONTH            PIC X(6) VALUE SPACES.
             05    WS-PRIOR-MONTH-N REDEFINES WS-PRIOR-MONTH.
                   10  WS-PRIOR-YEAR-N       PIC 9(4).
                   10  WS-PRIOR-MON-N        PIC 9(2).
             05    WS-EMP-ID                 PIC X(5) VALUE SPACES.
             05    WS-BATCH-DATE             PIC X(8) VALUE SPACES.
             05    WS-TRAN-CODE              PIC X VALUE SPACE.
             05    WS-QTY                    PIC 9(3) VALUE ZERO.
             05    WS-PROD-CODE              PIC X(4) VALUE SPACES.
             05    WS-CREDIT-REGION          PIC X(10) VALUE SPACES.
             05    WS-BEST-ASSIGN-DATE       PIC X(8) VALUE SPACES.
             05    WS-DOLLARS                PIC S9(9)V99 VALUE ZERO.
             05    WS-POSTING-COUNT          PIC 9(6) VALUE ZERO.
             05    WS-SKIPPED-COUNT          PIC 9(6) VALUE ZERO.
             05    WS-EXCEPTION-COUNT        PIC 9(4) VALUE ZERO.
             05    WS-UNMAPPED-COUNT         PIC 9(4) VALUE ZERO.

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

      *THE TIE-OUT TOTALS FOR THE CONTROL REPORT

       01    WS-TIE-AREAS.
             05    WS-GL-SALES               PIC S9(11)V99 VALUE ZERO.
             05    WS-GL-RETURNS             PIC S9(11)V99 VALUE ZERO.
             05    WS-GL-NET                 PIC S9(11)V99 VALUE ZERO.
             05    WS-CTL-NET                PIC S9(11)V99 VALUE ZERO.
             05    WS-CTL-RUN-DATE           PIC X(8) VALUE SPACES.
             05    WS-CTL-TRL-SEEN           PIC X(3) VALUE 'NO'.
             05    WS-DIFFERENCE             PIC S9(11)V99 VALUE ZERO.
             05    WS-REG-IN-COUNT           PIC 9(4) VALUE ZERO.
             05    WS-REG-LINES-TOTAL        PIC S9(11)V99 VALUE ZERO.
             05    WS-REG-TRL-TOTAL          PIC S9(11)V99 VALUE ZERO.
             05    WS-REVERSE-TOTAL          PIC S9(11)V99 VALUE ZERO.
             05    WS-ACCRUE-TOTAL           PIC S9(11)V99 VALUE ZERO.
             05    WS-TOTAL-DEBITS           PIC 9(11)V99 VALUE ZERO.
             05    WS-TOTAL-CREDITS          PIC 9(11)V99 VALUE ZERO.
             05    WS-LINE-NO                PIC 9(5) VALUE ZERO.

      *STATE OF THE REGISTER CURRENTLY BEING WALKED IN COMMHST.DAT,
      *SAME DISCIPLINE LAB1PAY APPLIES: NOTHING COUNTS UNTIL THE
      *TRAILER PROVES THE REGISTER ARRIVED WHOLE

       01    WS-REG-AREAS.
             05    WS-REG-OPEN               PIC X(3) VALUE 'NO'.
             05    WS-REG-RUN-DATE           PIC X(8) VALUE SPACES.
             05    WS-REG-BATCH-DATE         PIC X(8) VALUE SPACES.
             05    WS-REG-REGION             PIC X(10) VALUE SPACES.
             05    WS-REG-ACKED              PIC X(3) VALUE 'NO'.
             05    WS-REG-ACK-SUB            PIC 9(3) VALUE ZERO.
             05    WS-REG-INCLUDE            PIC X(3) VALUE 'NO'.
             05    WS-REG-SUM                PIC S9(9)V99 VALUE ZERO.

       01    WS-BUF-AREAS.
             05    WS-BUF-COUNT              PIC 9(4) VALUE ZERO.
             05    WS-BUF-MAX                PIC 9(4) VALUE 1000.
             05    WS-BFX                    PIC 9(4) VALUE ZERO.

       01    WS-BUF-TABLE.
             05    WS-BUF-ENTRY OCCURS 1000 TIMES.
                   10    WS-B-EMP-ID         PIC X(5).
                   10    WS-B-COMMISSION     PIC S9(7)V99.

      *PAYROLL'S ACKNOWLEDGMENTS, EACH USABLE ONCE

       01    WS-ACK-AREAS.
             05    WS-ACK-COUNT              PIC 9(3) VALUE ZERO.
             05    WS-ACK-MAX                PIC 9(3) VALUE 200.
             05    WS-AKX                    PIC 9(3) VALUE ZERO.

       01    WS-ACK-TABLE.
             05    WS-ACK-ENTRY OCCURS 200 TIMES.
                   10    WS-A-BATCH-DATE     PIC X(8).
                   10    WS-A-REGION         PIC X(10).
                   10    WS-A-PAY-DATE       PIC X(8).
                   10    WS-A-USED           PIC X.

      *FINANCE'S ACCOUNT MAPPING AND THE LOOKUP WORK FIELDS.  THE
      *SCORE COUNTS HOW SPECIFIC A MATCHING ROW IS: 2 FOR A REGION,
      *1 FOR A PRODUCT

       01    WS-MAP-AREAS.
             05    WS-MAP-COUNT              PIC 9(3) VALUE ZERO.
             05    WS-MAP-MAX                PIC 9(3) VALUE 300.
             05    WS-MX                     PIC 9(3) VALUE ZERO.
             05    WS-SCORE                  PIC S9 VALUE ZERO.
             05    WS-BEST-SCORE             PIC S9 VALUE ZERO.
             05    WS-ACCOUNT                PIC X(12) VALUE SPACES.

       01    WS-MAP-TABLE.
             05    WS-MAP-ENTRY OCCURS 300 TIMES.
                   10    WS-M-ROLE           PIC X(4).
                   10    WS-M-REGION         PIC X(10).
                   10    WS-M-PROD-CODE      PIC X(4).
                   10    WS-M-ACCOUNT        PIC X(12).

      *THE MONTH-END ACCRUALS ON FILE.  A MONTH-END RUN ADDS ITS
      *OWN MONTH'S ROWS AND WRITES THE TABLE BACK

       01    WS-ACCR-AREAS.
             05    WS-ACCR-COUNT             PIC 9(4) VALUE ZERO.
             05    WS-ACCR-MAX               PIC 9(4) VALUE 2000.
             05    WS-CX                     PIC 9(4) VALUE ZERO.
             05    WS-ACCR-SUB               PIC 9(4) VALUE ZERO.

       01    WS-ACCR-TABLE.
             05    WS-ACCR-ENTRY OCCURS 2000 TIMES.
                   10    WS-C-MONTH          PIC X(6).
                   10    WS-C-REGION         PIC X(10).
                   10    WS-C-AMOUNT         PIC S9(9)V99.

      *THE JOURNAL BEING BUILT: ONE ENTRY PER SOURCE, ACCOUNT ROLE,
      *REGION AND PRODUCT.  THE AMOUNT IS SIGNED -- POSITIVE IS A
      *DEBIT, NEGATIVE A CREDIT -- SO THE TABLE SUMS TO ZERO WHEN
      *THE JOURNAL BALANCES

       01    WS-GL-AREAS.
             05    WS-GL-COUNT               PIC 9(4) VALUE ZERO.
             05    WS-GL-MAX                 PIC 9(4) VALUE 1000.
             05    WS-GX                     PIC 9(4) VALUE ZERO.
             05    WS-GL-SUB                 PIC 9(4) VALUE ZERO.
             05    WS-GL-SOURCE              PIC X(4) VALUE SPACES.
             05    WS-GL-ROLE                PIC X(4) VALUE SPACES.
             05    WS-GL-REGION              PIC X(10) VALUE SPACES.
             05    WS-GL-PROD                PIC X(4) VALUE SPACES.
             05    WS-GL-AMOUNT              PIC S9(11)V99 VALUE ZERO.
             05    WS-GL-BALANCE             PIC S9(11)V99 VALUE ZERO.

       01    WS-GL-TABLE.
             05    WS-GL-ENTRY OCCURS 1000 TIMES.
                   10    WS-G-SOURCE         PIC X(4).
                   10    WS-G-ROLE           PIC X(4).
                   10    WS-G-REGION         PIC X(10).
                   10    WS-G-PROD           PIC X(4).
                   10    WS-G-AMOUNT         PIC S9(11)V99.

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

      *THE REGION ASSIGNMENT HISTORY, SAME SHAPE LAB1YTD CARRIES

       01    WS-ASSIGN-AREAS.
             05    WS-ASSIGN-COUNT           PIC 9(4) VALUE ZERO.
             05    WS-ASSIGN-MAX             PIC 9(4) VALUE 2000.
             05    WS-AX                     PIC 9(4) VALUE ZERO.

       01    WS-ASSIGN-TABLE.
             05    WS-AH-ENTRY OCCURS 2000 TIMES.
                   10    WS-AH-EMP-ID        PIC X(5).
                   10    WS-AH-EFF-DATE      PIC X(8).
                   10    WS-AH-REGION        PIC X(10).

      *************************OUTPUT AREA**************************
       01 REPORT-HEADER.
          05 FILLER          PIC X(20) VALUE SPACES.
          05 FILLER          PIC X(36)
             VALUE 'GENERAL LEDGER JOURNAL CONTROL'.
          05 RH-TYPE-OUT     PIC X(10).
          05 FILLER          PIC X(8) VALUE 'JOURNAL '.
          05 RH-DATE-OUT     PIC X(8).
          05 FILLER          PIC X(6) VALUE '  RUN '.
          05 RH-RUN-DATE-OUT PIC X(8).
      *
       01 SECTION-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 SL-TEXT-OUT     PIC X(70).
      *
       01 REGISTER-HEADER.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(9) VALUE 'RUN DATE '.
          05 FILLER          PIC X(9) VALUE 'BATCH    '.
          05 FILLER          PIC X(11) VALUE 'REGION'.
          05 FILLER          PIC X(16) VALUE '   TRAILER TOTAL'.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(16) VALUE '   JOURNAL LINES'.
      *
       01 REGISTER-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RG-RUN-DATE-OUT PIC X(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RG-BATCH-OUT    PIC X(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RG-REGION-OUT   PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RG-TRAILER-OUT  PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RG-LINES-OUT    PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RG-FLAG-OUT     PIC X(30).
      *
       01 JOURNAL-HEADER.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(7) VALUE ' LINE  '.
          05 FILLER          PIC X(13) VALUE 'ACCOUNT'.
          05 FILLER          PIC X(11) VALUE 'REGION'.
          05 FILLER          PIC X(5) VALUE 'PROD'.
          05 FILLER          PIC X(5) VALUE 'SRC'.
          05 FILLER          PIC X(31) VALUE 'DESCRIPTION'.
          05 FILLER          PIC X(16) VALUE '           DEBIT'.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(16) VALUE '          CREDIT'.
      *
       01 JOURNAL-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 JL-LINE-OUT     PIC ZZZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 JL-ACCOUNT-OUT  PIC X(12).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 JL-REGION-OUT   PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 JL-PROD-OUT     PIC X(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 JL-SOURCE-OUT   PIC X(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 JL-DESC-OUT     PIC X(30).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 JL-DEBIT-OUT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 JL-CREDIT-OUT   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01 AMOUNT-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 AL-LABEL-OUT    PIC X(40).
          05 AL-AMOUNT-OUT   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 AL-FLAG-OUT     PIC X(40).
      *
       01 COUNT-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 CL-LABEL-OUT    PIC X(40).
          05 CL-COUNT-OUT    PIC ZZZ,ZZ9.
      *

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           IF WS-MODE = 'M'
               PERFORM 155-REVERSE-ACCRUAL-RTN
           ELSE
               PERFORM 160-READ-JOURNAL-RTN
           END-IF
           PERFORM 170-WALK-REGISTERS-RTN
           PERFORM 200-WRITE-JOURNAL-RTN
           IF WS-MODE = 'M'
               PERFORM 220-REWRITE-ACCRUALS-RTN
           ELSE
               PERFORM 210-TIE-YTDCTL-RTN
           END-IF
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME

      *THE RUN CARD IS OPTIONAL -- WITHOUT ONE THIS IS TODAY'S
      *DAILY JOURNAL

           MOVE SPACES TO GL-PARM-REC
           OPEN INPUT GL-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ GL-PARM-FILE
                   AT END
                       MOVE SPACES TO GL-PARM-REC
               END-READ
               CLOSE GL-PARM-FILE
           END-IF

           EVALUATE GP-MODE
               WHEN 'M'
                   MOVE 'M' TO WS-MODE
               WHEN 'D'
               WHEN SPACE
                   MOVE 'D' TO WS-MODE
               WHEN OTHER
                   DISPLAY 'LAB1GL: RUN CARD MODE ' GP-MODE
                           ' IS NOT D OR M'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF GP-DATE = SPACES
               MOVE WS-CUR-DATE TO WS-JRNL-DATE
           ELSE
               MOVE GP-DATE TO WS-JRNL-DATE
           END-IF
           IF WS-JRNL-DATE NOT NUMERIC
               DISPLAY 'LAB1GL: RUN CARD DATE ' WS-JRNL-DATE
                       ' IS NOT YYYYMMDD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *THE MONTH WHOSE ACCRUAL A MONTH-END RUN REVERSES

           IF WS-JRNL-MONTH-N = 1
               COMPUTE WS-PRIOR-YEAR-N = WS-JRNL-YEAR-N - 1
               MOVE 12 TO WS-PRIOR-MON-N
           ELSE
               MOVE WS-JRNL-YEAR-N TO WS-PRIOR-YEAR-N
               COMPUTE WS-PRIOR-MON-N = WS-JRNL-MONTH-N - 1
           END-IF

           OPEN    INPUT SALESPERSON-MASTER
           IF WS-SALESMST-STATUS NOT = '00'
               DISPLAY 'LAB1GL: UNABLE TO OPEN SALESPERSON MASTER, '
                       'STATUS=' WS-SALESMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 126-LOAD-PRODUCTS-RTN
           PERFORM 1266-LOAD-PRICES-RTN
           PERFORM 140-LOAD-ASSIGNMENTS-RTN
           PERFORM 145-LOAD-MAP-RTN
           PERFORM 150-LOAD-ACKS-RTN
           PERFORM 152-LOAD-ACCRUALS-RTN

           OPEN OUTPUT GL-REPORT-FILE

           IF WS-MODE = 'M'
               MOVE 'MONTH-END ' TO RH-TYPE-OUT
           ELSE
               MOVE 'DAILY     ' TO RH-TYPE-OUT
           END-IF
           MOVE WS-JRNL-DATE TO RH-DATE-OUT
           MOVE WS-CUR-DATE  TO RH-RUN-DATE-OUT
           MOVE REPORT-HEADER TO GL-REPORT-REC
           WRITE GL-REPORT-REC
                   AFTER ADVANCING 1 LINE
           .
      *
       126-LOAD-PRODUCTS-RTN.

      *LOAD PRODMST.DAT, SAME RULES THE DAILY PROGRAMS APPLY

           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODMST-STATUS NOT = '00'
               DISPLAY 'LAB1GL: UNABLE TO OPEN PRODUCT MASTER, '
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
               DISPLAY 'LAB1GL: PRODUCT MASTER EXCEEDS '
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
               DISPLAY 'LAB1GL: UNABLE TO OPEN PRODUCT PRICE FILE, '
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
               DISPLAY 'LAB1GL: PRODUCT PRICE FILE EXCEEDS '
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
       140-LOAD-ASSIGNMENTS-RTN.

      *LOAD REGNHST.DAT.  NO FILE (STATUS 35) MEANS EVERY AMOUNT
      *GOES TO THE REGION ON THE SALESPERSON MASTER

           OPEN INPUT REGION-HISTORY-FILE
           IF WS-REGNHST-STATUS NOT = '00'
               AND WS-REGNHST-STATUS NOT = '35'
               DISPLAY 'LAB1GL: UNABLE TO OPEN REGION HISTORY, '
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
               DISPLAY 'LAB1GL: REGION HISTORY EXCEEDS '
                       WS-ASSIGN-MAX ' ENTRIES - RAISE '
                       'WS-ASSIGN-MAX AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ASSIGN-COUNT
           MOVE RA-EMP-ID   TO WS-AH-EMP-ID(WS-ASSIGN-COUNT)
           MOVE RA-EFF-DATE TO WS-AH-EFF-DATE(WS-ASSIGN-COUNT)
           MOVE RA-REGION   TO WS-AH-REGION(WS-ASSIGN-COUNT)
           .
      *
       145-LOAD-MAP-RTN.

      *THE MAPPING IS REQUIRED -- A JOURNAL WITH NO ACCOUNTS ON IT
      *IS NO USE TO FINANCE

           OPEN INPUT GL-MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY 'LAB1GL: UNABLE TO OPEN GLMAP.DAT, '
                   'STATUS=' WS-MAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
               READ GL-MAP-FILE
                   AT END
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 147-STORE-MAP-RTN
               END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE
           .
      *
       147-STORE-MAP-RTN.

           IF WS-MAP-COUNT >= WS-MAP-MAX
               DISPLAY 'LAB1GL: ACCOUNT MAPPING EXCEEDS '
                       WS-MAP-MAX ' ROWS - RAISE WS-MAP-MAX '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE GM-ROLE      TO WS-M-ROLE(WS-MAP-COUNT)
           MOVE GM-REGION    TO WS-M-REGION(WS-MAP-COUNT)
           MOVE GM-PROD-CODE TO WS-M-PROD-CODE(WS-MAP-COUNT)
           MOVE GM-ACCOUNT   TO WS-M-ACCOUNT(WS-MAP-COUNT)
           .
      *
       150-LOAD-ACKS-RTN.

      *LOAD PAYROLL'S ACKNOWLEDGMENTS.  A MONTH-END RUN ONLY SEES
      *THE ONES PAID BY THE MONTH-END DATE -- A REGISTER PAID LATER
      *WAS STILL OWED AT MONTH END.  A MISSING FILE MEANS NOTHING
      *HAS BEEN ACKNOWLEDGED YET

           OPEN INPUT PAY-ACK-FILE
           IF WS-PAYACK-STATUS NOT = '00'
               AND WS-PAYACK-STATUS NOT = '35'
               DISPLAY 'LAB1GL: UNABLE TO OPEN PAYACK.DAT, '
                   'STATUS=' WS-PAYACK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PAYACK-STATUS = '00'
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ PAY-ACK-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           IF WS-MODE = 'D'
                               OR AK-PAY-DATE NOT > WS-JRNL-DATE
                               PERFORM 151-STORE-ACK-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-ACK-FILE
           END-IF
           .
      *
       151-STORE-ACK-RTN.

           IF WS-ACK-COUNT >= WS-ACK-MAX
               DISPLAY 'LAB1GL: ACKNOWLEDGMENT TABLE FULL - '
                       'RAISE WS-ACK-MAX AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACK-COUNT
           MOVE AK-BATCH-DATE   TO WS-A-BATCH-DATE(WS-ACK-COUNT)
           MOVE AK-BATCH-REGION TO WS-A-REGION(WS-ACK-COUNT)
           MOVE AK-PAY-DATE     TO WS-A-PAY-DATE(WS-ACK-COUNT)
           MOVE 'N'             TO WS-A-USED(WS-ACK-COUNT)
           .
      *
       152-LOAD-ACCRUALS-RTN.

      *LOAD THE ACCRUALS EARLIER MONTH-END RUNS BOOKED.  A MISSING
      *FILE MEANS NO MONTH-END RUN HAS HAPPENED YET

           OPEN INPUT GL-ACCRUAL-FILE
           IF WS-ACCR-STATUS NOT = '00'
               AND WS-ACCR-STATUS NOT = '35'
               DISPLAY 'LAB1GL: UNABLE TO OPEN GLACCR.DAT, '
                   'STATUS=' WS-ACCR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-ACCR-STATUS = '00'
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ GL-ACCRUAL-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           PERFORM 153-STORE-ACCRUAL-RTN
                   END-READ
               END-PERFORM
               CLOSE GL-ACCRUAL-FILE
           END-IF
           .
      *
       153-STORE-ACCRUAL-RTN.

      *A RERUN OF THE SAME MONTH-END REPLACES THAT MONTH'S ROWS,
      *SO THE OLD ONES ARE DROPPED AS THEY LOAD

           IF WS-MODE = 'M'
               AND GA-MONTH = WS-JRNL-MONTH
               CONTINUE
           ELSE
               IF WS-ACCR-COUNT >= WS-ACCR-MAX
                   DISPLAY 'LAB1GL: ACCRUAL FILE EXCEEDS '
                           WS-ACCR-MAX ' ROWS - RAISE WS-ACCR-MAX '
                           'AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCR-COUNT
               MOVE GA-MONTH  TO WS-C-MONTH(WS-ACCR-COUNT)
               MOVE GA-REGION TO WS-C-REGION(WS-ACCR-COUNT)
               MOVE GA-AMOUNT TO WS-C-AMOUNT(WS-ACCR-COUNT)
           END-IF
           .
      *
       155-REVERSE-ACCRUAL-RTN.

      *TAKE BACK WHAT LAST MONTH-END ACCRUED: DEBIT ACCRUED
      *COMMISSION PAYABLE AND CREDIT COMMISSION EXPENSE, REGION BY
      *REGION.  THOSE REGISTERS HAVE SINCE BEEN EXPENSED ON THE DAY
      *PAYROLL PAID THEM, OR ARE ACCRUED AGAIN BELOW IF STILL OWED

           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-ACCR-COUNT
               IF WS-C-MONTH(WS-CX) = WS-PRIOR-MONTH
                   MOVE 'REVR'               TO WS-GL-SOURCE
                   MOVE SPACES               TO WS-GL-PROD
                   MOVE WS-C-REGION(WS-CX)   TO WS-GL-REGION
                   MOVE 'CACR'               TO WS-GL-ROLE
                   MOVE WS-C-AMOUNT(WS-CX)   TO WS-GL-AMOUNT
                   PERFORM 185-ADD-GL-RTN
                   MOVE 'CEXP'               TO WS-GL-ROLE
                   COMPUTE WS-GL-AMOUNT = ZERO - WS-C-AMOUNT(WS-CX)
                   PERFORM 185-ADD-GL-RTN
                   ADD WS-C-AMOUNT(WS-CX)    TO WS-REVERSE-TOTAL
               END-IF
           END-PERFORM
           .
      *
       160-READ-JOURNAL-RTN.

      *ONE PASS OVER LAB1YTD'S UPDATE JOURNAL FOR EVERYTHING THAT
      *POSTED ON THE JOURNAL DATE.  ONLY ENTRIES CARRYING A DAILY
      *DETAIL SOURCE RECORD ARE POSTINGS -- YEAR-END ENTRIES CARRY
      *A BLANK ONE

           OPEN INPUT YTD-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               AND WS-JOURNAL-STATUS NOT = '35'
               DISPLAY 'LAB1GL: UNABLE TO OPEN YTDJRNL.DAT, '
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
                           IF JR-RUN-DATE = WS-JRNL-DATE
                               PERFORM 165-POST-REVENUE-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-JOURNAL-FILE
           END-IF
           .
      *
       165-POST-REVENUE-RTN.

      *A SALE CREDITS REVENUE AND DEBITS THE RECEIVABLE; A RETURN
      *OR VOID DEBITS CONTRA-REVENUE AND CREDITS THE RECEIVABLE.
      *A PRODUCT NO LONGER IN THE CATALOG CANNOT BE PRICED AND IS
      *COUNTED AS SKIPPED -- LAB1YTD COULD NOT HAVE POSTED IT
      *EITHER

           MOVE JR-SOURCE-REC TO WS-SOURCE-REC
           IF WS-SR-REC-TYPE = 'D'
               AND (WS-SR-TRAN-CODE = 'S' OR WS-SR-TRAN-CODE = 'R'
                    OR WS-SR-TRAN-CODE = 'V')
               AND WS-SR-QTY NUMERIC
               MOVE WS-SR-TRAN-CODE TO WS-TRAN-CODE
               MOVE WS-SR-EMP-ID    TO WS-EMP-ID
               MOVE WS-SR-PROD-CODE TO WS-PROD-CODE
               MOVE WS-SR-QTY-N     TO WS-QTY
               MOVE JR-BATCH-DATE   TO WS-BATCH-DATE
               PERFORM 177-LOOKUP-PRODUCT-RTN
               IF WS-PROD-FOUND = 'NO'
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   ADD 1 TO WS-POSTING-COUNT
                   PERFORM 203-GET-EFF-PRICE-RTN
                   COMPUTE WS-DOLLARS ROUNDED = WS-QTY * WS-EFF-PRICE
                   PERFORM 180-FIND-CREDIT-REGION-RTN
                   MOVE WS-CREDIT-REGION TO WS-GL-REGION
                   IF WS-TRAN-CODE = 'S'
                       MOVE 'SALE'         TO WS-GL-SOURCE
                       MOVE 'REV '         TO WS-GL-ROLE
                       MOVE WS-PROD-CODE   TO WS-GL-PROD
                       COMPUTE WS-GL-AMOUNT = ZERO - WS-DOLLARS
                       PERFORM 185-ADD-GL-RTN
                       MOVE 'RECV'         TO WS-GL-ROLE
                       MOVE SPACES         TO WS-GL-PROD
                       MOVE WS-DOLLARS     TO WS-GL-AMOUNT
                       PERFORM 185-ADD-GL-RTN
                       ADD WS-DOLLARS      TO WS-GL-SALES
                   ELSE
                       MOVE 'RETN'         TO WS-GL-SOURCE
                       MOVE 'CREV'         TO WS-GL-ROLE
                       MOVE WS-PROD-CODE   TO WS-GL-PROD
                       MOVE WS-DOLLARS     TO WS-GL-AMOUNT
                       PERFORM 185-ADD-GL-RTN
                       MOVE 'RECV'         TO WS-GL-ROLE
                       MOVE SPACES         TO WS-GL-PROD
                       COMPUTE WS-GL-AMOUNT = ZERO - WS-DOLLARS
                       PERFORM 185-ADD-GL-RTN
                       ADD WS-DOLLARS      TO WS-GL-RETURNS
                   END-IF
               END-IF
           END-IF
           .
      *
       170-WALK-REGISTERS-RTN.

      *WALK THE REGISTER HISTORY FRONT TO BACK, CLAIMING
      *ACKNOWLEDGMENTS THE SAME WAY LAB1PAY DOES.  A DAILY RUN
      *EXPENSES EVERY REGISTER PAID ON THE JOURNAL DATE; A
      *MONTH-END RUN ACCRUES EVERY REGISTER SENT BY THE MONTH-END
      *DATE AND NOT YET PAID

           MOVE SPACES TO SL-TEXT-OUT
           IF WS-MODE = 'M'
               MOVE 'REGISTERS ACCRUED - SENT, NOT YET ACKNOWLEDGED'
                   TO SL-TEXT-OUT
           ELSE
               MOVE 'REGISTERS EXPENSED - ACKNOWLEDGED ON JOURNAL DATE'
                   TO SL-TEXT-OUT
           END-IF
           MOVE SECTION-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC AFTER
                ADVANCING 2 LINES
           MOVE REGISTER-HEADER TO GL-REPORT-REC
           WRITE GL-REPORT-REC AFTER
                ADVANCING 1 LINE

           OPEN INPUT COMM-HISTORY-FILE
           IF WS-COMMHST-STATUS NOT = '00'
               AND WS-COMMHST-STATUS NOT = '35'
               DISPLAY 'LAB1GL: UNABLE TO OPEN COMMHST.DAT, '
                   'STATUS=' WS-COMMHST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-COMMHST-STATUS = '00'
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ COMM-HISTORY-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           PERFORM 172-REGISTER-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE COMM-HISTORY-FILE
           END-IF
           .
      *
       172-REGISTER-RECORD-RTN.

           EVALUATE CR-REC-TYPE
               WHEN 'H'
                   MOVE 'YES'            TO WS-REG-OPEN
                   MOVE CRH-RUN-DATE     TO WS-REG-RUN-DATE
                   MOVE CRH-BATCH-DATE   TO WS-REG-BATCH-DATE
                   MOVE CRH-BATCH-REGION TO WS-REG-REGION
                   MOVE ZERO             TO WS-BUF-COUNT
               WHEN 'D'
                   IF WS-REG-OPEN = 'YES'
                       PERFORM 174-BUFFER-LINE-RTN
                   END-IF
               WHEN 'T'
                   IF WS-REG-OPEN = 'YES'
                       PERFORM 176-CLAIM-ACK-RTN
                       PERFORM 178-CLOSE-REGISTER-RTN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *
       174-BUFFER-LINE-RTN.

           IF WS-BUF-COUNT >= WS-BUF-MAX
               DISPLAY 'LAB1GL: REGISTER BUFFER FULL - RAISE '
                       'WS-BUF-MAX AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BUF-COUNT
           MOVE CR-EMP-ID     TO WS-B-EMP-ID(WS-BUF-COUNT)
           MOVE CR-COMMISSION TO WS-B-COMMISSION(WS-BUF-COUNT)
           .
      *
       176-CLAIM-ACK-RTN.

      *FIND THE FIRST UNUSED ACKNOWLEDGMENT FOR THIS REGISTER'S
      *BATCH IDENTITY -- EACH ACKNOWLEDGMENT PAYS FOR EXACTLY ONE
      *REGISTER

           MOVE 'NO' TO WS-REG-ACKED
           MOVE ZERO TO WS-REG-ACK-SUB
           PERFORM VARYING WS-AKX FROM 1 BY 1
                   UNTIL WS-AKX > WS-ACK-COUNT
                   OR WS-REG-ACKED = 'YES'
               IF WS-A-USED(WS-AKX) = 'N'
                   AND WS-A-BATCH-DATE(WS-AKX) = WS-REG-BATCH-DATE
                   AND WS-A-REGION(WS-AKX) = WS-REG-REGION
                   MOVE 'YES'  TO WS-REG-ACKED
                   MOVE WS-AKX TO WS-REG-ACK-SUB
                   MOVE 'Y'    TO WS-A-USED(WS-AKX)
               END-IF
           END-PERFORM
           .
      *
       178-CLOSE-REGISTER-RTN.

      *DECIDE WHETHER THIS WHOLE REGISTER BELONGS IN THE JOURNAL,
      *AND IF SO POST ITS LINES AND TIE THEM TO ITS TRAILER

           MOVE 'NO' TO WS-REG-INCLUDE
           IF WS-MODE = 'D'
               IF WS-REG-ACKED = 'YES'
                   IF WS-A-PAY-DATE(WS-REG-ACK-SUB) = WS-JRNL-DATE
                       MOVE 'YES' TO WS-REG-INCLUDE
                   END-IF
               END-IF
           ELSE
               IF WS-REG-ACKED = 'NO'
                   AND WS-REG-RUN-DATE NOT > WS-JRNL-DATE
                   MOVE 'YES' TO WS-REG-INCLUDE
               END-IF
           END-IF

           IF WS-REG-INCLUDE = 'YES'
               ADD 1 TO WS-REG-IN-COUNT
               MOVE ZERO TO WS-REG-SUM
               PERFORM VARYING WS-BFX FROM 1 BY 1
                       UNTIL WS-BFX > WS-BUF-COUNT
                   PERFORM 179-POST-COMMISSION-RTN
               END-PERFORM
               ADD WS-REG-SUM           TO WS-REG-LINES-TOTAL
               ADD CRT-TOTAL-COMMISSION TO WS-REG-TRL-TOTAL
               MOVE WS-REG-RUN-DATE      TO RG-RUN-DATE-OUT
               MOVE WS-REG-BATCH-DATE    TO RG-BATCH-OUT
               MOVE WS-REG-REGION        TO RG-REGION-OUT
               MOVE CRT-TOTAL-COMMISSION TO RG-TRAILER-OUT
               MOVE WS-REG-SUM           TO RG-LINES-OUT
               MOVE SPACES               TO RG-FLAG-OUT
               IF WS-REG-SUM NOT = CRT-TOTAL-COMMISSION
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE '** DOES NOT TIE TO TRAILER' TO RG-FLAG-OUT
               END-IF
               MOVE REGISTER-LINE TO GL-REPORT-REC
               WRITE GL-REPORT-REC AFTER
                    ADVANCING 1 LINE
           END-IF
           MOVE 'NO' TO WS-REG-OPEN
           .
      *
       179-POST-COMMISSION-RTN.

      *ONE SALESPERSON'S LINE, CHARGED TO THE REGION THEY WERE
      *ASSIGNED TO ON THE REGISTER'S BATCH DATE.  A DAILY RUN
      *CREDITS COMMISSION PAYABLE; A MONTH-END RUN CREDITS ACCRUED
      *COMMISSION PAYABLE AND REMEMBERS THE REGION'S ACCRUAL FOR
      *NEXT MONTH'S REVERSAL

           MOVE WS-B-EMP-ID(WS-BFX) TO WS-EMP-ID
           MOVE WS-REG-BATCH-DATE   TO WS-BATCH-DATE
           PERFORM 180-FIND-CREDIT-REGION-RTN
           MOVE WS-CREDIT-REGION    TO WS-GL-REGION
           MOVE SPACES              TO WS-GL-PROD
           ADD WS-B-COMMISSION(WS-BFX) TO WS-REG-SUM

           IF WS-MODE = 'M'
               MOVE 'ACCR' TO WS-GL-SOURCE
           ELSE
               MOVE 'COMM' TO WS-GL-SOURCE
           END-IF
           MOVE 'CEXP'                  TO WS-GL-ROLE
           MOVE WS-B-COMMISSION(WS-BFX) TO WS-GL-AMOUNT
           PERFORM 185-ADD-GL-RTN
           IF WS-MODE = 'M'
               MOVE 'CACR' TO WS-GL-ROLE
               PERFORM 182-ADD-ACCRUAL-RTN
           ELSE
               MOVE 'CPAY' TO WS-GL-ROLE
           END-IF
           COMPUTE WS-GL-AMOUNT = ZERO - WS-B-COMMISSION(WS-BFX)
           PERFORM 185-ADD-GL-RTN
           .
      *
       180-FIND-CREDIT-REGION-RTN.

      *THE REGION WS-EMP-ID BELONGED TO ON WS-BATCH-DATE: THE
      *ASSIGNMENT WITH THE LATEST EFFECTIVE DATE ON OR BEFORE IT,
      *ELSE THE SALESPERSON MASTER'S REGION -- THE SAME RULE
      *LAB1YTD POSTS BY

           MOVE WS-EMP-ID TO SM-EMP-ID
           READ SALESPERSON-MASTER
               INVALID KEY
                   MOVE 'UNASSIGNED' TO WS-CREDIT-REGION
               NOT INVALID KEY
                   MOVE SM-REGION TO WS-CREDIT-REGION
           END-READ
           MOVE SPACES TO WS-BEST-ASSIGN-DATE
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ASSIGN-COUNT
               IF WS-AH-EMP-ID(WS-AX) = WS-EMP-ID
                   AND WS-AH-EFF-DATE(WS-AX) NOT > WS-BATCH-DATE
                   AND WS-AH-EFF-DATE(WS-AX) > WS-BEST-ASSIGN-DATE
                   MOVE WS-AH-EFF-DATE(WS-AX) TO WS-BEST-ASSIGN-DATE
                   MOVE WS-AH-REGION(WS-AX)   TO WS-CREDIT-REGION
               END-IF
           END-PERFORM
           .
      *
       182-ADD-ACCRUAL-RTN.

      *FOLD ONE LINE INTO THIS MONTH'S ACCRUAL ROW FOR THE REGION

           MOVE ZERO TO WS-ACCR-SUB
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-ACCR-COUNT
                   OR WS-ACCR-SUB > ZERO
               IF WS-C-MONTH(WS-CX) = WS-JRNL-MONTH
                   AND WS-C-REGION(WS-CX) = WS-GL-REGION
                   MOVE WS-CX TO WS-ACCR-SUB
               END-IF
           END-PERFORM
           IF WS-ACCR-SUB = ZERO
               IF WS-ACCR-COUNT >= WS-ACCR-MAX
                   DISPLAY 'LAB1GL: ACCRUAL TABLE FULL - RAISE '
                           'WS-ACCR-MAX AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCR-COUNT
               MOVE WS-ACCR-COUNT TO WS-ACCR-SUB
               MOVE WS-JRNL-MONTH TO WS-C-MONTH(WS-ACCR-SUB)
               MOVE WS-GL-REGION  TO WS-C-REGION(WS-ACCR-SUB)
               MOVE ZERO          TO WS-C-AMOUNT(WS-ACCR-SUB)
           END-IF
           ADD WS-B-COMMISSION(WS-BFX) TO WS-C-AMOUNT(WS-ACCR-SUB)
           ADD WS-B-COMMISSION(WS-BFX) TO WS-ACCRUE-TOTAL
           .
      *
       185-ADD-GL-RTN.

      *FOLD WS-GL-AMOUNT INTO THE JOURNAL ENTRY FOR THIS SOURCE,
      *ROLE, REGION AND PRODUCT

           MOVE ZERO TO WS-GL-SUB
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-GL-COUNT
                   OR WS-GL-SUB > ZERO
               IF WS-G-SOURCE(WS-GX) = WS-GL-SOURCE
                   AND WS-G-ROLE(WS-GX) = WS-GL-ROLE
                   AND WS-G-REGION(WS-GX) = WS-GL-REGION
                   AND WS-G-PROD(WS-GX) = WS-GL-PROD
                   MOVE WS-GX TO WS-GL-SUB
               END-IF
           END-PERFORM
           IF WS-GL-SUB = ZERO
               IF WS-GL-COUNT >= WS-GL-MAX
                   DISPLAY 'LAB1GL: JOURNAL TABLE FULL - RAISE '
                           'WS-GL-MAX AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GL-COUNT
               MOVE WS-GL-COUNT  TO WS-GL-SUB
               MOVE WS-GL-SOURCE TO WS-G-SOURCE(WS-GL-SUB)
               MOVE WS-GL-ROLE   TO WS-G-ROLE(WS-GL-SUB)
               MOVE WS-GL-REGION TO WS-G-REGION(WS-GL-SUB)
               MOVE WS-GL-PROD   TO WS-G-PROD(WS-GL-SUB)
               MOVE ZERO         TO WS-G-AMOUNT(WS-GL-SUB)
           END-IF
           ADD WS-GL-AMOUNT TO WS-G-AMOUNT(WS-GL-SUB)
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
       200-WRITE-JOURNAL-RTN.

      *WRITE THE JOURNAL FILE AND ITS LISTING: ONE LINE PER
      *NONZERO ENTRY, ON THE DEBIT OR CREDIT SIDE BY ITS SIGN,
      *THEN THE TRAILER WITH THE LINE COUNT AND BOTH TOTALS

           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-GLJRNL-STATUS NOT = '00'
               DISPLAY 'LAB1GL: UNABLE TO OPEN GLJRNL.DAT, '
                   'STATUS=' WS-GLJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES       TO GL-JOURNAL-HDR
           MOVE 'H'          TO GJH-REC-TYPE
           MOVE WS-JRNL-DATE TO GJH-JOURNAL-DATE
           MOVE WS-MODE      TO GJH-JOURNAL-TYPE
           MOVE WS-CUR-DATE  TO GJH-RUN-DATE
           MOVE WS-CUR-TIME  TO GJH-RUN-TIME
           WRITE GL-JOURNAL-HDR

           MOVE 'JOURNAL LINES' TO SL-TEXT-OUT
           MOVE SECTION-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC AFTER
                ADVANCING 2 LINES
           MOVE JOURNAL-HEADER TO GL-REPORT-REC
           WRITE GL-REPORT-REC AFTER
                ADVANCING 1 LINE

           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-GL-COUNT
               IF WS-G-AMOUNT(WS-GX) NOT = ZERO
                   PERFORM 205-WRITE-LINE-RTN
               END-IF
           END-PERFORM

           MOVE SPACES           TO GL-JOURNAL-TRL
           MOVE 'T'              TO GJT-REC-TYPE
           MOVE WS-LINE-NO       TO GJT-LINE-COUNT
           MOVE WS-TOTAL-DEBITS  TO GJT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO GJT-TOTAL-CREDITS
           WRITE GL-JOURNAL-TRL
           CLOSE GL-JOURNAL-FILE

           IF WS-LINE-NO = ZERO
               MOVE 'NO ACTIVITY FOR THIS JOURNAL DATE' TO SL-TEXT-OUT
               MOVE SECTION-LINE TO GL-REPORT-REC
               WRITE GL-REPORT-REC AFTER
                    ADVANCING 1 LINE
           END-IF
           .
      *
       205-WRITE-LINE-RTN.

           MOVE WS-G-ROLE(WS-GX)   TO WS-GL-ROLE
           MOVE WS-G-REGION(WS-GX) TO WS-GL-REGION
           MOVE WS-G-PROD(WS-GX)   TO WS-GL-PROD
           PERFORM 207-MAP-ACCOUNT-RTN

           ADD 1 TO WS-LINE-NO
           MOVE SPACES              TO GL-JOURNAL-REC
           MOVE 'D'                 TO GJ-REC-TYPE
           MOVE WS-JRNL-DATE        TO GJ-JOURNAL-DATE
           MOVE WS-MODE             TO GJ-JOURNAL-TYPE
           MOVE WS-LINE-NO          TO GJ-LINE-NO
           MOVE WS-ACCOUNT          TO GJ-ACCOUNT
           MOVE WS-GL-REGION        TO GJ-REGION
           MOVE WS-GL-PROD          TO GJ-PROD-CODE
           MOVE WS-G-SOURCE(WS-GX)  TO GJ-SOURCE
           EVALUATE WS-GL-ROLE
               WHEN 'REV '
                   MOVE 'SALES REVENUE'              TO GJ-DESC
               WHEN 'CREV'
                   MOVE 'SALES RETURNS AND VOIDS'    TO GJ-DESC
               WHEN 'RECV'
                   MOVE 'SALES RECEIVABLE'           TO GJ-DESC
               WHEN 'CEXP'
                   MOVE 'COMMISSION EXPENSE'         TO GJ-DESC
               WHEN 'CPAY'
                   MOVE 'COMMISSION PAYABLE'         TO GJ-DESC
               WHEN 'CACR'
                   MOVE 'ACCRUED COMMISSION PAYABLE' TO GJ-DESC
               WHEN OTHER
                   MOVE SPACES                       TO GJ-DESC
           END-EVALUATE
           IF WS-G-SOURCE(WS-GX) = 'REVR'
               MOVE 'REVERSE PRIOR MONTH ACCRUAL' TO GJ-DESC
           END-IF

           MOVE WS-LINE-NO   TO JL-LINE-OUT
           MOVE WS-ACCOUNT   TO JL-ACCOUNT-OUT
           MOVE WS-GL-REGION TO JL-REGION-OUT
           MOVE WS-GL-PROD   TO JL-PROD-OUT
           MOVE GJ-SOURCE    TO JL-SOURCE-OUT
           MOVE GJ-DESC      TO JL-DESC-OUT
           IF WS-G-AMOUNT(WS-GX) > ZERO
               MOVE 'D'                TO GJ-DR-CR
               MOVE WS-G-AMOUNT(WS-GX) TO GJ-AMOUNT
               ADD GJ-AMOUNT           TO WS-TOTAL-DEBITS
               MOVE GJ-AMOUNT          TO JL-DEBIT-OUT
               MOVE ZERO               TO JL-CREDIT-OUT
           ELSE
               MOVE 'C'                TO GJ-DR-CR
               COMPUTE GJ-AMOUNT = ZERO - WS-G-AMOUNT(WS-GX)
               ADD GJ-AMOUNT           TO WS-TOTAL-CREDITS
               MOVE ZERO               TO JL-DEBIT-OUT
               MOVE GJ-AMOUNT          TO JL-CREDIT-OUT
           END-IF
           ADD WS-G-AMOUNT(WS-GX) TO WS-GL-BALANCE
           WRITE GL-JOURNAL-REC

           MOVE JOURNAL-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC AFTER
                ADVANCING 1 LINE
           .
      *
       207-MAP-ACCOUNT-RTN.

      *THE MOST SPECIFIC MAPPING ROW FOR THIS ROLE WINS: REGION AND
      *PRODUCT, THEN REGION, THEN PRODUCT, THEN THE ROLE'S DEFAULT.
      *NO ROW AT ALL LEAVES THE ACCOUNT BLANK AND IS AN EXCEPTION

           MOVE SPACES TO WS-ACCOUNT
           MOVE -1 TO WS-BEST-SCORE
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MAP-COUNT
               IF WS-M-ROLE(WS-MX) = WS-GL-ROLE
                   AND (WS-M-REGION(WS-MX) = SPACES
                        OR WS-M-REGION(WS-MX) = WS-GL-REGION)
                   AND (WS-M-PROD-CODE(WS-MX) = SPACES
                        OR WS-M-PROD-CODE(WS-MX) = WS-GL-PROD)
                   MOVE ZERO TO WS-SCORE
                   IF WS-M-REGION(WS-MX) NOT = SPACES
                       ADD 2 TO WS-SCORE
                   END-IF
                   IF WS-M-PROD-CODE(WS-MX) NOT = SPACES
                       ADD 1 TO WS-SCORE
                   END-IF
                   IF WS-SCORE > WS-BEST-SCORE
                       MOVE WS-SCORE              TO WS-BEST-SCORE
                       MOVE WS-M-ACCOUNT(WS-MX)   TO WS-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-SCORE < ZERO
               ADD 1 TO WS-UNMAPPED-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE '** UNMAPPED **' TO WS-ACCOUNT
           END-IF
           .
      *
       210-TIE-YTDCTL-RTN.

      *THE DAY'S NET REVENUE MUST EQUAL THE NET DOLLARS LAB1YTD
      *SAYS IT POSTED.  YTDCTL.DAT HOLDS LAB1YTD'S LAST RUN, SO IT
      *ONLY TIES WHEN THAT RUN WAS ON THE JOURNAL DATE

           COMPUTE WS-GL-NET = WS-GL-SALES - WS-GL-RETURNS

           OPEN INPUT YTD-CONTROL-FILE
           IF WS-YTDCTL-STATUS NOT = '00'
               AND WS-YTDCTL-STATUS NOT = '35'
               DISPLAY 'LAB1GL: UNABLE TO OPEN YTDCTL.DAT, '
                   'STATUS=' WS-YTDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-YTDCTL-STATUS = '00'
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ YTD-CONTROL-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           PERFORM 212-CONTROL-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE YTD-CONTROL-FILE
           END-IF

           MOVE 'REVENUE TIE-OUT TO YTDCTL.DAT' TO SL-TEXT-OUT
           MOVE SECTION-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC AFTER
                ADVANCING 2 LINES

           MOVE SPACES TO AL-FLAG-OUT
           MOVE 'SALES REVENUE                           '
               TO AL-LABEL-OUT
           MOVE WS-GL-SALES TO AL-AMOUNT-OUT
           PERFORM 215-WRITE-AMOUNT-RTN
           MOVE 'RETURNS AND VOIDS (CONTRA-REVENUE)      '
               TO AL-LABEL-OUT
           MOVE WS-GL-RETURNS TO AL-AMOUNT-OUT
           PERFORM 215-WRITE-AMOUNT-RTN
           MOVE 'NET REVENUE IN JOURNAL                  '
               TO AL-LABEL-OUT
           MOVE WS-GL-NET TO AL-AMOUNT-OUT
           PERFORM 215-WRITE-AMOUNT-RTN

           MOVE 'NET DOLLARS ON YTDCTL.DAT TRAILER       '
               TO AL-LABEL-OUT
           MOVE WS-CTL-NET TO AL-AMOUNT-OUT
           IF WS-CTL-TRL-SEEN = 'NO'
               MOVE 'NO CONTROL TOTALS FOR THIS DATE'
                   TO AL-FLAG-OUT
           END-IF
           PERFORM 215-WRITE-AMOUNT-RTN

           COMPUTE WS-DIFFERENCE = WS-GL-NET - WS-CTL-NET
           MOVE 'DIFFERENCE                              '
               TO AL-LABEL-OUT
           MOVE WS-DIFFERENCE TO AL-AMOUNT-OUT
           MOVE SPACES TO AL-FLAG-OUT
           IF WS-DIFFERENCE NOT = ZERO
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE '** REVENUE DOES NOT TIE' TO AL-FLAG-OUT
           END-IF
           PERFORM 215-WRITE-AMOUNT-RTN
           .
      *
       212-CONTROL-RECORD-RTN.

      *ONLY A CONTROL FILE FROM A LAB1YTD RUN ON THE JOURNAL DATE
      *COUNTS; ITS HEADERS CARRY THE RUN DATE

           EVALUATE CT-REC-TYPE
               WHEN 'H'
                   MOVE CTH-RUN-DATE TO WS-CTL-RUN-DATE
               WHEN 'T'
                   IF WS-CTL-RUN-DATE = WS-JRNL-DATE
                       MOVE 'YES' TO WS-CTL-TRL-SEEN
                       ADD CTT-DOLLARS TO WS-CTL-NET
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *
       215-WRITE-AMOUNT-RTN.

           MOVE AMOUNT-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC AFTER
                ADVANCING 1 LINE
           .
      *
       220-REWRITE-ACCRUALS-RTN.

      *A MONTH-END RUN WRITES BACK EVERY EARLIER MONTH'S ACCRUAL
      *PLUS ITS OWN, SO NEXT MONTH'S RUN HAS SOMETHING TO REVERSE.
      *THE REVERSAL IS TIED TO WHAT THE PRIOR RUN BOOKED

           MOVE 'ACCRUAL TIE-OUT' TO SL-TEXT-OUT
           MOVE SECTION-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC AFTER
                ADVANCING 2 LINES
           MOVE SPACES TO AL-FLAG-OUT
           MOVE 'PRIOR MONTH ACCRUAL REVERSED            '
               TO AL-LABEL-OUT
           MOVE WS-REVERSE-TOTAL TO AL-AMOUNT-OUT
           IF WS-REVERSE-TOTAL = ZERO
               MOVE 'NO ACCRUAL ON FILE FOR PRIOR MONTH'
                   TO AL-FLAG-OUT
           END-IF
           PERFORM 215-WRITE-AMOUNT-RTN
           MOVE SPACES TO AL-FLAG-OUT
           MOVE 'THIS MONTH ACCRUED (UNACKNOWLEDGED)     '
               TO AL-LABEL-OUT
           MOVE WS-ACCRUE-TOTAL TO AL-AMOUNT-OUT
           PERFORM 215-WRITE-AMOUNT-RTN

      *A JOURNAL THAT DOES NOT BALANCE MUST NOT BE REVERSED NEXT
      *MONTH EITHER -- LEAVE THE ACCRUAL FILE AS IT WAS

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               CONTINUE
           ELSE
               OPEN OUTPUT GL-ACCRUAL-FILE
               IF WS-ACCR-STATUS NOT = '00'
                   DISPLAY 'LAB1GL: UNABLE TO REWRITE GLACCR.DAT, '
                       'STATUS=' WS-ACCR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > WS-ACCR-COUNT
                   MOVE WS-C-MONTH(WS-CX)  TO GA-MONTH
                   MOVE WS-C-REGION(WS-CX) TO GA-REGION
                   MOVE WS-C-AMOUNT(WS-CX) TO GA-AMOUNT
                   WRITE GL-ACCRUAL-REC
               END-PERFORM
               CLOSE GL-ACCRUAL-FILE
           END-IF
           .

       250-CLOSE-ROUTINE.

      *THE REGISTER TIE-OUT TOTALS, THE JOURNAL TOTALS, AND THE
      *COUNTS.  AN UNBALANCED JOURNAL ENDS RETURN CODE 16 SO IT IS
      *NEVER LOADED; ANY OTHER EXCEPTION ENDS RETURN CODE 8

           MOVE 'JOURNAL TOTALS' TO SL-TEXT-OUT
           MOVE SECTION-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC AFTER
                ADVANCING 2 LINES

           MOVE SPACES TO AL-FLAG-OUT
           MOVE 'REGISTER TRAILER TOTALS                 '
               TO AL-LABEL-OUT
           MOVE WS-REG-TRL-TOTAL TO AL-AMOUNT-OUT
           PERFORM 215-WRITE-AMOUNT-RTN
           MOVE 'REGISTER LINES IN JOURNAL               '
               TO AL-LABEL-OUT
           MOVE WS-REG-LINES-TOTAL TO AL-AMOUNT-OUT
           IF WS-REG-LINES-TOTAL NOT = WS-REG-TRL-TOTAL
               MOVE '** REGISTERS DO NOT TIE' TO AL-FLAG-OUT
           END-IF
           PERFORM 215-WRITE-AMOUNT-RTN

           MOVE SPACES TO AL-FLAG-OUT
           MOVE 'TOTAL DEBITS                            '
               TO AL-LABEL-OUT
           MOVE WS-TOTAL-DEBITS TO AL-AMOUNT-OUT
           PERFORM 215-WRITE-AMOUNT-RTN
           MOVE 'TOTAL CREDITS                           '
               TO AL-LABEL-OUT
           MOVE WS-TOTAL-CREDITS TO AL-AMOUNT-OUT
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               AND WS-GL-BALANCE = ZERO
               MOVE 'JOURNAL IN BALANCE' TO AL-FLAG-OUT
           ELSE
               MOVE '** JOURNAL OUT OF BALANCE - DO NOT LOAD'
                   TO AL-FLAG-OUT
           END-IF
           PERFORM 215-WRITE-AMOUNT-RTN

           IF WS-SKIPPED-COUNT > ZERO
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF

           MOVE 'JOURNAL LINES WRITTEN                   '
               TO CL-LABEL-OUT
           MOVE WS-LINE-NO TO CL-COUNT-OUT
           MOVE COUNT-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC AFTER
                ADVANCING 2 LINES
           MOVE 'SALES POSTINGS PRICED                   '
               TO CL-LABEL-OUT
           MOVE WS-POSTING-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC AFTER
                ADVANCING 1 LINE
           MOVE 'POSTINGS SKIPPED - PRODUCT NOT IN CATALOG'
               TO CL-LABEL-OUT
           MOVE WS-SKIPPED-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC AFTER
                ADVANCING 1 LINE
           MOVE 'REGISTERS IN JOURNAL                    '
               TO CL-LABEL-OUT
           MOVE WS-REG-IN-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC AFTER
                ADVANCING 1 LINE
           MOVE 'LINES WITH NO ACCOUNT MAPPING           '
               TO CL-LABEL-OUT
           MOVE WS-UNMAPPED-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC AFTER
                ADVANCING 1 LINE
           MOVE 'EXCEPTIONS REPORTED                     '
               TO CL-LABEL-OUT
           MOVE WS-EXCEPTION-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO GL-REPORT-REC
           WRITE GL-REPORT-REC AFTER
                ADVANCING 1 LINE

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               OR WS-GL-BALANCE NOT = ZERO
               DISPLAY 'LAB1GL: JOURNAL OUT OF BALANCE - DEBITS '
                       WS-TOTAL-DEBITS ' CREDITS ' WS-TOTAL-CREDITS
               MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM 245-WRITE-RUNLOG-RTN

      *SAME FILE NAME AS SELECT STATEMENT

              CLOSE    SALESPERSON-MASTER
                 GL-REPORT-FILE
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
               DISPLAY 'LAB1GL: UNABLE TO OPEN RUN LOG, STATUS='
                   WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES              TO RUN-LOG-REC
               MOVE 'LAB1GL'            TO RL-PROGRAM
               MOVE WS-CUR-DATE         TO RL-RUN-DATE
               MOVE WS-CUR-TIME         TO RL-RUN-TIME
               MOVE WS-JRNL-DATE        TO RL-BATCH-DATE
               MOVE SPACES              TO RL-BATCH-REGION
               MOVE WS-LINE-NO          TO RL-ACCEPT-COUNT
               MOVE WS-EXCEPTION-COUNT  TO RL-REJECT-COUNT
               MOVE RETURN-CODE         TO RL-RETURN-CODE
               WRITE RUN-LOG-REC
               CLOSE RUN-LOG-FILE
           END-IF
           .
