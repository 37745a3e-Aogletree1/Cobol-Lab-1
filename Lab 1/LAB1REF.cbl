       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LAB1REF.
       AUTHOR.     AUSTIN H OGLETREE.
      **********************************************************
      *  This program maintains the four reference files the
      *  daily programs price, rate and validate against: the
      *  product catalog (PRODMST.DAT), the dated price schedule
      *  (PRODPRC.DAT), the region master (REGNMST.DAT) and the
      *  commission plan (COMMPLAN.DAT).  It reads maintenance
      *  cards, edits each one against the rules LAB1F22 and
      *  LAB1YTD depend on, applies the good ones and writes an
      *  audit record with before and after images for every
      *  card, the same way LAB1MNT does for the salesperson
      *  master.
      *
      *  INPUT: REFTRAN.DAT, ONE TRANSACTION PER RECORD:
      *        FIELD:  file code LENGTH 1   'P' PRODUCT CATALOG,
      *                                     'R' PRICE SCHEDULE,
      *                                     'G' REGION MASTER,
      *                                     'C' COMMISSION PLAN
      *        FIELD:  action    LENGTH 1   'A' ADD, 'C' CHANGE,
      *                                     'D' DEACTIVATE/REMOVE,
      *                                     'R' REACTIVATE
      *        FIELD:  key       LENGTH 10  PRODUCT CODE (P, R),
      *                                     REGION CODE (G),
      *                                     'T' + TIER NO 99 OR
      *                                     'P' + PRODUCT CODE (C)
      *        FIELD:  data      LENGTH 40  BY FILE CODE:
      *                P  DESCRIPTION 20, UNIT PRICE 9(3)V99
      *                R  EFFECTIVE DATE YYYYMMDD, UNIT PRICE
      *                   9(3)V99
      *                G  REGION NAME 20, MANAGER 20
      *                C  THRESHOLD 9(7)V99, RATE V999
      *        ON A CHANGE, BLANK DATA FIELDS ARE LEFT AS THEY
      *        WERE ON THE FILE.
      *
      *  RULES:  PRODUCTS AND REGIONS ARE NEVER DELETED, ONLY
      *          DEACTIVATED ('I'), AND NOT WHILE SUSPENSE.DAT
      *          STILL HOLDS AN OPEN ITEM FOR THEM.  A PRICE ROW
      *          MAY BE ADDED, CHANGED OR REMOVED ONLY WHILE ITS
      *          EFFECTIVE DATE IS STILL IN THE FUTURE, AND ONLY
      *          ONE ROW PER PRODUCT AND DATE.  COMMISSION TIERS
      *          STAY IN ASCENDING THRESHOLD ORDER: A NEW TIER
      *          GOES ON TOP, A CHANGED THRESHOLD MUST STAY
      *          BETWEEN ITS NEIGHBOURS, AND ONLY THE TOP TIER
      *          CAN BE REMOVED.  NOTHING MAY GROW PAST THE
      *          WS-PROD-MAX, WS-PRICE-MAX, WS-REGION-MAX OR
      *          WS-TIER-MAX CEILINGS THE DAILY PROGRAMS ARE
      *          COMPILED WITH.
      *
      *  OUTPUT: EACH REFERENCE FILE A CARD CHANGED IS REWRITTEN
      *          IN FULL AT END OF RUN.  REFAUDIT.TXT GETS ONE
      *          RECORD PER CARD WITH THE DATE, TIME, FILE,
      *          ACTION, KEY, RESULT, AND BEFORE AND AFTER
      *          IMAGES.  REFRPT.TXT IS A PRINTED REGISTER OF WHAT
      *          WAS APPLIED OR REJECTED.
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * MERCHANDISING'S AND SALES ADMIN'S MAINTENANCE CARDS

           SELECT REF-TRAN-FILE
               ASSIGN TO 'REFTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

      * PRODUCT CATALOG -- CODE, DESCRIPTION, CURRENT PRICE, ACTIVE
      * FLAG.  LOADED WHOLE AND REWRITTEN WHOLE IF ANYTHING CHANGED

           SELECT PRODUCT-MASTER
               ASSIGN TO 'PRODMST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODMST-STATUS.

      * DATED PRICE SCHEDULE -- ONE RECORD PER PRICE CHANGE

           SELECT PRODUCT-PRICE-FILE
               ASSIGN TO 'PRODPRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODPRC-STATUS.

      * REGION REFERENCE MASTER -- CODE, FULL NAME, MANAGER, ACTIVE
      * FLAG

           SELECT REGION-MASTER
               ASSIGN TO 'REGNMST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGNMST-STATUS.

      * COMMISSION PLAN -- TIER RECORDS AND PRODUCT OVERRIDES

           SELECT COMMISSION-PLAN-FILE
               ASSIGN TO 'COMMPLAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMPLAN-STATUS.

      * THE SUSPENSE FILE, READ ONLY, TO FIND THE PRODUCTS AND
      * REGIONS THAT STILL HAVE OPEN ITEMS WAITING ON THEM

           SELECT SUSPENSE-FILE
               ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-SUSP-ID
               FILE STATUS IS WS-SUSPENSE-STATUS.

      * INDEXED SALESPERSON REFERENCE MASTER, READ ONLY, TO TIE AN
      * OPEN SUSPENSE ITEM TO THE SALESPERSON'S REGION

           SELECT SALESPERSON-MASTER
               ASSIGN TO 'SALESMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.

      * AUDIT TRAIL -- EVERY CARD LEAVES A RECORD HERE WITH BEFORE
      * AND AFTER IMAGES, WHETHER IT WAS APPLIED OR REJECTED

           SELECT REF-AUDIT-FILE
               ASSIGN TO 'REFAUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      * PRINTED REGISTER OF THE RUN

           SELECT REF-REPORT-FILE
               ASSIGN TO 'REFRPT.TXT'.

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

      * SAME NAME AS THE SELECT STATEMENT.  THE KEY AND DATA AREAS
      * ARE READ THROUGH A DIFFERENT REDEFINITION FOR EACH FILE CODE

       FD    REF-TRAN-FILE.
       01    REF-TRAN-REC.
          05  RT-FILE-CODE             PIC X.
          05  RT-ACTION                PIC X.
          05  RT-KEY                   PIC X(10).
          05  RT-PROD-KEY REDEFINES RT-KEY.
             10  RT-KEY-PROD           PIC X(4).
             10  FILLER                PIC X(6).
          05  RT-PLAN-KEY REDEFINES RT-KEY.
             10  RT-PLAN-TYPE          PIC X.
             10  RT-PLAN-PROD          PIC X(4).
             10  FILLER                PIC X(5).
          05  RT-TIER-KEY REDEFINES RT-KEY.
             10  FILLER                PIC X.
             10  RT-PLAN-TIER          PIC 9(2).
             10  FILLER                PIC X(7).
          05  RT-DATA                  PIC X(40).
          05  RT-PROD-DATA REDEFINES RT-DATA.
             10  RT-PM-DESC            PIC X(20).
             10  RT-PM-PRICE           PIC X(5).
             10  RT-PM-PRICE-N REDEFINES RT-PM-PRICE
                                       PIC 9(3)V99.
             10  FILLER                PIC X(15).
          05  RT-PRICE-DATA REDEFINES RT-DATA.
             10  RT-PP-EFF-DATE        PIC X(8).
             10  RT-PP-PRICE           PIC X(5).
             10  RT-PP-PRICE-N REDEFINES RT-PP-PRICE
                                       PIC 9(3)V99.
             10  FILLER                PIC X(27).
          05  RT-REGION-DATA REDEFINES RT-DATA.
             10  RT-RG-NAME            PIC X(20).
             10  RT-RG-MANAGER         PIC X(20).
          05  RT-PLAN-DATA REDEFINES RT-DATA.
             10  RT-CP-THRESHOLD       PIC X(9).
             10  RT-CP-THRESHOLD-N REDEFINES RT-CP-THRESHOLD
                                       PIC 9(7)V99.
             10  RT-CP-RATE            PIC X(3).
             10  RT-CP-RATE-N REDEFINES RT-CP-RATE
                                       PIC V999.
             10  FILLER                PIC X(28).

      * SAME NAME AS THE SELECT STATEMENT -- SAME LAYOUT LAB1F22
      * PRICES FROM

       FD    PRODUCT-MASTER.
       01    PRODUCT-MASTER-REC.
          05  PM-PROD-CODE             PIC X(4).
          05  PM-DESC                  PIC X(20).
          05  PM-UNIT-PRICE            PIC 9(3)V99.
          05  PM-ACTIVE                PIC X.

      * SAME NAME AS THE SELECT STATEMENT -- ONE RECORD PER PRICE
      * CHANGE

       FD    PRODUCT-PRICE-FILE.
       01    PRODUCT-PRICE-REC.
          05  PP-PROD-CODE             PIC X(4).
          05  PP-EFF-DATE              PIC X(8).
          05  PP-UNIT-PRICE            PIC 9(3)V99.

      * SAME NAME AS THE SELECT STATEMENT -- SAME LAYOUT LAB1MNT
      * VALIDATES AGAINST.  RG-ACTIVE 'I' IS A DEACTIVATED REGION;
      * BLANK OR 'A' IS ACTIVE

       FD    REGION-MASTER.
       01    REGION-MASTER-REC.
          05  RG-REGION-CODE           PIC X(10).
          05  RG-REGION-NAME           PIC X(20).
          05  RG-MANAGER               PIC X(20).
          05  RG-ACTIVE                PIC X.

      * SAME NAME AS THE SELECT STATEMENT -- SAME LAYOUT LAB1F22
      * RATES FROM

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

      * SAME NAME AS THE SELECT STATEMENT -- SAME LAYOUT LAB1F22
      * WRITES.  RECORD 000000 IS THE NEXT-ID CONTROL RECORD

       FD    SUSPENSE-FILE.
       01    SUSPENSE-REC.
          05  SU-SUSP-ID               PIC 9(6).
          05  SU-DETAIL-DATA.
             10  SU-SOURCE             PIC X.
             10  SU-REJECT-REASON      PIC X(38).
             10  SU-ORIG-RUN-DATE      PIC X(8).
             10  SU-STATUS             PIC X.
             10  SU-REL-DATE           PIC X(8).
             10  SU-REC-IMAGE          PIC X(53).
          05  SU-CONTROL-DATA REDEFINES SU-DETAIL-DATA.
             10  SU-NEXT-ID            PIC 9(6).
             10  FILLER                PIC X(103).

      * SAME NAME AS THE SELECT STATEMENT -- SAME LAYOUT LAB1MNT
      * MAINTAINS

       FD    SALESPERSON-MASTER.
       01    SALESPERSON-MASTER-REC.
          05  SM-EMP-ID                PIC X(5).
          05  SM-NAME                  PIC X(20).
          05  SM-REGION                PIC X(10).
          05  SM-HIRE-DATE             PIC X(8).
          05  SM-STATUS                PIC X.
      *
       FD    REF-AUDIT-FILE.
       01    REF-AUDIT-REC    PIC X(145).
      *
       FD    REF-REPORT-FILE.
       01    REF-REPORT-REC    PIC X(132).

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
             05    WS-TRAN-STATUS            PIC XX VALUE SPACES.
             05    WS-MASTER-STATUS          PIC XX VALUE SPACES.
             05    WS-SUSPENSE-STATUS        PIC XX VALUE SPACES.
             05    WS-AUDIT-STATUS           PIC XX VALUE SPACES.
             05    WS-TRAN-OK                PIC X(3) VALUE 'YES'.
             05    WS-REJECT-REASON          PIC X(30) VALUE SPACES.
             05    WS-APPLIED-COUNT          PIC 9(6) VALUE ZERO.
             05    WS-REJECT-COUNT           PIC 9(6) VALUE ZERO.
             05    WS-CUR-DATE               PIC X(8) VALUE SPACES.
             05    WS-CUR-TIME               PIC X(8) VALUE SPACES.
             05    WS-RUNLOG-STATUS          PIC XX VALUE SPACES.

      *ONE SWITCH PER REFERENCE FILE -- ONLY A FILE THAT SOME CARD
      *ACTUALLY CHANGED IS REWRITTEN AT END OF RUN

       01    WS-CHANGE-SWITCHES.
             05    WS-PROD-CHANGED           PIC X(3) VALUE 'NO'.
             05    WS-PRICE-CHANGED          PIC X(3) VALUE 'NO'.
             05    WS-REGION-CHANGED         PIC X(3) VALUE 'NO'.
             05    WS-PLAN-CHANGED           PIC X(3) VALUE 'NO'.

      *THE PRODUCT CATALOG, LOADED FROM PRODMST.DAT AT HOUSEKEEPING.
      *WS-PROD-MAX IS THE SAME CEILING LAB1F22 AND ITS REPORTS ARE
      *COMPILED WITH -- A CATALOG THIS PROGRAM LETS GROW PAST IT
      *WOULD STOP THE NEXT DAILY RUN

       01    WS-PRODUCT-AREAS.
             05    WS-PRODMST-STATUS         PIC XX VALUE SPACES.
             05    WS-PROD-COUNT             PIC 9(2) VALUE ZERO.
             05    WS-PROD-MAX               PIC 9(2) VALUE 12.
             05    WS-PROD-SUB               PIC 9(2) VALUE ZERO.
             05    WS-PROD-FOUND             PIC X(3) VALUE 'NO'.
             05    WS-PX                     PIC 9(2) VALUE ZERO.
             05    WS-PROD-MORE-RECS         PIC X(3) VALUE 'YES'.
             05    WS-PROD-CODE-IN           PIC X(4) VALUE SPACES.

       01    WS-PRODUCT-TABLE.
             05    WS-PM-ENTRY OCCURS 12 TIMES.
                   10    WS-PM-CODE          PIC X(4).
                   10    WS-PM-DESC          PIC X(20).
                   10    WS-PM-PRICE         PIC 9(3)V99.
                   10    WS-PM-ACTIVE        PIC X.

      *THE DATED PRICE SCHEDULE, LOADED FROM PRODPRC.DAT.  SAME
      *CEILING AS LAB1F22 AND LAB1YTD'S PRICE TABLES

       01    WS-PRICE-AREAS.
             05    WS-PRODPRC-STATUS         PIC XX VALUE SPACES.
             05    WS-PRICE-COUNT            PIC 9(3) VALUE ZERO.
             05    WS-PRICE-MAX              PIC 9(3) VALUE 200.
             05    WS-PRICE-SUB              PIC 9(3) VALUE ZERO.
             05    WS-PRICE-FOUND            PIC X(3) VALUE 'NO'.
             05    WS-PRX                    PIC 9(3) VALUE ZERO.
             05    WS-PRC-MORE-RECS          PIC X(3) VALUE 'YES'.

       01    WS-PRICE-TABLE.
             05    WS-PRICE-ENTRY OCCURS 200 TIMES.
                   10    WS-PR-CODE          PIC X(4).
                   10    WS-PR-DATE          PIC X(8).
                   10    WS-PR-PRICE         PIC 9(3)V99.

      *THE REGION REFERENCE TABLE, LOADED FROM REGNMST.DAT, AND THE
      *LOOKUP WORK FIELDS

       01    WS-REGMST-AREAS.
             05    WS-REGNMST-STATUS         PIC XX VALUE SPACES.
             05    WS-REGION-COUNT           PIC 9(2) VALUE ZERO.
             05    WS-REGION-MAX             PIC 9(2) VALUE 20.
             05    WS-RGX                    PIC 9(2) VALUE ZERO.
             05    WS-REGION-SUB             PIC 9(2) VALUE ZERO.
             05    WS-REG-MORE-RECS          PIC X(3) VALUE 'YES'.
             05    WS-REGION-FOUND           PIC X(3) VALUE 'NO'.
             05    WS-REGION-CODE-IN         PIC X(10) VALUE SPACES.

       01    WS-REGMST-TABLE.
             05    WS-RM-ENTRY OCCURS 20 TIMES.
                   10    WS-RM-CODE          PIC X(10).
                   10    WS-RM-NAME          PIC X(20).
                   10    WS-RM-MGR           PIC X(20).
                   10    WS-RM-ACTIVE        PIC X.

      *THE COMMISSION PLAN.  TIERS ARE KEPT IN FILE ORDER, WHICH
      *THIS PROGRAM HOLDS TO ASCENDING THRESHOLD ORDER; TIER 1 IS
      *THE BASE RATE.  PRODUCT OVERRIDES ARE AT MOST ONE PER
      *CATALOG ENTRY, SO THEIR TABLE IS SIZED TO WS-PROD-MAX

       01    WS-COMMISSION-AREAS.
             05    WS-COMMPLAN-STATUS        PIC XX VALUE SPACES.
             05    WS-CP-MORE-RECS           PIC X(3) VALUE 'YES'.
             05    WS-TIER-COUNT             PIC 9(2) VALUE ZERO.
             05    WS-TIER-MAX               PIC 9(2) VALUE 10.
             05    WS-TIER-SUB               PIC 9(2) VALUE ZERO.
             05    WS-TX                     PIC 9(2) VALUE ZERO.
             05    WS-HAS-LOW                PIC X(3) VALUE 'NO'.
             05    WS-HAS-HIGH               PIC X(3) VALUE 'NO'.
             05    WS-LOW-THRESHOLD          PIC 9(7)V99 VALUE ZERO.
             05    WS-HIGH-THRESHOLD         PIC 9(7)V99 VALUE ZERO.
             05    WS-OVR-COUNT              PIC 9(2) VALUE ZERO.
             05    WS-OVR-SUB                PIC 9(2) VALUE ZERO.
             05    WS-OVR-FOUND              PIC X(3) VALUE 'NO'.
             05    WS-OX                     PIC 9(2) VALUE ZERO.

       01    WS-TIER-TABLE.
             05    WS-TIER-ENTRY OCCURS 10 TIMES.
                   10    WS-TIER-THRESHOLD   PIC 9(7)V99.
                   10    WS-TIER-RATE        PIC V999.

       01    WS-OVERRIDE-TABLE.
             05    WS-OVR-ENTRY OCCURS 12 TIMES.
                   10    WS-OV-PROD-CODE     PIC X(4).
                   10    WS-OV-RATE          PIC V999.

      *THE PRODUCT AND REGION OF EVERY OPEN SUSPENSE ITEM, ONE ENTRY
      *PER DISTINCT PAIR.  THE REGION IS THE SALESPERSON'S REGION ON
      *THE SALESPERSON MASTER, SINCE THE SUSPENDED IMAGE IS ONLY THE
      *DETAIL RECORD AND CARRIES NO BATCH HEADER

       01    WS-SUSP-AREAS.
             05    WS-SUSP-COUNT             PIC 9(4) VALUE ZERO.
             05    WS-SUSP-MAX               PIC 9(4) VALUE 1000.
             05    WS-SX                     PIC 9(4) VALUE ZERO.
             05    WS-SUSP-FOUND             PIC X(3) VALUE 'NO'.
             05    WS-SUSP-OPEN              PIC X(3) VALUE 'NO'.
             05    WS-SUSP-REGION            PIC X(10) VALUE SPACES.
             05    WS-SUSP-PROD-IN           PIC X(4) VALUE SPACES.
             05    WS-SUSP-REGION-IN         PIC X(10) VALUE SPACES.

       01    WS-SUSP-TABLE.
             05    WS-SUSP-ENTRY OCCURS 1000 TIMES.
                   10    WS-SP-PROD-CODE     PIC X(4).
                   10    WS-SP-REGION        PIC X(10).

       01    WS-SUSP-IMAGE.
             05    WS-SI-REC-TYPE            PIC X.
             05    WS-SI-TRAN-CODE           PIC X.
             05    WS-SI-EMP-ID              PIC X(5).
             05    WS-SI-NAME                PIC X(20).
             05    WS-SI-PROD-CODE           PIC X(4).
             05    FILLER                    PIC X(22).

      *BEFORE AND AFTER IMAGES OF THE REFERENCE RECORD FOR THE AUDIT
      *TRAIL, SIZED TO THE WIDEST RECORD (THE REGION MASTER).  AN ADD
      *HAS NO BEFORE IMAGE AND A REJECTED CARD HAS NO AFTER IMAGE --
      *THOSE SIDES ARE LEFT AS SPACES.  A COMMISSION PLAN ENTRY IS
      *IMAGED THROUGH WS-PLAN-IMAGE SO A TIER SHOWS ITS NUMBER

       01    WS-IMAGE-AREAS.
             05    WS-BEFORE-IMAGE           PIC X(51).
             05    WS-AFTER-IMAGE            PIC X(51).
             05    WS-PLAN-IMAGE.
                   10    WS-PI-TYPE          PIC X.
                   10    WS-PI-ID            PIC X(4).
                   10    WS-PI-THRESHOLD     PIC 9(7)V99.
                   10    WS-PI-RATE          PIC V999.

      *************************OUTPUT AREA**************************
       01 AUDIT-LINE.
          05 AL-DATE-OUT     PIC X(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 AL-TIME-OUT     PIC X(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 AL-FILE-OUT     PIC X.
          05 AL-ACTION-OUT   PIC X.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 AL-KEY-OUT      PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 AL-RESULT-OUT   PIC X(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 AL-BEFORE-OUT   PIC X(51).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 AL-AFTER-OUT    PIC X(51).
      *
       01 REPORT-HEADER.
          05 FILLER          PIC X(20) VALUE SPACES.
          05 FILLER          PIC X(30)
             VALUE 'REFERENCE FILE MAINTENANCE    '.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RH-RUN-DATE-OUT PIC X(8) VALUE SPACES.
      *
       01 COLUMN-HEADER-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(4) VALUE 'F A '.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(10) VALUE 'KEY'.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(20) VALUE 'DATA'.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(8) VALUE 'RESULT'.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(30) VALUE 'REASON'.
      *
       01 REGISTER-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RL-FILE-OUT     PIC X.
          05 FILLER          PIC X(1) VALUE SPACES.
          05 RL-ACTION-OUT   PIC X.
          05 FILLER          PIC X(3) VALUE SPACES.
          05 RL-KEY-OUT      PIC X(10).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RL-DATA-OUT     PIC X(20).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RL-RESULT-OUT   PIC X(8).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RL-REASON-OUT   PIC X(30).
      *
       01 COUNT-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 CL-LABEL-OUT    PIC X(22).
          05 CL-COUNT-OUT    PIC ZZZ,ZZ9.
      *

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 150-READ-RECORDS
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME

      *SAME FILE NAME AS SELECT STATEMENT

           OPEN    INPUT REF-TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'LAB1REF: UNABLE TO OPEN REFTRAN.DAT, STATUS='
                   WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN    OUTPUT REF-REPORT-FILE

           PERFORM 126-LOAD-PRODUCTS-RTN
           PERFORM 127-LOAD-PRICES-RTN
           PERFORM 128-LOAD-REGIONS-RTN
           PERFORM 129-LOAD-COMMPLAN-RTN
           PERFORM 130-LOAD-SUSPENSE-RTN

      *THE AUDIT TRAIL ONLY EVER GROWS -- OPEN EXTEND SO EARLIER
      *RUNS' RECORDS SURVIVE, FALLING BACK TO OUTPUT THE FIRST TIME
      *WHEN THERE IS NO FILE TO EXTEND YET

           OPEN EXTEND REF-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT REF-AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY 'LAB1REF: UNABLE TO OPEN AUDIT FILE, '
                       'STATUS=' WS-AUDIT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-CUR-DATE TO RH-RUN-DATE-OUT
           MOVE REPORT-HEADER TO REF-REPORT-REC
           WRITE REF-REPORT-REC
                   AFTER ADVANCING 1 LINE
           MOVE COLUMN-HEADER-LINE TO REF-REPORT-REC
           WRITE REF-REPORT-REC
                   AFTER ADVANCING 2 LINES
           .
      *
       126-LOAD-PRODUCTS-RTN.

      *LOAD PRODMST.DAT INTO WS-PRODUCT-TABLE.  A CATALOG THAT DOES
      *NOT EXIST YET IS STARTED EMPTY SO IT CAN BE BUILT FROM CARDS;
      *A CATALOG ALREADY PAST THE CEILING IS A RECOMPILE HERE JUST
      *AS IT IS IN LAB1F22

           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODMST-STATUS NOT = '00'
               AND WS-PRODMST-STATUS NOT = '35'
               DISPLAY 'LAB1REF: UNABLE TO OPEN PRODUCT MASTER, '
                       'STATUS=' WS-PRODMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PRODMST-STATUS = '00'
               MOVE 'YES' TO WS-PROD-MORE-RECS
               PERFORM UNTIL WS-PROD-MORE-RECS = 'NO'
                   READ PRODUCT-MASTER
                       AT END
                           MOVE 'NO' TO WS-PROD-MORE-RECS
                       NOT AT END
                           PERFORM 1263-STORE-PRODUCT-RTN
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-MASTER
           END-IF
           .
      *
       1263-STORE-PRODUCT-RTN.

           IF WS-PROD-COUNT >= WS-PROD-MAX
               DISPLAY 'LAB1REF: PRODUCT MASTER EXCEEDS '
                       WS-PROD-MAX ' ENTRIES - RAISE WS-PROD-MAX '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PROD-COUNT
           MOVE PM-PROD-CODE  TO WS-PM-CODE(WS-PROD-COUNT)
           MOVE PM-DESC       TO WS-PM-DESC(WS-PROD-COUNT)
           MOVE PM-UNIT-PRICE TO WS-PM-PRICE(WS-PROD-COUNT)
           MOVE PM-ACTIVE     TO WS-PM-ACTIVE(WS-PROD-COUNT)
           .
      *
       127-LOAD-PRICES-RTN.

      *LOAD PRODPRC.DAT INTO WS-PRICE-TABLE.  NO PRICE FILE IS FINE
      *-- THE DAILY PROGRAMS FALL BACK TO THE CATALOG PRICE

           OPEN INPUT PRODUCT-PRICE-FILE
           IF WS-PRODPRC-STATUS NOT = '00'
               AND WS-PRODPRC-STATUS NOT = '35'
               DISPLAY 'LAB1REF: UNABLE TO OPEN PRODUCT PRICE FILE, '
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
                           PERFORM 1273-STORE-PRICE-RTN
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-PRICE-FILE
           END-IF
           .
      *
       1273-STORE-PRICE-RTN.

           IF WS-PRICE-COUNT >= WS-PRICE-MAX
               DISPLAY 'LAB1REF: PRODUCT PRICE FILE EXCEEDS '
                       WS-PRICE-MAX ' ENTRIES - RAISE '
                       'WS-PRICE-MAX AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PRICE-COUNT
           MOVE PP-PROD-CODE  TO WS-PR-CODE(WS-PRICE-COUNT)
           MOVE PP-EFF-DATE   TO WS-PR-DATE(WS-PRICE-COUNT)
           MOVE PP-UNIT-PRICE TO WS-PR-PRICE(WS-PRICE-COUNT)
           .
      *
       128-LOAD-REGIONS-RTN.

      *LOAD REGNMST.DAT INTO WS-REGMST-TABLE, STARTING EMPTY IF THE
      *FILE DOES NOT EXIST YET

           OPEN INPUT REGION-MASTER
           IF WS-REGNMST-STATUS NOT = '00'
               AND WS-REGNMST-STATUS NOT = '35'
               DISPLAY 'LAB1REF: UNABLE TO OPEN REGION MASTER, '
                       'STATUS=' WS-REGNMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-REGNMST-STATUS = '00'
               MOVE 'YES' TO WS-REG-MORE-RECS
               PERFORM UNTIL WS-REG-MORE-RECS = 'NO'
                   READ REGION-MASTER
                       AT END
                           MOVE 'NO' TO WS-REG-MORE-RECS
                       NOT AT END
                           PERFORM 1283-STORE-REGION-RTN
                   END-READ
               END-PERFORM
               CLOSE REGION-MASTER
           END-IF
           .
      *
       1283-STORE-REGION-RTN.

           IF WS-REGION-COUNT >= WS-REGION-MAX
               DISPLAY 'LAB1REF: REGION MASTER EXCEEDS '
                       WS-REGION-MAX ' ENTRIES - RAISE '
                       'WS-REGION-MAX AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REGION-COUNT
           MOVE RG-REGION-CODE TO WS-RM-CODE(WS-REGION-COUNT)
           MOVE RG-REGION-NAME TO WS-RM-NAME(WS-REGION-COUNT)
           MOVE RG-MANAGER     TO WS-RM-MGR(WS-REGION-COUNT)
           MOVE RG-ACTIVE      TO WS-RM-ACTIVE(WS-REGION-COUNT)
           .
      *
       129-LOAD-COMMPLAN-RTN.

      *LOAD COMMPLAN.DAT -- TIER RECORDS INTO WS-TIER-TABLE IN FILE
      *ORDER, OVERRIDE RECORDS INTO WS-OVERRIDE-TABLE

           OPEN INPUT COMMISSION-PLAN-FILE
           IF WS-COMMPLAN-STATUS NOT = '00'
               AND WS-COMMPLAN-STATUS NOT = '35'
               DISPLAY 'LAB1REF: UNABLE TO OPEN COMMISSION PLAN, '
                       'STATUS=' WS-COMMPLAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-COMMPLAN-STATUS = '00'
               MOVE 'YES' TO WS-CP-MORE-RECS
               PERFORM UNTIL WS-CP-MORE-RECS = 'NO'
                   READ COMMISSION-PLAN-FILE
                       AT END
                           MOVE 'NO' TO WS-CP-MORE-RECS
                       NOT AT END
                           PERFORM 1293-STORE-PLAN-RTN
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-PLAN-FILE
           END-IF
           .
      *
       1293-STORE-PLAN-RTN.

           EVALUATE CP-REC-TYPE
               WHEN 'T'
                   IF WS-TIER-COUNT >= WS-TIER-MAX
                       DISPLAY 'LAB1REF: COMMISSION PLAN EXCEEDS '
                               WS-TIER-MAX ' TIERS - RAISE '
                               'WS-TIER-MAX AND RECOMPILE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TIER-COUNT
                   MOVE CP-THRESHOLD
                       TO WS-TIER-THRESHOLD(WS-TIER-COUNT)
                   MOVE CP-TIER-RATE TO WS-TIER-RATE(WS-TIER-COUNT)
               WHEN 'P'
                   IF WS-OVR-COUNT >= WS-PROD-MAX
                       DISPLAY 'LAB1REF: COMMISSION PLAN HAS MORE '
                               'THAN ' WS-PROD-MAX ' PRODUCT '
                               'OVERRIDES - RAISE WS-PROD-MAX AND '
                               'RECOMPILE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-OVR-COUNT
                   MOVE CP-PROD-CODE TO WS-OV-PROD-CODE(WS-OVR-COUNT)
                   MOVE CP-PROD-RATE TO WS-OV-RATE(WS-OVR-COUNT)
               WHEN OTHER
                   DISPLAY 'LAB1REF: COMMISSION PLAN RECORD TYPE '
                           CP-REC-TYPE ' NOT RECOGNIZED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
      *
       130-LOAD-SUSPENSE-RTN.

      *COLLECT THE PRODUCT AND REGION OF EVERY OPEN SUSPENSE ITEM.
      *A SUSPENSE FILE THAT DOES NOT EXIST YET MEANS NOTHING BLOCKS
      *A DEACTIVATION.  WITHOUT A SALESPERSON MASTER THE ITEMS STILL
      *BLOCK THEIR PRODUCTS, THEY JUST CANNOT BE TIED TO A REGION

           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = '00'
               AND WS-SUSPENSE-STATUS NOT = '35'
               DISPLAY 'LAB1REF: UNABLE TO OPEN SUSPENSE FILE, '
                   'STATUS=' WS-SUSPENSE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SALESPERSON-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               AND WS-MASTER-STATUS NOT = '35'
               DISPLAY 'LAB1REF: UNABLE TO OPEN SALESPERSON MASTER, '
                   'STATUS=' WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-SUSPENSE-STATUS = '00'
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ SUSPENSE-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           IF SU-SUSP-ID NOT = ZERO
                               AND SU-STATUS = 'O'
                               PERFORM 1303-STORE-SUSP-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF

           IF WS-MASTER-STATUS = '00'
               CLOSE SALESPERSON-MASTER
           END-IF
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           .
      *
       1303-STORE-SUSP-RTN.

           MOVE SU-REC-IMAGE TO WS-SUSP-IMAGE
           MOVE SPACES TO WS-SUSP-REGION
           IF WS-MASTER-STATUS = '00'
               MOVE WS-SI-EMP-ID TO SM-EMP-ID
               READ SALESPERSON-MASTER
                   INVALID KEY
                       MOVE SPACES TO WS-SUSP-REGION
                   NOT INVALID KEY
                       MOVE SM-REGION TO WS-SUSP-REGION
               END-READ
           END-IF

           MOVE 'NO' TO WS-SUSP-FOUND
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SUSP-COUNT
                   OR WS-SUSP-FOUND = 'YES'
               IF WS-SP-PROD-CODE(WS-SX) = WS-SI-PROD-CODE
                   AND WS-SP-REGION(WS-SX) = WS-SUSP-REGION
                   MOVE 'YES' TO WS-SUSP-FOUND
               END-IF
           END-PERFORM
           IF WS-SUSP-FOUND = 'NO'
               IF WS-SUSP-COUNT >= WS-SUSP-MAX
                   DISPLAY 'LAB1REF: OPEN-SUSPENSE TABLE FULL - '
                           'RAISE WS-SUSP-MAX AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SUSP-COUNT
               MOVE WS-SI-PROD-CODE TO WS-SP-PROD-CODE(WS-SUSP-COUNT)
               MOVE WS-SUSP-REGION  TO WS-SP-REGION(WS-SUSP-COUNT)
           END-IF
           .
      *
       150-READ-RECORDS.

             PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                  READ REF-TRAN-FILE
                      AT END
                          MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                      NOT AT END
                          PERFORM 175-EDIT-TRAN-RTN
                          IF WS-TRAN-OK = 'YES'
                              PERFORM 200-APPLY-TRAN-RTN
                          ELSE
                              PERFORM 220-REJECT-TRAN-RTN
                          END-IF
                  END-READ
              END-PERFORM
           .
      *
       175-EDIT-TRAN-RTN.

      *THE CHECKS COMMON TO EVERY CARD, THEN THE FILE'S OWN EDIT.
      *EACH FILE'S EDIT LOOKS UP THE RECORD THE CARD NAMES AND
      *LEAVES ITS IMAGE IN WS-BEFORE-IMAGE

           MOVE 'YES'  TO WS-TRAN-OK
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE

           IF RT-FILE-CODE NOT = 'P' AND RT-FILE-CODE NOT = 'R'
               AND RT-FILE-CODE NOT = 'G' AND RT-FILE-CODE NOT = 'C'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'UNKNOWN FILE CODE' TO WS-REJECT-REASON
           ELSE IF RT-ACTION NOT = 'A' AND RT-ACTION NOT = 'C'
               AND RT-ACTION NOT = 'D' AND RT-ACTION NOT = 'R'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'R' AND RT-FILE-CODE NOT = 'P'
               AND RT-FILE-CODE NOT = 'G'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'ACTION NOT VALID FOR FILE' TO WS-REJECT-REASON
           ELSE IF RT-KEY = SPACES
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'KEY MISSING' TO WS-REJECT-REASON
           ELSE
               EVALUATE RT-FILE-CODE
                   WHEN 'P'
                       PERFORM 176-EDIT-PRODUCT-RTN
                   WHEN 'R'
                       PERFORM 177-EDIT-PRICE-RTN
                   WHEN 'G'
                       PERFORM 178-EDIT-REGION-RTN
                   WHEN 'C'
                       PERFORM 179-EDIT-PLAN-RTN
               END-EVALUATE
           END-IF
           .
      *
       176-EDIT-PRODUCT-RTN.

      *A PRODUCT ADD NEEDS A DESCRIPTION AND A NONZERO PRICE AND
      *ROOM UNDER WS-PROD-MAX.  DEACTIVATION IS REFUSED WHILE AN
      *OPEN SUSPENSE ITEM NAMES THE PRODUCT -- LAB1SUS COULD NEVER
      *RELEASE IT AGAINST AN INACTIVE PRODUCT

           MOVE RT-KEY-PROD TO WS-PROD-CODE-IN
           PERFORM 180-FIND-PRODUCT-RTN
           IF WS-PROD-FOUND = 'YES'
               MOVE WS-PM-ENTRY(WS-PROD-SUB) TO WS-BEFORE-IMAGE
           END-IF

           IF RT-ACTION = 'D'
               MOVE RT-KEY-PROD TO WS-SUSP-PROD-IN
               MOVE SPACES      TO WS-SUSP-REGION-IN
               PERFORM 184-CHECK-SUSPENSE-RTN
           END-IF

           IF RT-KEY-PROD = SPACES
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'PRODUCT CODE MISSING' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'A' AND WS-PROD-FOUND = 'YES'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'PRODUCT ALREADY ON CATALOG' TO WS-REJECT-REASON
           ELSE IF RT-ACTION NOT = 'A' AND WS-PROD-FOUND = 'NO'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'PRODUCT NOT ON CATALOG' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'A' AND RT-PM-DESC = SPACES
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'DESCRIPTION MISSING ON ADD' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'A' AND RT-PM-PRICE NOT NUMERIC
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'UNIT PRICE NOT NUMERIC' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'C' AND RT-PM-PRICE NOT = SPACES
               AND RT-PM-PRICE NOT NUMERIC
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'UNIT PRICE NOT NUMERIC' TO WS-REJECT-REASON
           ELSE IF (RT-ACTION = 'A' OR RT-ACTION = 'C')
               AND RT-PM-PRICE NUMERIC AND RT-PM-PRICE-N = ZERO
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'UNIT PRICE IS ZERO' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'C' AND RT-PM-DESC = SPACES
               AND RT-PM-PRICE = SPACES
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'NOTHING TO CHANGE' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'A' AND WS-PROD-COUNT >= WS-PROD-MAX
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'CATALOG AT WS-PROD-MAX CEILING'
                   TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'D'
               AND WS-PM-ACTIVE(WS-PROD-SUB) NOT = 'A'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'PRODUCT ALREADY INACTIVE' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'D' AND WS-SUSP-OPEN = 'YES'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'OPEN SUSPENSE ITEMS ON PRODUCT'
                   TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'R'
               AND WS-PM-ACTIVE(WS-PROD-SUB) = 'A'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'PRODUCT ALREADY ACTIVE' TO WS-REJECT-REASON
           END-IF
           .
      *
       177-EDIT-PRICE-RTN.

      *A PRICE ROW MUST NAME A CATALOG PRODUCT.  ONLY ONE ROW PER
      *PRODUCT AND EFFECTIVE DATE -- WITH TWO, WHICH ONE LAB1F22
      *PRICES FROM DEPENDS ON FILE ORDER.  A ROW ALREADY IN EFFECT
      *HAS PRICED POSTED BATCHES AND PRICES THEIR RETURNS, SO ONLY
      *FUTURE-DATED ROWS MAY BE ADDED, CHANGED OR REMOVED

           MOVE RT-KEY-PROD TO WS-PROD-CODE-IN
           PERFORM 180-FIND-PRODUCT-RTN
           PERFORM 181-FIND-PRICE-RTN
           IF WS-PRICE-FOUND = 'YES'
               MOVE WS-PRICE-ENTRY(WS-PRICE-SUB) TO WS-BEFORE-IMAGE
           END-IF

           IF WS-PROD-FOUND = 'NO'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'PRODUCT NOT ON CATALOG' TO WS-REJECT-REASON
           ELSE IF RT-PP-EFF-DATE NOT NUMERIC
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJECT-REASON
           ELSE IF RT-PP-EFF-DATE NOT > WS-CUR-DATE
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'EFFECTIVE DATE NOT IN FUTURE' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'A' AND WS-PRICE-FOUND = 'YES'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'DUPLICATE EFFECTIVE DATE' TO WS-REJECT-REASON
           ELSE IF RT-ACTION NOT = 'A' AND WS-PRICE-FOUND = 'NO'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'NO PRICE FOR EFFECTIVE DATE' TO WS-REJECT-REASON
           ELSE IF RT-ACTION NOT = 'D' AND RT-PP-PRICE NOT NUMERIC
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'UNIT PRICE NOT NUMERIC' TO WS-REJECT-REASON
           ELSE IF RT-ACTION NOT = 'D' AND RT-PP-PRICE-N = ZERO
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'UNIT PRICE IS ZERO' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'A' AND WS-PRICE-COUNT >= WS-PRICE-MAX
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'PRICES AT WS-PRICE-MAX CEILING'
                   TO WS-REJECT-REASON
           END-IF
           .
      *
       178-EDIT-REGION-RTN.

      *A REGION ADD NEEDS A NAME AND ROOM UNDER WS-REGION-MAX.
      *DEACTIVATION IS REFUSED WHILE AN OPEN SUSPENSE ITEM BELONGS
      *TO A SALESPERSON IN THE REGION

           MOVE RT-KEY TO WS-REGION-CODE-IN
           PERFORM 182-FIND-REGION-RTN
           IF WS-REGION-FOUND = 'YES'
               MOVE WS-RM-ENTRY(WS-REGION-SUB) TO WS-BEFORE-IMAGE
           END-IF

           IF RT-ACTION = 'D'
               MOVE SPACES TO WS-SUSP-PROD-IN
               MOVE RT-KEY TO WS-SUSP-REGION-IN
               PERFORM 184-CHECK-SUSPENSE-RTN
           END-IF

           IF RT-ACTION = 'A' AND WS-REGION-FOUND = 'YES'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'REGION ALREADY ON MASTER' TO WS-REJECT-REASON
           ELSE IF RT-ACTION NOT = 'A' AND WS-REGION-FOUND = 'NO'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'REGION NOT ON REGION MASTER' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'A' AND RT-RG-NAME = SPACES
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'REGION NAME MISSING ON ADD' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'C' AND RT-RG-NAME = SPACES
               AND RT-RG-MANAGER = SPACES
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'NOTHING TO CHANGE' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'A' AND WS-REGION-COUNT >= WS-REGION-MAX
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'REGIONS AT WS-REGION-MAX' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'D'
               AND WS-RM-ACTIVE(WS-REGION-SUB) = 'I'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'REGION ALREADY INACTIVE' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'D' AND WS-SUSP-OPEN = 'YES'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'OPEN SUSPENSE ITEMS IN REGION' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'R'
               AND WS-RM-ACTIVE(WS-REGION-SUB) NOT = 'I'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'REGION ALREADY ACTIVE' TO WS-REJECT-REASON
           END-IF
           .
      *
       179-EDIT-PLAN-RTN.

      *THE KEY'S FIRST BYTE SAYS WHETHER THE CARD IS FOR A TIER OR A
      *PRODUCT OVERRIDE

           EVALUATE RT-PLAN-TYPE
               WHEN 'T'
                   PERFORM 1791-EDIT-TIER-RTN
               WHEN 'P'
                   PERFORM 1792-EDIT-OVERRIDE-RTN
               WHEN OTHER
                   MOVE 'NO' TO WS-TRAN-OK
                   MOVE 'UNKNOWN PLAN RECORD TYPE' TO WS-REJECT-REASON
           END-EVALUATE
           .
      *
       1791-EDIT-TIER-RTN.

      *LAB1F22 PICKS THE HIGHEST THRESHOLD REACHED, SO THE TIERS MUST
      *CLIMB.  A NEW TIER IS ALWAYS THE NEXT NUMBER UP AND MUST
      *START ABOVE THE CURRENT TOP; A CHANGED THRESHOLD MUST STAY
      *STRICTLY BETWEEN ITS NEIGHBOURS; ONLY THE TOP TIER MAY BE
      *REMOVED AND THE BASE TIER NEVER

           MOVE ZERO TO WS-TIER-SUB
           MOVE 'NO' TO WS-HAS-LOW
           MOVE 'NO' TO WS-HAS-HIGH
           IF RT-PLAN-TIER NUMERIC
               MOVE RT-PLAN-TIER TO WS-TIER-SUB
           END-IF
           IF WS-TIER-SUB > ZERO AND WS-TIER-SUB NOT > WS-TIER-COUNT
               MOVE 'T'        TO WS-PI-TYPE
               MOVE RT-PLAN-TIER TO WS-PI-ID
               MOVE WS-TIER-THRESHOLD(WS-TIER-SUB) TO WS-PI-THRESHOLD
               MOVE WS-TIER-RATE(WS-TIER-SUB)      TO WS-PI-RATE
               MOVE WS-PLAN-IMAGE TO WS-BEFORE-IMAGE
           END-IF

           IF RT-ACTION = 'A' AND WS-TIER-COUNT > ZERO
               MOVE 'YES' TO WS-HAS-LOW
               MOVE WS-TIER-THRESHOLD(WS-TIER-COUNT)
                   TO WS-LOW-THRESHOLD
           END-IF
           IF RT-ACTION = 'C' AND WS-TIER-SUB > 1
               AND WS-TIER-SUB NOT > WS-TIER-COUNT
               MOVE 'YES' TO WS-HAS-LOW
               COMPUTE WS-TX = WS-TIER-SUB - 1
               MOVE WS-TIER-THRESHOLD(WS-TX) TO WS-LOW-THRESHOLD
           END-IF
           IF RT-ACTION = 'C' AND WS-TIER-SUB > ZERO
               AND WS-TIER-SUB < WS-TIER-COUNT
               MOVE 'YES' TO WS-HAS-HIGH
               COMPUTE WS-TX = WS-TIER-SUB + 1
               MOVE WS-TIER-THRESHOLD(WS-TX) TO WS-HIGH-THRESHOLD
           END-IF

           IF RT-PLAN-TIER NOT NUMERIC OR WS-TIER-SUB = ZERO
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'TIER NUMBER INVALID' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'A' AND WS-TIER-SUB NOT =
               WS-TIER-COUNT + 1
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'NEW TIER MUST BE NEXT TIER NO' TO WS-REJECT-REASON
           ELSE IF RT-ACTION NOT = 'A' AND WS-TIER-SUB > WS-TIER-COUNT
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'TIER NOT ON COMMISSION PLAN' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'A' AND WS-TIER-COUNT >= WS-TIER-MAX
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'TIERS AT WS-TIER-MAX CEILING' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'A' AND (RT-CP-THRESHOLD NOT NUMERIC
               OR RT-CP-RATE NOT NUMERIC)
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'THRESHOLD OR RATE NOT NUMERIC' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'C' AND RT-CP-THRESHOLD NOT = SPACES
               AND RT-CP-THRESHOLD NOT NUMERIC
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'THRESHOLD OR RATE NOT NUMERIC' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'C' AND RT-CP-RATE NOT = SPACES
               AND RT-CP-RATE NOT NUMERIC
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'THRESHOLD OR RATE NOT NUMERIC' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'C' AND RT-CP-THRESHOLD = SPACES
               AND RT-CP-RATE = SPACES
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'NOTHING TO CHANGE' TO WS-REJECT-REASON
           ELSE IF RT-ACTION NOT = 'D' AND RT-CP-THRESHOLD NUMERIC
               AND WS-HAS-LOW = 'YES'
               AND RT-CP-THRESHOLD-N NOT > WS-LOW-THRESHOLD
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'THRESHOLD OUT OF ORDER' TO WS-REJECT-REASON
           ELSE IF RT-ACTION NOT = 'D' AND RT-CP-THRESHOLD NUMERIC
               AND WS-HAS-HIGH = 'YES'
               AND RT-CP-THRESHOLD-N NOT < WS-HIGH-THRESHOLD
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'THRESHOLD OUT OF ORDER' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'D' AND WS-TIER-SUB NOT = WS-TIER-COUNT
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'ONLY TOP TIER CAN BE REMOVED' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'D' AND WS-TIER-COUNT = 1
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'PLAN MUST KEEP ONE TIER' TO WS-REJECT-REASON
           END-IF
           .
      *
       1792-EDIT-OVERRIDE-RTN.

      *A PRODUCT OVERRIDE MUST NAME A CATALOG PRODUCT -- LAB1F22
      *STOPS ON ONE THAT DOES NOT -- AND A PRODUCT HAS AT MOST ONE

           MOVE RT-PLAN-PROD TO WS-PROD-CODE-IN
           PERFORM 180-FIND-PRODUCT-RTN
           PERFORM 183-FIND-OVERRIDE-RTN
           IF WS-OVR-FOUND = 'YES'
               MOVE 'P'  TO WS-PI-TYPE
               MOVE WS-OV-PROD-CODE(WS-OVR-SUB) TO WS-PI-ID
               MOVE ZERO TO WS-PI-THRESHOLD
               MOVE WS-OV-RATE(WS-OVR-SUB) TO WS-PI-RATE
               MOVE WS-PLAN-IMAGE TO WS-BEFORE-IMAGE
           END-IF

           IF RT-PLAN-PROD = SPACES
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'PRODUCT CODE MISSING' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'A' AND WS-OVR-FOUND = 'YES'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'OVERRIDE ALREADY ON PLAN' TO WS-REJECT-REASON
           ELSE IF RT-ACTION NOT = 'A' AND WS-OVR-FOUND = 'NO'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'OVERRIDE NOT ON PLAN' TO WS-REJECT-REASON
           ELSE IF RT-ACTION NOT = 'D' AND WS-PROD-FOUND = 'NO'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'PRODUCT NOT ON CATALOG' TO WS-REJECT-REASON
           ELSE IF RT-ACTION NOT = 'D' AND RT-CP-RATE NOT NUMERIC
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'OVERRIDE RATE NOT NUMERIC' TO WS-REJECT-REASON
           ELSE IF RT-ACTION = 'A' AND WS-OVR-COUNT >= WS-PROD-MAX
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'OVERRIDES AT WS-PROD-MAX' TO WS-REJECT-REASON
           END-IF
           .
      *
       180-FIND-PRODUCT-RTN.

      *FIND WS-PROD-CODE-IN IN THE CATALOG TABLE

           MOVE 'NO' TO WS-PROD-FOUND
           MOVE ZERO TO WS-PROD-SUB
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PROD-COUNT
                   OR WS-PROD-FOUND = 'YES'
               IF WS-PM-CODE(WS-PX) = WS-PROD-CODE-IN
                   MOVE 'YES' TO WS-PROD-FOUND
                   MOVE WS-PX TO WS-PROD-SUB
               END-IF
           END-PERFORM
           .
      *
       181-FIND-PRICE-RTN.

      *FIND THE CARD'S PRODUCT AND EFFECTIVE DATE IN THE PRICE TABLE

           MOVE 'NO' TO WS-PRICE-FOUND
           MOVE ZERO TO WS-PRICE-SUB
           PERFORM VARYING WS-PRX FROM 1 BY 1
                   UNTIL WS-PRX > WS-PRICE-COUNT
                   OR WS-PRICE-FOUND = 'YES'
               IF WS-PR-CODE(WS-PRX) = RT-KEY-PROD
                   AND WS-PR-DATE(WS-PRX) = RT-PP-EFF-DATE
                   MOVE 'YES' TO WS-PRICE-FOUND
                   MOVE WS-PRX TO WS-PRICE-SUB
               END-IF
           END-PERFORM
           .
      *
       182-FIND-REGION-RTN.

      *FIND WS-REGION-CODE-IN IN THE REGION TABLE

           MOVE 'NO' TO WS-REGION-FOUND
           MOVE ZERO TO WS-REGION-SUB
           PERFORM VARYING WS-RGX FROM 1 BY 1
                   UNTIL WS-RGX > WS-REGION-COUNT
                   OR WS-REGION-FOUND = 'YES'
               IF WS-RM-CODE(WS-RGX) = WS-REGION-CODE-IN
                   MOVE 'YES' TO WS-REGION-FOUND
                   MOVE WS-RGX TO WS-REGION-SUB
               END-IF
           END-PERFORM
           .
      *
       183-FIND-OVERRIDE-RTN.

      *FIND WS-PROD-CODE-IN IN THE OVERRIDE TABLE

           MOVE 'NO' TO WS-OVR-FOUND
           MOVE ZERO TO WS-OVR-SUB
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OVR-COUNT
                   OR WS-OVR-FOUND = 'YES'
               IF WS-OV-PROD-CODE(WS-OX) = WS-PROD-CODE-IN
                   MOVE 'YES' TO WS-OVR-FOUND
                   MOVE WS-OX TO WS-OVR-SUB
               END-IF
           END-PERFORM
           .
      *
       184-CHECK-SUSPENSE-RTN.

      *IS THERE AN OPEN SUSPENSE ITEM FOR WS-SUSP-PROD-IN OR FOR
      *WS-SUSP-REGION-IN?  THE CALLER FILLS ONE AND BLANKS THE OTHER

           MOVE 'NO' TO WS-SUSP-OPEN
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SUSP-COUNT
                   OR WS-SUSP-OPEN = 'YES'
               IF WS-SUSP-PROD-IN NOT = SPACES
                   AND WS-SP-PROD-CODE(WS-SX) = WS-SUSP-PROD-IN
                   MOVE 'YES' TO WS-SUSP-OPEN
               END-IF
               IF WS-SUSP-REGION-IN NOT = SPACES
                   AND WS-SP-REGION(WS-SX) = WS-SUSP-REGION-IN
                   MOVE 'YES' TO WS-SUSP-OPEN
               END-IF
           END-PERFORM
           .
      *
       200-APPLY-TRAN-RTN.

      *APPLY THE EDITED CARD TO ITS TABLE AND MARK THE FILE FOR
      *REWRITING.  THE AFTER IMAGE IS TAKEN FROM THE TABLE ENTRY
      *JUST UPDATED; A REMOVED ENTRY HAS NO AFTER IMAGE

           EVALUATE RT-FILE-CODE
               WHEN 'P'
                   PERFORM 201-APPLY-PRODUCT-RTN
               WHEN 'R'
                   PERFORM 202-APPLY-PRICE-RTN
               WHEN 'G'
                   PERFORM 203-APPLY-REGION-RTN
               WHEN 'C'
                   PERFORM 204-APPLY-PLAN-RTN
           END-EVALUATE

           ADD 1 TO WS-APPLIED-COUNT
           MOVE 'APPLIED ' TO RL-RESULT-OUT
           MOVE SPACES     TO RL-REASON-OUT
           PERFORM 230-WRITE-AUDIT-RTN
           PERFORM 240-WRITE-REGISTER-RTN
           .
      *
       201-APPLY-PRODUCT-RTN.

      *AN ADD GOES ON THE END OF THE CATALOG SO THE EXISTING REPORT
      *COLUMNS KEEP THEIR PLACES.  A PRODUCT IS NEVER REMOVED, ONLY
      *FLAGGED, SO HISTORY STILL RESOLVES ITS CODE

           EVALUATE RT-ACTION
               WHEN 'A'
                   ADD 1 TO WS-PROD-COUNT
                   MOVE WS-PROD-COUNT  TO WS-PROD-SUB
                   MOVE RT-KEY-PROD    TO WS-PM-CODE(WS-PROD-SUB)
                   MOVE RT-PM-DESC     TO WS-PM-DESC(WS-PROD-SUB)
                   MOVE RT-PM-PRICE-N  TO WS-PM-PRICE(WS-PROD-SUB)
                   MOVE 'A'            TO WS-PM-ACTIVE(WS-PROD-SUB)
               WHEN 'C'
                   IF RT-PM-DESC NOT = SPACES
                       MOVE RT-PM-DESC TO WS-PM-DESC(WS-PROD-SUB)
                   END-IF
                   IF RT-PM-PRICE NOT = SPACES
                       MOVE RT-PM-PRICE-N TO WS-PM-PRICE(WS-PROD-SUB)
                   END-IF
               WHEN 'D'
                   MOVE 'I' TO WS-PM-ACTIVE(WS-PROD-SUB)
               WHEN 'R'
                   MOVE 'A' TO WS-PM-ACTIVE(WS-PROD-SUB)
           END-EVALUATE
           MOVE WS-PM-ENTRY(WS-PROD-SUB) TO WS-AFTER-IMAGE
           MOVE 'YES' TO WS-PROD-CHANGED
           .
      *
       202-APPLY-PRICE-RTN.

      *A REMOVED ROW IS CLOSED UP BY SLIDING THE REST OF THE TABLE
      *DOWN ONE

           EVALUATE RT-ACTION
               WHEN 'A'
                   ADD 1 TO WS-PRICE-COUNT
                   MOVE WS-PRICE-COUNT TO WS-PRICE-SUB
                   MOVE RT-KEY-PROD    TO WS-PR-CODE(WS-PRICE-SUB)
                   MOVE RT-PP-EFF-DATE TO WS-PR-DATE(WS-PRICE-SUB)
                   MOVE RT-PP-PRICE-N  TO WS-PR-PRICE(WS-PRICE-SUB)
                   MOVE WS-PRICE-ENTRY(WS-PRICE-SUB) TO WS-AFTER-IMAGE
               WHEN 'C'
                   MOVE RT-PP-PRICE-N  TO WS-PR-PRICE(WS-PRICE-SUB)
                   MOVE WS-PRICE-ENTRY(WS-PRICE-SUB) TO WS-AFTER-IMAGE
               WHEN 'D'
                   PERFORM VARYING WS-PRX FROM WS-PRICE-SUB BY 1
                           UNTIL WS-PRX >= WS-PRICE-COUNT
                       MOVE WS-PRICE-ENTRY(WS-PRX + 1)
                           TO WS-PRICE-ENTRY(WS-PRX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-PRICE-COUNT
                   MOVE SPACES TO WS-AFTER-IMAGE
           END-EVALUATE
           MOVE 'YES' TO WS-PRICE-CHANGED
           .
      *
       203-APPLY-REGION-RTN.

           EVALUATE RT-ACTION
               WHEN 'A'
                   ADD 1 TO WS-REGION-COUNT
                   MOVE WS-REGION-COUNT TO WS-REGION-SUB
                   MOVE RT-KEY          TO WS-RM-CODE(WS-REGION-SUB)
                   MOVE RT-RG-NAME      TO WS-RM-NAME(WS-REGION-SUB)
                   MOVE RT-RG-MANAGER   TO WS-RM-MGR(WS-REGION-SUB)
                   MOVE 'A'             TO WS-RM-ACTIVE(WS-REGION-SUB)
               WHEN 'C'
                   IF RT-RG-NAME NOT = SPACES
                       MOVE RT-RG-NAME TO WS-RM-NAME(WS-REGION-SUB)
                   END-IF
                   IF RT-RG-MANAGER NOT = SPACES
                       MOVE RT-RG-MANAGER TO WS-RM-MGR(WS-REGION-SUB)
                   END-IF
               WHEN 'D'
                   MOVE 'I' TO WS-RM-ACTIVE(WS-REGION-SUB)
               WHEN 'R'
                   MOVE 'A' TO WS-RM-ACTIVE(WS-REGION-SUB)
           END-EVALUATE
           MOVE WS-RM-ENTRY(WS-REGION-SUB) TO WS-AFTER-IMAGE
           MOVE 'YES' TO WS-REGION-CHANGED
           .
      *
       204-APPLY-PLAN-RTN.

      *TIERS ARE ADDED AND REMOVED ONLY AT THE TOP, SO NOTHING EVER
      *SLIDES.  A REMOVED OVERRIDE IS CLOSED UP LIKE A PRICE ROW

           IF RT-PLAN-TYPE = 'T'
               EVALUATE RT-ACTION
                   WHEN 'A'
                       ADD 1 TO WS-TIER-COUNT
                       MOVE RT-CP-THRESHOLD-N
                           TO WS-TIER-THRESHOLD(WS-TIER-SUB)
                       MOVE RT-CP-RATE-N TO WS-TIER-RATE(WS-TIER-SUB)
                   WHEN 'C'
                       IF RT-CP-THRESHOLD NOT = SPACES
                           MOVE RT-CP-THRESHOLD-N
                               TO WS-TIER-THRESHOLD(WS-TIER-SUB)
                       END-IF
                       IF RT-CP-RATE NOT = SPACES
                           MOVE RT-CP-RATE-N
                               TO WS-TIER-RATE(WS-TIER-SUB)
                       END-IF
                   WHEN 'D'
                       SUBTRACT 1 FROM WS-TIER-COUNT
               END-EVALUATE
               IF RT-ACTION NOT = 'D'
                   MOVE 'T'          TO WS-PI-TYPE
                   MOVE RT-PLAN-TIER TO WS-PI-ID
                   MOVE WS-TIER-THRESHOLD(WS-TIER-SUB)
                       TO WS-PI-THRESHOLD
                   MOVE WS-TIER-RATE(WS-TIER-SUB) TO WS-PI-RATE
                   MOVE WS-PLAN-IMAGE TO WS-AFTER-IMAGE
               END-IF
           ELSE
               EVALUATE RT-ACTION
                   WHEN 'A'
                       ADD 1 TO WS-OVR-COUNT
                       MOVE WS-OVR-COUNT TO WS-OVR-SUB
                       MOVE RT-PLAN-PROD
                           TO WS-OV-PROD-CODE(WS-OVR-SUB)
                       MOVE RT-CP-RATE-N TO WS-OV-RATE(WS-OVR-SUB)
                   WHEN 'C'
                       MOVE RT-CP-RATE-N TO WS-OV-RATE(WS-OVR-SUB)
                   WHEN 'D'
                       PERFORM VARYING WS-OX FROM WS-OVR-SUB BY 1
                               UNTIL WS-OX >= WS-OVR-COUNT
                           MOVE WS-OVR-ENTRY(WS-OX + 1)
                               TO WS-OVR-ENTRY(WS-OX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-OVR-COUNT
               END-EVALUATE
               IF RT-ACTION NOT = 'D'
                   MOVE 'P'  TO WS-PI-TYPE
                   MOVE RT-PLAN-PROD TO WS-PI-ID
                   MOVE ZERO TO WS-PI-THRESHOLD
                   MOVE WS-OV-RATE(WS-OVR-SUB) TO WS-PI-RATE
                   MOVE WS-PLAN-IMAGE TO WS-AFTER-IMAGE
               END-IF
           END-IF
           MOVE 'YES' TO WS-PLAN-CHANGED
           .
      *
       220-REJECT-TRAN-RTN.

      *A REJECTED CARD STILL LEAVES AN AUDIT RECORD -- THE BEFORE
      *IMAGE SHOWS WHAT THE FILE HELD AND THE EMPTY AFTER IMAGE
      *SHOWS NOTHING WAS TOUCHED

           MOVE SPACES TO WS-AFTER-IMAGE
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECTED' TO RL-RESULT-OUT
           MOVE WS-REJECT-REASON TO RL-REASON-OUT
           PERFORM 230-WRITE-AUDIT-RTN
           PERFORM 240-WRITE-REGISTER-RTN
           .
      *
       230-WRITE-AUDIT-RTN.

           MOVE WS-CUR-DATE      TO AL-DATE-OUT
           MOVE WS-CUR-TIME      TO AL-TIME-OUT
           MOVE RT-FILE-CODE     TO AL-FILE-OUT
           MOVE RT-ACTION        TO AL-ACTION-OUT
           MOVE RT-KEY           TO AL-KEY-OUT
           MOVE RL-RESULT-OUT    TO AL-RESULT-OUT
           MOVE WS-BEFORE-IMAGE  TO AL-BEFORE-OUT
           MOVE WS-AFTER-IMAGE   TO AL-AFTER-OUT
           MOVE AUDIT-LINE       TO REF-AUDIT-REC
           WRITE REF-AUDIT-REC AFTER
                ADVANCING 1 LINE
           .
      *
       240-WRITE-REGISTER-RTN.

           MOVE RT-FILE-CODE TO RL-FILE-OUT
           MOVE RT-ACTION    TO RL-ACTION-OUT
           MOVE RT-KEY       TO RL-KEY-OUT
           MOVE RT-DATA      TO RL-DATA-OUT
           MOVE REGISTER-LINE TO REF-REPORT-REC
           WRITE REF-REPORT-REC AFTER
                ADVANCING 1 LINE
           .

       250-CLOSE-ROUTINE.

      *REWRITE WHATEVER THE CARDS CHANGED, THEN PRINT THE
      *APPLIED/REJECTED COUNTS AND THE SIZE OF EACH FILE AS IT NOW
      *STANDS

           PERFORM 260-REWRITE-FILES-RTN

           MOVE 'TRANSACTIONS APPLIED  ' TO CL-LABEL-OUT
           MOVE WS-APPLIED-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO REF-REPORT-REC
           WRITE REF-REPORT-REC AFTER
                ADVANCING 2 LINES

           MOVE 'TRANSACTIONS REJECTED ' TO CL-LABEL-OUT
           MOVE WS-REJECT-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO REF-REPORT-REC
           WRITE REF-REPORT-REC AFTER
                ADVANCING 1 LINE

           MOVE 'CATALOG PRODUCTS      ' TO CL-LABEL-OUT
           MOVE WS-PROD-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO REF-REPORT-REC
           WRITE REF-REPORT-REC AFTER
                ADVANCING 2 LINES

           MOVE 'PRICE SCHEDULE ROWS   ' TO CL-LABEL-OUT
           MOVE WS-PRICE-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO REF-REPORT-REC
           WRITE REF-REPORT-REC AFTER
                ADVANCING 1 LINE

           MOVE 'REGIONS               ' TO CL-LABEL-OUT
           MOVE WS-REGION-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO REF-REPORT-REC
           WRITE REF-REPORT-REC AFTER
                ADVANCING 1 LINE

           MOVE 'COMMISSION TIERS      ' TO CL-LABEL-OUT
           MOVE WS-TIER-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO REF-REPORT-REC
           WRITE REF-REPORT-REC AFTER
                ADVANCING 1 LINE

           MOVE 'PRODUCT OVERRIDES     ' TO CL-LABEL-OUT
           MOVE WS-OVR-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO REF-REPORT-REC
           WRITE REF-REPORT-REC AFTER
                ADVANCING 1 LINE

           PERFORM 245-WRITE-RUNLOG-RTN

      *SAME FILE NAME AS SELECT STATEMENT

              CLOSE    REF-TRAN-FILE
                 REF-AUDIT-FILE
                 REF-REPORT-FILE
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
               DISPLAY 'LAB1REF: UNABLE TO OPEN RUN LOG, STATUS='
                   WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES              TO RUN-LOG-REC
               MOVE 'LAB1REF'           TO RL-PROGRAM
               MOVE WS-CUR-DATE         TO RL-RUN-DATE
               MOVE WS-CUR-TIME         TO RL-RUN-TIME
               MOVE SPACES              TO RL-BATCH-DATE
               MOVE SPACES              TO RL-BATCH-REGION
               MOVE WS-APPLIED-COUNT    TO RL-ACCEPT-COUNT
               MOVE WS-REJECT-COUNT     TO RL-REJECT-COUNT
               MOVE RETURN-CODE         TO RL-RETURN-CODE
               WRITE RUN-LOG-REC
               CLOSE RUN-LOG-FILE
           END-IF
           .
      *
       260-REWRITE-FILES-RTN.

      *THE REFERENCE FILES ARE LINE SEQUENTIAL, SO A CHANGED FILE IS
      *WRITTEN OUT AGAIN IN FULL FROM ITS TABLE.  TIERS GO OUT AHEAD
      *OF THE PRODUCT OVERRIDES, IN TIER ORDER

           IF WS-PROD-CHANGED = 'YES'
               OPEN OUTPUT PRODUCT-MASTER
               IF WS-PRODMST-STATUS NOT = '00'
                   DISPLAY 'LAB1REF: UNABLE TO REWRITE PRODUCT '
                       'MASTER, STATUS=' WS-PRODMST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PROD-COUNT
                   MOVE WS-PM-CODE(WS-PX)   TO PM-PROD-CODE
                   MOVE WS-PM-DESC(WS-PX)   TO PM-DESC
                   MOVE WS-PM-PRICE(WS-PX)  TO PM-UNIT-PRICE
                   MOVE WS-PM-ACTIVE(WS-PX) TO PM-ACTIVE
                   WRITE PRODUCT-MASTER-REC
               END-PERFORM
               CLOSE PRODUCT-MASTER
           END-IF

           IF WS-PRICE-CHANGED = 'YES'
               OPEN OUTPUT PRODUCT-PRICE-FILE
               IF WS-PRODPRC-STATUS NOT = '00'
                   DISPLAY 'LAB1REF: UNABLE TO REWRITE PRODUCT '
                       'PRICE FILE, STATUS=' WS-PRODPRC-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-PRX FROM 1 BY 1
                       UNTIL WS-PRX > WS-PRICE-COUNT
                   MOVE WS-PR-CODE(WS-PRX)  TO PP-PROD-CODE
                   MOVE WS-PR-DATE(WS-PRX)  TO PP-EFF-DATE
                   MOVE WS-PR-PRICE(WS-PRX) TO PP-UNIT-PRICE
                   WRITE PRODUCT-PRICE-REC
               END-PERFORM
               CLOSE PRODUCT-PRICE-FILE
           END-IF

           IF WS-REGION-CHANGED = 'YES'
               OPEN OUTPUT REGION-MASTER
               IF WS-REGNMST-STATUS NOT = '00'
                   DISPLAY 'LAB1REF: UNABLE TO REWRITE REGION '
                       'MASTER, STATUS=' WS-REGNMST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-RGX FROM 1 BY 1
                       UNTIL WS-RGX > WS-REGION-COUNT
                   MOVE WS-RM-CODE(WS-RGX)   TO RG-REGION-CODE
                   MOVE WS-RM-NAME(WS-RGX)   TO RG-REGION-NAME
                   MOVE WS-RM-MGR(WS-RGX)    TO RG-MANAGER
                   MOVE WS-RM-ACTIVE(WS-RGX) TO RG-ACTIVE
                   WRITE REGION-MASTER-REC
               END-PERFORM
               CLOSE REGION-MASTER
           END-IF

           IF WS-PLAN-CHANGED = 'YES'
               OPEN OUTPUT COMMISSION-PLAN-FILE
               IF WS-COMMPLAN-STATUS NOT = '00'
                   DISPLAY 'LAB1REF: UNABLE TO REWRITE COMMISSION '
                       'PLAN, STATUS=' WS-COMMPLAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-TIER-COUNT
                   MOVE SPACES TO COMMISSION-PLAN-REC
                   MOVE 'T'    TO CP-REC-TYPE
                   MOVE WS-TIER-THRESHOLD(WS-TX) TO CP-THRESHOLD
                   MOVE WS-TIER-RATE(WS-TX)      TO CP-TIER-RATE
                   WRITE COMMISSION-PLAN-REC
               END-PERFORM
               PERFORM VARYING WS-OX FROM 1 BY 1
                       UNTIL WS-OX > WS-OVR-COUNT
                   MOVE SPACES TO COMMISSION-PLAN-REC
                   MOVE 'P'    TO CP-REC-TYPE
                   MOVE WS-OV-PROD-CODE(WS-OX) TO CP-PROD-CODE
                   MOVE WS-OV-RATE(WS-OX)      TO CP-PROD-RATE
                   WRITE COMMISSION-PLAN-REC
               END-PERFORM
               CLOSE COMMISSION-PLAN-FILE
           END-IF
           .
