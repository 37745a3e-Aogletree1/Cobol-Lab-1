      *        FIELD:  name     FIELD LENGTH 20 DATA TYPE ALPHANUMERIC
      *        FIELD:  product  FIELD LENGTH 4  DATA TYPE ALPHANUMERIC
      *        FIELD:  quantity FIELD LENGTH 3  DATA TYPE NUMERIC
      *        FIELD:  cust acct FIELD LENGTH 8 DATA TYPE ALPHANUMERIC
      *        FIELD:  invoice  FIELD LENGTH 8  DATA TYPE ALPHANUMERIC
      *        FIELD:  inv line FIELD LENGTH 3  DATA TYPE NUMERIC
      *
      *  THE CUSTOMER ACCOUNT MUST BE ON THE CUSTOMER MASTER
      *  (CUSTMST.DAT) AND A SALE TO A CLOSED ACCOUNT IS REJECTED.
      *  THE ACCOUNT AND INVOICE NUMBER AND LINE ARE CARRIED ONTO
      *  THE POSTED-TRANSACTION HISTORY, AND A VOID MUST NAME THE
      *  EXACT INVOICE LINE OF THE POSTED SALE IT REVERSES.
      *
      *  THE PRODUCT CATALOG (PRODMST.DAT) IS LOADED AT HOUSEKEEPING
      *  TIME AND DRIVES VALIDATION AND THE REPORT COLUMNS.
      *  OPERATIONS CAN REQUEST A RETRANSMIT INSTEAD OF POSTING A
      *  TRUNCATED DAY INTO THE YTD TOTALS.
      *
      *  EVERY BATCH IS CREDITED TO THE REGION THE SALESPERSON
      *  BELONGED TO ON THE BATCH DATE, TAKEN FROM THE ASSIGNMENT
      *  HISTORY LAB1MNT KEEPS (REGNHST.DAT).  WHEN A TRANSFER SPLITS
      *  A MONTH, THE OTHER REGIONS' SHARE IS CARRIED IN THE ROW'S
      *  TRANSFER SLOTS SO LAB1EOM CAN FILE EACH REGION ITS OWN
      *  HISTORY ROW.
      *
      *  MASTER FILE:  SALES-YTD-MASTER IS AN INDEXED FILE KEYED BY
      *                EMPLOYEE ID, HOLDING A BUCKET OF RUNNING YTD
      *                QUANTITY PER PRODUCT CODE.
               RECORD KEY IS SM-EMP-ID
               FILE STATUS IS WS-SALESMST-STATUS.

      * INDEXED CUSTOMER MASTER, KEYED BY CUSTOMER ACCOUNT, LOADED
      * BY RECEIVABLES FROM ITS ACCOUNT EXTRACT.  EVERY INCOMING
      * DETAIL RECORD MUST NAME AN ACCOUNT ON IT

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CUSTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ACCT
               FILE STATUS IS WS-CUSTMST-STATUS.

      * REGION REFERENCE MASTER -- CODE, FULL NAME, MANAGER.  A
      * BATCH HEADER NAMING A REGION THAT IS NOT ON IT IS REFUSED
      * BEFORE ANYTHING POSTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGNMST-STATUS.

      * EFFECTIVE-DATED REGION ASSIGNMENT HISTORY LAB1MNT WRITES.
      * A MISSING FILE IS TOLERATED -- EVERY BATCH THEN CREDITS THE
      * REGION ON THE SALESPERSON MASTER, WHICH IS WHAT THIS PROGRAM
      * ALWAYS DID

           SELECT REGION-HISTORY-FILE
               ASSIGN TO 'REGNHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGNHST-STATUS.

      * PRODUCT CATALOG -- CODE, DESCRIPTION, UNIT PRICE, ACTIVE
      * FLAG -- LOADED INTO WORKING STORAGE AT HOUSEKEEPING TIME

          05  DS-NAME                  PIC X(20).
          05  DS-PROD-CODE             PIC X(4).
          05  DS-QTY                   PIC 9(3).
          05  DS-CUST-ACCT             PIC X(8).
          05  DS-INVOICE-NO            PIC X(8).
          05  DS-INVOICE-LINE          PIC 9(3).

       01    DAILY-HEADER-REC.
          05  DH-REC-TYPE              PIC X.
          05  DH-BATCH-DATE            PIC X(8).
          05  DH-BATCH-REGION          PIC X(10).
          05  FILLER                   PIC X(34).

       01    DAILY-TRAILER-REC.
          05  DT-REC-TYPE              PIC X.
          05  DT-REC-COUNT             PIC 9(6).
          05  DT-HASH-QTY              PIC 9(8).
          05  FILLER                   PIC X(38).
      *
       FD    DAILY-ERROR-FILE.
       01    DAILY-ERROR-REC    PIC X(80).
          05  SM-HIRE-DATE             PIC X(8).
          05  SM-STATUS                PIC X.

      * SAME LAYOUT LAB1F22 READS -- STATUS 'A' ACTIVE, 'C' CLOSED

       FD    CUSTOMER-MASTER.
       01    CUSTOMER-MASTER-REC.
          05  CM-CUST-ACCT             PIC X(8).
          05  CM-CUST-NAME             PIC X(30).
          05  CM-STATUS                PIC X.

      * SAME NAME AS THE SELECT STATEMENT -- SAME LAYOUT LAB1MNT
      * VALIDATES AGAINST

          05  RG-REGION-CODE           PIC X(10).
          05  RG-REGION-NAME           PIC X(20).
          05  RG-MANAGER               PIC X(20).
          05  RG-ACTIVE                PIC X.

      * SAME NAME AS THE SELECT STATEMENT -- SAME LAYOUT LAB1MNT
      * WRITES

       FD    REGION-HISTORY-FILE.
       01    REGION-HISTORY-REC.
          05  RA-EMP-ID                PIC X(5).
          05  RA-EFF-DATE              PIC X(8).
          05  RA-REGION                PIC X(10).
          05  RA-ENTRY-DATE            PIC X(8).
      *
      * SAME NAME AS THE SELECT STATEMENT -- THE PRODUCT CATALOG

             10  YTD-PROD-QTY          PIC 9(7).
             10  YTD-PROD-MTD-QTY      PIC S9(7).
          05  YTD-MTD-DOLLARS          PIC S9(7)V99.
          05  YTD-XFER-ENTRY OCCURS 2 TIMES.
             10  YTD-XFER-REGION       PIC X(10).
             10  YTD-XFER-MTD-QTY      PIC S9(7) OCCURS 12 TIMES.
             10  YTD-XFER-MTD-DOLLARS  PIC S9(7)V99.
      *
       FD    YTD-PARM-FILE.
       01    YTD-PARM-REC.
             10  SU-ORIG-RUN-DATE      PIC X(8).
             10  SU-STATUS             PIC X.
             10  SU-REL-DATE           PIC X(8).
             10  SU-REC-IMAGE          PIC X(53).
          05  SU-CONTROL-DATA REDEFINES SU-DETAIL-DATA.
             10  SU-NEXT-ID            PIC 9(6).
             10  FILLER                PIC X(103).

      * SAME NAME AS THE SELECT STATEMENT.  RECORD 000000 HOLDS THE
      * NEXT TRANSACTION ID; EVERY OTHER RECORD IS ONE POSTED SALE
             10  TH-BATCH-REGION       PIC X(10).
             10  TH-VOIDED             PIC X.
             10  TH-VOID-DATE          PIC X(8).
             10  TH-CUST-ACCT          PIC X(8).
             10  TH-INVOICE-NO         PIC X(8).
             10  TH-INVOICE-LINE       PIC 9(3).
          05  TH-CONTROL-DATA REDEFINES TH-DETAIL-DATA.
             10  TH-NEXT-ID            PIC 9(6).
             10  FILLER                PIC X(52).

      * SAME NAME AS THE SELECT STATEMENT.  THE IMAGES ARE THE FULL
      * 472-BYTE MASTER RECORD; A 'W' (FIRST WRITE) HAS A BLANK
      * BEFORE IMAGE.  THE JOURNAL RECORD GOES OUT BEFORE THE MASTER
      * I-O IT DESCRIBES, SO A CRASH BETWEEN THE TWO LOSES NOTHING
      * THE JOURNAL CANNOT REPLAY
          05  JR-RUN-TIME              PIC X(8).
          05  JR-BATCH-DATE            PIC X(8).
          05  JR-BATCH-REGION          PIC X(10).
          05  JR-SOURCE-REC            PIC X(53).
          05  JR-BEFORE-IMAGE          PIC X(472).
          05  JR-AFTER-IMAGE           PIC X(472).
      * SAME NAME AS THE SELECT STATEMENT -- SAME SHAPE LAB1F22
      * WRITES, BUT THESE ARE THE AMOUNTS THAT ACTUALLY REACHED
      * SALESYTD.DAT
             05    WS-BAD-RECORD-COUNT       PIC 9(6) VALUE ZERO.
             05    WS-SALESMST-STATUS        PIC XX VALUE SPACES.
             05    WS-SALESMST-FOUND         PIC X(3) VALUE 'NO'.
             05    WS-CUSTMST-STATUS         PIC XX VALUE SPACES.
             05    WS-CUSTMST-FOUND          PIC X(3) VALUE 'NO'.
             05    WS-UPDATE-OK              PIC X(3) VALUE 'YES'.
             05    WS-PARM-STATUS            PIC XX VALUE SPACES.
             05    WS-BATCHCTL-STATUS        PIC XX VALUE SPACES.
      *CAPTURED RIGHT AFTER THE KEYED READ, BEFORE ANY FIELD MOVES

       01    WS-JOURNAL-AREAS.
             05    WS-BEFORE-IMAGE           PIC X(472) VALUE SPACES.
             05    WS-JR-ACTION              PIC X VALUE SPACE.

      *THE PRODUCT CATALOG, LOADED FROM PRODMST.DAT AT HOUSEKEEPING,
             05    WS-RGX                    PIC 9(2) VALUE ZERO.
             05    WS-REG-MORE-RECS          PIC X(3) VALUE 'YES'.
             05    WS-REGION-FOUND           PIC X(3) VALUE 'NO'.
             05    WS-REGION-INACTIVE        PIC X(3) VALUE 'NO'.
             05    WS-REGION-CODE-IN         PIC X(10) VALUE SPACES.
             05    WS-REGION-NAME            PIC X(20) VALUE SPACES.

                   10    WS-RM-CODE          PIC X(10).
                   10    WS-RM-NAME          PIC X(20).
                   10    WS-RM-MGR           PIC X(20).
                   10    WS-RM-ACTIVE        PIC X.

      *THE REGION ASSIGNMENT HISTORY, LOADED FROM REGNHST.DAT, AND
      *THE WORK FIELDS FOR PICKING THE REGION IN EFFECT ON THE
      *BATCH HEADER DATE.  WS-XFER-SUB IS THE TRANSFER SLOT ON THE
      *YTD ROW THAT TAKES THIS DETAIL, OR ZERO WHEN THE DETAIL
      *BELONGS TO THE ROW'S OWN REGION

       01    WS-ASSIGN-AREAS.
             05    WS-REGNHST-STATUS         PIC XX VALUE SPACES.
             05    WS-ASSIGN-COUNT           PIC 9(4) VALUE ZERO.
             05    WS-ASSIGN-MAX             PIC 9(4) VALUE 2000.
             05    WS-AX                     PIC 9(4) VALUE ZERO.
             05    WS-HST-MORE-RECS          PIC X(3) VALUE 'YES'.
             05    WS-CREDIT-REGION          PIC X(10) VALUE SPACES.
             05    WS-BEST-ASSIGN-DATE       PIC X(8) VALUE SPACES.
             05    WS-XFER-MAX               PIC 9 VALUE 2.
             05    WS-XFER-SUB               PIC 9 VALUE ZERO.
             05    WS-XX                     PIC 9 VALUE ZERO.
             05    WS-MONTH-EMPTY            PIC X(3) VALUE 'NO'.

       01    WS-ASSIGN-TABLE.
             05    WS-AH-ENTRY OCCURS 2000 TIMES.
                   10    WS-AH-EMP-ID        PIC X(5).
                   10    WS-AH-EFF-DATE      PIC X(8).
                   10    WS-AH-REGION        PIC X(10).

      *THE DATED PRICE TABLE, LOADED FROM PRODPRC.DAT, AND THE WORK
      *FIELDS FOR PICKING THE PRICE IN EFFECT ON THE BATCH HEADER
      *EVERY BATCH HEADER'S REGION IS VALIDATED AS IT IS READ

           PERFORM 1262-LOAD-REGIONS-RTN
           PERFORM 1267-LOAD-ASSIGNMENTS-RTN

           OPEN    INPUT DAILY-SALES-FILE
           PERFORM 130-BATCH-BALANCE-PASS
               STOP RUN
           END-IF

      *SAME FOR THE CUSTOMER MASTER

           OPEN    INPUT CUSTOMER-MASTER
           IF WS-CUSTMST-STATUS NOT = '00'
               DISPLAY 'LAB1YTD: UNABLE TO OPEN CUSTOMER MASTER, '
                       'STATUS=' WS-CUSTMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *LOAD THE PRODUCT CATALOG AND BUILD THE REPORT COLUMN HEADERS
      *FROM IT BEFORE THE CAPTION LINE IS WRITTEN BELOW

           MOVE RG-REGION-CODE TO WS-RM-CODE(WS-REGION-COUNT)
           MOVE RG-REGION-NAME TO WS-RM-NAME(WS-REGION-COUNT)
           MOVE RG-MANAGER     TO WS-RM-MGR(WS-REGION-COUNT)
           MOVE RG-ACTIVE      TO WS-RM-ACTIVE(WS-REGION-COUNT)
           .
      *
       1264-FIND-REGION-RTN.
      *RELEASE-BATCH NAME 'RELEASED' IS ALWAYS ACCEPTED

           MOVE 'NO' TO WS-REGION-FOUND
           MOVE 'NO' TO WS-REGION-INACTIVE
           MOVE WS-REGION-CODE-IN TO WS-REGION-NAME
           IF WS-REGION-CODE-IN = 'RELEASED'
               MOVE 'YES' TO WS-REGION-FOUND
               IF WS-RM-CODE(WS-RGX) = WS-REGION-CODE-IN
                   MOVE 'YES' TO WS-REGION-FOUND
                   MOVE WS-RM-NAME(WS-RGX) TO WS-REGION-NAME
                   IF WS-RM-ACTIVE(WS-RGX) = 'I'
                       MOVE 'YES' TO WS-REGION-INACTIVE
                   END-IF
               END-IF
           END-PERFORM
           .
      *
       1267-LOAD-ASSIGNMENTS-RTN.

      *LOAD REGNHST.DAT INTO WS-ASSIGN-TABLE.  THE FILE IS OPTIONAL
      *(STATUS 35 -- NO TRANSFERS KEYED YET)

           OPEN INPUT REGION-HISTORY-FILE
           IF WS-REGNHST-STATUS = '35'
               CONTINUE
           ELSE IF WS-REGNHST-STATUS NOT = '00'
               DISPLAY 'LAB1YTD: UNABLE TO OPEN REGION HISTORY, '
                       'STATUS=' WS-REGNHST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               MOVE 'YES' TO WS-HST-MORE-RECS
               PERFORM UNTIL WS-HST-MORE-RECS = 'NO'
                   READ REGION-HISTORY-FILE
                       AT END
                           MOVE 'NO' TO WS-HST-MORE-RECS
                       NOT AT END
                           PERFORM 12675-STORE-ASSIGNMENT-RTN
                   END-READ
               END-PERFORM
               CLOSE REGION-HISTORY-FILE
           END-IF
           .
      *
       12675-STORE-ASSIGNMENT-RTN.

           IF WS-ASSIGN-COUNT >= WS-ASSIGN-MAX
               DISPLAY 'LAB1YTD: REGION HISTORY EXCEEDS '
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
       1268-FIND-ASSIGNMENT-RTN.

      *THE REGION THIS DETAIL'S SALESPERSON BELONGED TO ON THE OPEN
      *BATCH'S HEADER DATE: THE ASSIGNMENT WITH THE LATEST EFFECTIVE
      *DATE ON OR BEFORE THE BATCH DATE.  WITH NO ASSIGNMENT THAT
      *OLD THE SALESPERSON MASTER'S REGION STANDS

           MOVE SM-REGION TO WS-CREDIT-REGION
           MOVE SPACES TO WS-BEST-ASSIGN-DATE
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ASSIGN-COUNT
               IF WS-AH-EMP-ID(WS-AX) = DS-EMP-ID
                   AND WS-AH-EFF-DATE(WS-AX) NOT > WS-BATCH-DATE
                   AND WS-AH-EFF-DATE(WS-AX) > WS-BEST-ASSIGN-DATE
                   MOVE WS-AH-EFF-DATE(WS-AX) TO WS-BEST-ASSIGN-DATE
                   MOVE WS-AH-REGION(WS-AX)   TO WS-CREDIT-REGION
               END-IF
           END-PERFORM
           .
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-REGION-INACTIVE = 'YES'
                       DISPLAY 'LAB1YTD: BATCH HEADER REGION '
                               DH-BATCH-REGION ' IS DEACTIVATED ON '
                               'THE REGION MASTER - NOTHING POSTED, '
                               'REQUEST RETRANSMIT'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'YES' TO WS-HEADER-SEEN
                   MOVE DH-BATCH-DATE   TO WS-BATCH-DATE
                   MOVE DH-BATCH-REGION TO WS-BATCH-REGION
           MOVE SPACES TO WS-ERROR-REASON

           PERFORM 176-LOOKUP-SALESMST-RTN
           PERFORM 1765-LOOKUP-CUSTMST-RTN
           PERFORM 177-LOOKUP-PRODUCT-RTN
           IF DS-TRAN-CODE = 'V' AND DS-QTY NUMERIC
               PERFORM 1775-MATCH-VOID-RTN
               MOVE 'NO' TO WS-VALID-RECORD
               MOVE 'INVALID TRANSACTION CODE'
                   TO WS-ERROR-REASON
           ELSE IF DS-INVOICE-NO = SPACES
               OR DS-INVOICE-LINE NOT NUMERIC
               MOVE 'NO' TO WS-VALID-RECORD
               MOVE 'MISSING INVOICE NUMBER OR LINE'
                   TO WS-ERROR-REASON
           ELSE IF WS-CUSTMST-FOUND = 'NO'
               MOVE 'NO' TO WS-VALID-RECORD
               MOVE 'UNKNOWN CUSTOMER ACCOUNT'
                   TO WS-ERROR-REASON
           ELSE IF CM-STATUS = 'C' AND DS-TRAN-CODE = 'S'
               MOVE 'NO' TO WS-VALID-RECORD
               MOVE 'CUSTOMER ACCOUNT CLOSED'
                   TO WS-ERROR-REASON
           ELSE IF DS-TRAN-CODE = 'V' AND DS-QTY NUMERIC
               AND WS-HIST-MATCHED = 'NO'
               MOVE 'NO' TO WS-VALID-RECORD
               MOVE 'UNMATCHED VOID - NO POSTED INVOICE'
                   TO WS-ERROR-REASON
           ELSE IF WS-PROD-FOUND = 'NO'
               MOVE 'NO' TO WS-VALID-RECORD
               END-READ
           END-IF
           .
      *
       1765-LOOKUP-CUSTMST-RTN.

      *RANDOM READ OF THE CUSTOMER MASTER BY THE INCOMING ACCOUNT.
      *RETURNS AND VOIDS AGAINST A SINCE-CLOSED ACCOUNT STILL POST,
      *SO THE STATUS IS LEFT FOR 175-VALIDATE-RTN TO JUDGE

           MOVE 'NO' TO WS-CUSTMST-FOUND
           IF DS-CUST-ACCT NOT = SPACES
               MOVE DS-CUST-ACCT TO CM-CUST-ACCT
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO WS-CUSTMST-FOUND
               END-READ
           END-IF
           .
      *
       177-LOOKUP-PRODUCT-RTN.

      *
       1775-MATCH-VOID-RTN.

      *WALK THE POSTED-TRANSACTION HISTORY FOR THE UNVOIDED SALE ON
      *THIS VOID'S INVOICE NUMBER AND LINE, WITH THE SAME EMPLOYEE,
      *CUSTOMER, PRODUCT, AND QUANTITY, POSTED BY
      *A PRIOR RUN (ID BELOW THIS RUN'S STARTING HIGH-WATER MARK).
      *A SALE THIS SAME RUN JUST POSTED IS OFF LIMITS -- LAB1F22
      *COULD NEVER HAVE SEEN IT, AND MATCHING IT HERE WOULD SPLIT
                   AT END
                       MOVE 'NO' TO WS-HIST-MORE-RECS
                   NOT AT END
                       IF TH-INVOICE-NO = DS-INVOICE-NO
                           AND TH-INVOICE-LINE = DS-INVOICE-LINE
                           AND TH-CUST-ACCT = DS-CUST-ACCT
                           AND TH-EMP-ID = DS-EMP-ID
                           AND TH-PROD-CODE = DS-PROD-CODE
                           AND TH-QTY = DS-QTY
                           AND TH-VOIDED NOT = 'Y'
           MOVE WS-BATCH-REGION TO TH-BATCH-REGION
           MOVE 'N'             TO TH-VOIDED
           MOVE SPACES          TO TH-VOID-DATE
           MOVE DS-CUST-ACCT    TO TH-CUST-ACCT
           MOVE DS-INVOICE-NO   TO TH-INVOICE-NO
           MOVE DS-INVOICE-LINE TO TH-INVOICE-LINE
           WRITE TRAN-HISTORY-REC
               INVALID KEY
                   DISPLAY 'LAB1YTD: UNABLE TO WRITE TRANSACTION '
           END-IF

           MOVE SM-NAME   TO YTD-NAME

           PERFORM 1268-FIND-ASSIGNMENT-RTN
           PERFORM 2065-FIND-XFER-SLOT-RTN
           PERFORM 206-FIND-BUCKET-RTN

           IF WS-SLOT-SUB = ZERO
                   COMPUTE YTD-MTD-DOLLARS ROUNDED =
                           YTD-MTD-DOLLARS +
                           (DS-QTY * WS-EFF-PRICE)
                   IF WS-XFER-SUB > ZERO
                       ADD DS-QTY TO YTD-XFER-MTD-QTY(WS-XFER-SUB,
                           WS-SLOT-SUB)
                       COMPUTE YTD-XFER-MTD-DOLLARS(WS-XFER-SUB)
                           ROUNDED =
                           YTD-XFER-MTD-DOLLARS(WS-XFER-SUB) +
                           (DS-QTY * WS-EFF-PRICE)
                   END-IF
               ELSE
                   IF DS-QTY > YTD-PROD-QTY(WS-SLOT-SUB)
                       MOVE 'NO' TO WS-UPDATE-OK
                       COMPUTE YTD-MTD-DOLLARS ROUNDED =
                               YTD-MTD-DOLLARS -
                               (DS-QTY * WS-EFF-PRICE)
                       IF WS-XFER-SUB > ZERO
                           SUBTRACT DS-QTY
                               FROM YTD-XFER-MTD-QTY(WS-XFER-SUB,
                                   WS-SLOT-SUB)
                           COMPUTE YTD-XFER-MTD-DOLLARS(WS-XFER-SUB)
                               ROUNDED =
                               YTD-XFER-MTD-DOLLARS(WS-XFER-SUB) -
                               (DS-QTY * WS-EFF-PRICE)
                       END-IF
                   END-IF
               END-IF
           END-IF
               END-IF
           END-PERFORM
           .
      *
       2065-FIND-XFER-SLOT-RTN.

      *DECIDE WHICH PART OF THE ROW THIS DETAIL'S REGION CREDIT
      *LANDS IN.  YTD-REGION OWNS THE MONTH'S BUCKETS LESS WHATEVER
      *THE TRANSFER SLOTS HOLD FOR OTHER REGIONS.  A MONTH WITH
      *NOTHING POSTED YET SIMPLY TAKES THE DETAIL'S REGION AS ITS
      *OWN; OTHERWISE A DIFFERENT REGION FINDS OR CLAIMS A SLOT.  A
      *FOURTH REGION IN ONE MONTH WITH BOTH SLOTS TAKEN MEANS THE
      *ASSIGNMENT HISTORY NEEDS REVIEW -- STOP BEFORE POSTING

           MOVE ZERO TO WS-XFER-SUB
           IF WS-CREDIT-REGION NOT = YTD-REGION
               MOVE 'YES' TO WS-MONTH-EMPTY
               IF YTD-MTD-DOLLARS NOT = ZERO
                   MOVE 'NO' TO WS-MONTH-EMPTY
               END-IF
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PROD-MAX
                   IF YTD-PROD-MTD-QTY(WS-PX) NOT = ZERO
                       MOVE 'NO' TO WS-MONTH-EMPTY
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-XX FROM 1 BY 1
                       UNTIL WS-XX > WS-XFER-MAX
                   IF YTD-XFER-REGION(WS-XX) NOT = SPACES
                       MOVE 'NO' TO WS-MONTH-EMPTY
                   END-IF
                   IF YTD-XFER-REGION(WS-XX) = WS-CREDIT-REGION
                       MOVE WS-XX TO WS-XFER-SUB
                   END-IF
               END-PERFORM
               IF WS-MONTH-EMPTY = 'YES'
                   MOVE WS-CREDIT-REGION TO YTD-REGION
               END-IF
               IF WS-MONTH-EMPTY = 'NO' AND WS-XFER-SUB = ZERO
                   PERFORM 2066-CLAIM-XFER-SLOT-RTN
               END-IF
           END-IF
           .
      *
       2066-CLAIM-XFER-SLOT-RTN.

           PERFORM VARYING WS-XX FROM 1 BY 1
                   UNTIL WS-XX > WS-XFER-MAX
                   OR WS-XFER-SUB > ZERO
               IF YTD-XFER-REGION(WS-XX) = SPACES
                   MOVE WS-XX TO WS-XFER-SUB
               END-IF
           END-PERFORM
           IF WS-XFER-SUB = ZERO
               DISPLAY 'LAB1YTD: ' DS-EMP-ID ' CREDITED TO '
                       'MORE THAN THREE REGIONS IN '
                       YTD-CUR-MONTH ' - REVIEW REGNHST.DAT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CREDIT-REGION TO YTD-XFER-REGION(WS-XFER-SUB)
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PROD-MAX
               MOVE ZERO TO YTD-XFER-MTD-QTY(WS-XFER-SUB, WS-PX)
           END-PERFORM
           MOVE ZERO TO YTD-XFER-MTD-DOLLARS(WS-XFER-SUB)
           .
      *
       208-APPLY-NEW-RTN.

           MOVE 'YES' TO WS-UPDATE-OK

           IF DS-TRAN-CODE = 'S'
               PERFORM 1268-FIND-ASSIGNMENT-RTN
               MOVE DS-EMP-ID TO YTD-EMP-ID
               MOVE SM-NAME   TO YTD-NAME
               MOVE WS-CREDIT-REGION TO YTD-REGION
               MOVE WS-BATCH-YYYYMM TO YTD-CUR-MONTH
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PROD-MAX
                   MOVE ZERO   TO YTD-PROD-QTY(WS-PX)
                   MOVE ZERO   TO YTD-PROD-MTD-QTY(WS-PX)
               END-PERFORM
               PERFORM VARYING WS-XX FROM 1 BY 1
                       UNTIL WS-XX > WS-XFER-MAX
                   MOVE SPACES TO YTD-XFER-REGION(WS-XX)
                   PERFORM VARYING WS-PX FROM 1 BY 1
                           UNTIL WS-PX > WS-PROD-MAX
                       MOVE ZERO TO YTD-XFER-MTD-QTY(WS-XX, WS-PX)
                   END-PERFORM
                   MOVE ZERO TO YTD-XFER-MTD-DOLLARS(WS-XX)
               END-PERFORM
               MOVE DS-PROD-CODE TO YTD-PROD-CODE(1)
               MOVE DS-QTY       TO YTD-PROD-QTY(1)
               MOVE DS-QTY       TO YTD-PROD-MTD-QTY(1)
              CLOSE    DAILY-SALES-FILE
                 DAILY-ERROR-FILE
                 SALESPERSON-MASTER
                 CUSTOMER-MASTER
                 SALES-YTD-MASTER
                 BATCH-CONTROL-FILE
                 YTD-JOURNAL-FILE
