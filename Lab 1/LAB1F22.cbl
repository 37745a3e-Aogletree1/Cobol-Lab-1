      *        FIELD:  name     FIELD LENGTH 20 DATA TYPE ALPHANUMERIC
      *        FIELD:  product  FIELD LENGTH 4  DATA TYPE ALPHANUMERIC
      *        FIELD:  quantity FIELD LENGTH 3  DATA TYPE NUMERIC
      *        FIELD:  cust acct FIELD LENGTH 8 DATA TYPE ALPHANUMERIC
      *        FIELD:  invoice  FIELD LENGTH 8  DATA TYPE ALPHANUMERIC
      *        FIELD:  inv line FIELD LENGTH 3  DATA TYPE NUMERIC
      *
      *  EVERY DETAIL RECORD NAMES THE CUSTOMER ACCOUNT BILLED AND
      *  THE INVOICE NUMBER AND LINE IT WAS BILLED ON.  THE ACCOUNT
      *  MUST BE ON THE CUSTOMER MASTER (CUSTMST.DAT), AND A SALE TO
      *  A CLOSED ACCOUNT IS REJECTED.  A VOID MUST NAME THE EXACT
      *  INVOICE LINE OF THE POSTED SALE IT REVERSES.
      *
      *  THE PRODUCT CATALOG (PRODMST.DAT: PRODUCT CODE, DESCRIPTION,
      *  UNIT PRICE, ACTIVE FLAG) IS LOADED AT HOUSEKEEPING TIME AND
      *  TO THE ERROR LOG, AND THE NAME AND REGION PRINTED COME FROM
      *  THE MASTER, NOT FROM WHATEVER THE REGION OFFICE TYPED.
      *
      *  EACH DETAIL COUNTS TOWARD THE REGION THE SALESPERSON
      *  BELONGED TO ON ITS BATCH DATE, PER THE ASSIGNMENT HISTORY
      *  LAB1MNT KEEPS (REGNHST.DAT).  A SALESPERSON WHOSE BATCHES
      *  FALL ON BOTH SIDES OF A TRANSFER PRINTS ONE LINE UNDER EACH
      *  REGION, BUT STILL GETS ONE COMMISSION REGISTER RECORD AND
      *  ONE CONTROL RECORD COVERING BOTH.
      *
      *  THE TRAILER COUNT AND HASH TOTALS ARE VERIFIED AGAINST WHAT
      *  WAS ACTUALLY READ BEFORE ANY DETAIL LINE IS PRINTED; A
      *  MISMATCH ABENDS THE RUN SO OPERATIONS CAN REQUEST A
      *                 TIER APPLIED, AND COMMISSION -- SO NOBODY
      *                 RE-KEYS THE COMMISSION COLUMN BY HAND.
      *
      *  PAYROLL CANNOT TAKE MONEY BACK OUT OF A PAYCHECK, SO A
      *  CLAWBACK NEVER GOES TO PAYROLL AS A NEGATIVE COMMISSION.
      *  THE COMMISSION BALANCE FILE (COMMBAL.DAT) CARRIES EACH
      *  SALESPERSON'S UNRECOVERED CLAWBACK.  A NEGATIVE DAY ADDS
      *  TO THE BALANCE AND PAYS ZERO; A POSITIVE DAY PAYS THE
      *  BALANCE DOWN FIRST AND ONLY THE REMAINDER IS PAID.  THE
      *  REGISTER RECORD CARRIES THE COMMISSION EARNED, THE AMOUNT
      *  RECOVERED, THE AMOUNT TO PAY (CR-COMMISSION), AND THE
      *  BALANCE STILL OWED.  THE NEW BALANCES ARE WRITTEN TO
      *  COMMBAL.NEW AND MARKED COMMITTED ONLY AFTER THE CONTROL
      *  TRAILER IS WRITTEN, THEN COPIED OVER COMMBAL.DAT.  A RUN
      *  THAT DIES BEFORE THE COMMIT LEAVES COMMBAL.DAT UNTOUCHED
      *  FOR THE RERUN; ONE THAT DIES AFTER IT HAS ITS COPY
      *  FINISHED BY THE NEXT RUN'S HOUSEKEEPING, SO NO DAY'S
      *  CLAWBACKS ARE EVER APPLIED TWICE OR LOST.
      *
      *  PAYROLL INTERFACE: EVERY COMMREG.DAT RECORD IS 58 BYTES.
      *  THE DETAIL RECORD (TYPE 'D') LOOKS LIKE THIS:
      *        FIELD:  type      POSITION  1  LENGTH 1   'D'
      *        FIELD:  emp id    POSITION  2  LENGTH 5
      *        FIELD:  gross     POSITION  7  LENGTH 10  SIGNED
      *        FIELD:  tier      POSITION 17  LENGTH 2
      *        FIELD:  to pay    POSITION 19  LENGTH 10  SIGNED
      *        FIELD:  earned    POSITION 29  LENGTH 10  SIGNED
      *        FIELD:  recovered POSITION 39  LENGTH 10  SIGNED
      *        FIELD:  owed      POSITION 49  LENGTH 10  SIGNED
      *  SIGNED FIELDS ARE A LEADING SEPARATE SIGN AND NINE DIGITS
      *  WITH TWO IMPLIED DECIMALS.  THE HEADER ('H': RUN DATE,
      *  BATCH DATE, REGION) AND TRAILER ('T': RECORD COUNT, TOTAL
      *  TO PAY) KEEP THEIR FIELDS IN THE FIRST 28 BYTES AND ARE
      *  SPACE-FILLED TO 58.  THE FIRST 28 BYTES OF EVERY RECORD
      *  ARE WHERE THEY HAVE ALWAYS BEEN, SO A PAYROLL READER THAT
      *  TAKES ONLY THE AMOUNT TO PAY NEEDS ONLY THE LONGER RECORD.
      *  LAB1CNV CARRIES REGISTERS WRITTEN AT 28 BYTES FORWARD.
      *
      *LAB INSTRUCTIONS:
      *    YOU ARE TO FIND ANY ERRORS WHICH I MAY HAVE PUT IN THE
      *    PROGRAM.  YOU ARE TO ALSO LOOK FOR ANY COMMENTS I
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
      * BEFORE ANYTHING PRINTS, AND THE REGION SUBTOTAL LINES PRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGNMST-STATUS.

      * EFFECTIVE-DATED REGION ASSIGNMENT HISTORY LAB1MNT WRITES.
      * A MISSING FILE IS TOLERATED -- EVERY DETAIL THEN COUNTS
      * TOWARD THE REGION ON THE SALESPERSON MASTER

           SELECT REGION-HISTORY-FILE
               ASSIGN TO 'REGNHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGNHST-STATUS.

      * PRODUCT CATALOG -- CODE, DESCRIPTION, UNIT PRICE, ACTIVE
      * FLAG -- LOADED INTO WORKING STORAGE AT HOUSEKEEPING TIME.
      * EVERY PRICE AND EVERY REPORT COLUMN COMES FROM HERE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMHST-STATUS.

      * UNRECOVERED CLAWBACK BALANCE PER SALESPERSON, LOADED AT
      * HOUSEKEEPING AND REWRITTEN WHOLE AT THE END OF A CLEAN RUN

           SELECT COMM-BALANCE-FILE
               ASSIGN TO 'COMMBAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMBAL-STATUS.

      * THE NEXT BALANCES, STAGED HERE AND COPIED OVER COMMBAL.DAT
      * ONLY ONCE THE COMMIT RECORD FOLLOWS THEM

           SELECT COMM-BALANCE-WORK
               ASSIGN TO 'COMMBAL.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBWORK-STATUS.

      * CONTROL TOTALS FOR THE DAILY-TO-YTD BALANCING RUN (LAB1BAL):
      * THE BATCH IDENTITY, ONE RECORD PER SALESPERSON WITH THE NET
      * UNITS AND DOLLARS THIS REPORT CARRIES, AND THE RUN TOTALS
          05  SR-NAME                  PIC X(20).
          05  SR-PROD-CODE             PIC X(4).
          05  SR-QTY                   PIC 9(3).
          05  SR-CUST-ACCT             PIC X(8).
          05  SR-INVOICE-NO            PIC X(8).
          05  SR-INVOICE-LINE          PIC 9(3).

       01    SALES-HEADER-REC.
          05  SH-REC-TYPE              PIC X.
          05  SH-BATCH-DATE            PIC X(8).
          05  SH-BATCH-REGION          PIC X(10).
          05  FILLER                   PIC X(34).

       01    SALES-TRAILER-REC.
          05  ST-REC-TYPE              PIC X.
          05  ST-REC-COUNT             PIC 9(6).
          05  ST-HASH-QTY              PIC 9(8).
          05  FILLER                   PIC X(38).

      * SAME NAME AS THE SELECT STATEMENT -- SAME LAYOUT LAB1MNT
      * MAINTAINS
          05  SM-HIRE-DATE             PIC X(8).
          05  SM-STATUS                PIC X.

      * SAME NAME AS THE SELECT STATEMENT -- STATUS 'A' ACTIVE,
      * 'C' CLOSED

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

      * SAME NAME AS THE SELECT STATEMENT -- THE PRODUCT CATALOG

             10  YTD-PROD-QTY          PIC 9(7).
             10  YTD-PROD-MTD-QTY      PIC S9(7).
          05  YTD-MTD-DOLLARS          PIC S9(7)V99.
          05  YTD-XFER-ENTRY OCCURS 2 TIMES.
             10  YTD-XFER-REGION       PIC X(10).
             10  YTD-XFER-MTD-QTY      PIC S9(7) OCCURS 12 TIMES.
             10  YTD-XFER-MTD-DOLLARS  PIC S9(7)V99.

      * SAME NAME AS THE SELECT STATEMENT.  'T' RECORDS CARRY A
      * SALES-DOLLAR THRESHOLD AND THE RATE EARNED AT OR ABOVE IT;

      * SAME NAME AS THE SELECT STATEMENT.  ONE 'D' RECORD PER
      * SALESPERSON BETWEEN AN 'H' HEADER AND A 'T' TRAILER THAT
      * CARRIES THE RECORD COUNT AND TOTAL COMMISSION.  CR-COMMISSION
      * IS WHAT PAYROLL PAYS (NEVER NEGATIVE); CR-EARNED IS THE
      * DAY'S RATED COMMISSION, CR-RECOVERED THE PART OF IT THAT
      * WENT TO THE CLAWBACK BALANCE, CR-BALANCE-OWED THE BALANCE
      * LEFT AFTER THIS RECORD

       FD    COMMISSION-REG-FILE.
       01    COMMISSION-REG-REC.
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

      * SAME NAME AS THE SELECT STATEMENT -- EVERY REGISTER RECORD
      * IS 58 BYTES, SO THE HISTORY CARRIES THEM AS PLAIN IMAGES

       FD    COMM-HISTORY-FILE.
       01    COMM-HISTORY-REC    PIC X(58).

      * SAME NAME AS THE SELECT STATEMENT -- ONE RECORD PER
      * SALESPERSON WHO HAS EVER HAD A CLAWBACK.  CB-BALANCE IS THE
      * COMMISSION STILL TO BE RECOVERED (ZERO ONCE PAID DOWN)

       FD    COMM-BALANCE-FILE.
       01    COMM-BALANCE-REC.
          05  CB-EMP-ID                PIC X(5).
          05  CB-BALANCE               PIC S9(7)V99 SIGN LEADING
                                                    SEPARATE.
          05  CB-LAST-DATE             PIC X(8).

      * SAME LAYOUT AS COMMBAL.DAT.  THE LAST RECORD, EMPLOYEE ID
      * '*****', IS THE COMMIT RECORD -- WRITTEN ONLY AFTER THE
      * CONTROL TRAILER, IT CARRIES THE BATCH DATE

       FD    COMM-BALANCE-WORK.
       01    COMM-BALANCE-WORK-REC.
          05  CW-EMP-ID                PIC X(5).
          05  CW-BALANCE               PIC S9(7)V99 SIGN LEADING
                                                    SEPARATE.
          05  CW-LAST-DATE             PIC X(8).
      *
       FD    SALES-REPORT-FILE.
       01    SALES-REPORT-REC    PIC X(132).
             10  SU-ORIG-RUN-DATE      PIC X(8).
             10  SU-STATUS             PIC X.
             10  SU-REL-DATE           PIC X(8).
             10  SU-REC-IMAGE          PIC X(53).
          05  SU-CONTROL-DATA REDEFINES SU-DETAIL-DATA.
             10  SU-NEXT-ID            PIC 9(6).
             10  FILLER                PIC X(103).

      * SAME NAME AS THE SELECT STATEMENT -- SAME LAYOUT LAB1YTD
      * MAINTAINS.  RECORD 000000 HOLDS THE NEXT TRANSACTION ID
             10  TH-BATCH-REGION       PIC X(10).
             10  TH-VOIDED             PIC X.
             10  TH-VOID-DATE          PIC X(8).
             10  TH-CUST-ACCT          PIC X(8).
             10  TH-INVOICE-NO         PIC X(8).
             10  TH-INVOICE-LINE       PIC 9(3).
          05  TH-CONTROL-DATA REDEFINES TH-DETAIL-DATA.
             10  TH-NEXT-ID            PIC 9(6).
             10  FILLER                PIC X(52).

      * SAME NAME AS THE SELECT STATEMENT.  CK-REC-TYPE 'D' HOLDS ONE
      * ALREADY-PROCESSED TABLE ENTRY; 'B' HOLDS ONE BATCH ALREADY
             05    WS-MAX-QTY-PER-ITEM       PIC 9(3) VALUE 500.
             05    WS-SALESMST-STATUS        PIC XX VALUE SPACES.
             05    WS-SALESMST-FOUND         PIC X(3) VALUE 'NO'.
             05    WS-CUSTMST-STATUS         PIC XX VALUE SPACES.
             05    WS-CUSTMST-FOUND          PIC X(3) VALUE 'NO'.
             05    WS-SUSPENSE-STATUS        PIC XX VALUE SPACES.
             05    WS-SUSP-ID                PIC 9(6) VALUE ZERO.
             05    WS-CUR-DATE               PIC X(8) VALUE SPACES.
             05    WS-TIER-BASIS             PIC S9(8)V99 VALUE ZERO.
             05    WS-GRAND-UNITS            PIC S9(6) VALUE ZERO.
             05    WS-GRAND-DOLLARS          PIC S9(9)V99 VALUE ZERO.
             05    WS-RATE-IDX               PIC 9(4) VALUE ZERO.
             05    WS-RATED-COMMISSION       PIC S9(7)V99 VALUE ZERO.
             05    WS-EMP-FIRST              PIC X(3) VALUE 'YES'.
             05    WS-EMP-UNITS              PIC S9(6) VALUE ZERO.
             05    WS-EMP-AMOUNT             PIC S9(7)V99 VALUE ZERO.
             05    WS-EMP-COMMISSION         PIC S9(7)V99 VALUE ZERO.

      *THE CLAWBACK BALANCES, LOADED FROM COMMBAL.DAT AT
      *HOUSEKEEPING AND REWRITTEN AT THE END OF A CLEAN RUN

       01    WS-BALANCE-AREAS.
             05    WS-COMMBAL-STATUS         PIC XX VALUE SPACES.
             05    WS-CBWORK-STATUS          PIC XX VALUE SPACES.
             05    WS-CB-MORE-RECS           PIC X(3) VALUE 'YES'.
             05    WS-CB-COMMITTED           PIC X(3) VALUE 'NO'.
             05    WS-BAL-COUNT              PIC 9(4) VALUE ZERO.
             05    WS-BAL-MAX                PIC 9(4) VALUE 1000.
             05    WS-BAL-SUB                PIC 9(4) VALUE ZERO.
             05    WS-CBX                    PIC 9(4) VALUE ZERO.
             05    WS-RECOVERED              PIC S9(7)V99 VALUE ZERO.
             05    WS-PAY-AMOUNT             PIC S9(7)V99 VALUE ZERO.

       01    WS-BALANCE-TABLE.
             05    WS-BAL-ENTRY OCCURS 1000 TIMES.
                   10    WS-CB-EMP-ID        PIC X(5).
                   10    WS-CB-BALANCE       PIC S9(7)V99.
                   10    WS-CB-LAST-DATE     PIC X(8).

       01    WS-TIER-TABLE.
             05    WS-TIER-ENTRY OCCURS 10 TIMES.
             05    WS-TABLE-MAX-ENTRIES      PIC 9(4) VALUE 1000.
             05    WS-ENTRY-SUB              PIC 9(4) VALUE ZERO.

      *ONE TABLE ENTRY PER SALESPERSON PER REGION CREDITED (ONLY A
      *TRANSFER INSIDE THE RUN GIVES ONE PERSON TWO), HOLDING THE
      *NET QUANTITY AND
      *THE NET DOLLARS OF EACH CATALOG PRODUCT (SLOT N MATCHES
      *WS-PROD-ENTRY N).  THE DOLLARS ACCUMULATE DETAIL BY DETAIL AT
      *THE PRICE IN EFFECT ON EACH DETAIL'S BATCH DATE, SO A LATE
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
      *THE REGION THE DETAIL IN HAND COUNTS TOWARD

       01    WS-ASSIGN-AREAS.
             05    WS-REGNHST-STATUS         PIC XX VALUE SPACES.
             05    WS-ASSIGN-COUNT           PIC 9(4) VALUE ZERO.
             05    WS-ASSIGN-MAX             PIC 9(4) VALUE 2000.
             05    WS-AX                     PIC 9(4) VALUE ZERO.
             05    WS-HST-MORE-RECS          PIC X(3) VALUE 'YES'.
             05    WS-CREDIT-REGION          PIC X(10) VALUE SPACES.
             05    WS-BEST-ASSIGN-DATE       PIC X(8) VALUE SPACES.

       01    WS-ASSIGN-TABLE.
             05    WS-AH-ENTRY OCCURS 2000 TIMES.
                   10    WS-AH-EMP-ID        PIC X(5).
                   10    WS-AH-EFF-DATE      PIC X(8).
                   10    WS-AH-REGION        PIC X(10).

      *************************OUTPUT AREA**************************
       01 REPORT-HEADER.
               STOP RUN
           END-IF

      *SAME FOR THE CUSTOMER MASTER

           OPEN    INPUT CUSTOMER-MASTER
           IF WS-CUSTMST-STATUS NOT = '00'
               DISPLAY 'LAB1F22: UNABLE TO OPEN CUSTOMER MASTER, '
                       'STATUS=' WS-CUSTMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *LOAD THE PRODUCT CATALOG AND BUILD THE REPORT COLUMN HEADERS
      *FROM IT BEFORE THE CAPTION LINE IS WRITTEN BELOW

           PERFORM 126-LOAD-PRODUCTS-RTN
           PERFORM 1262-LOAD-REGIONS-RTN
           PERFORM 1263-LOAD-ASSIGNMENTS-RTN
           PERFORM 1266-LOAD-PRICES-RTN
           PERFORM 127-BUILD-HEADERS-RTN
           PERFORM 1267-LOAD-COMMPLAN-RTN
           PERFORM 1270-FINISH-BALANCE-SWAP-RTN
           PERFORM 1271-LOAD-BALANCES-RTN
           PERFORM 1269-OPEN-SUSPENSE-RTN

      *THE POSTED-TRANSACTION HISTORY IS READ ONLY HERE -- LAB1YTD
           MOVE RG-REGION-CODE TO WS-RM-CODE(WS-REGION-COUNT)
           MOVE RG-REGION-NAME TO WS-RM-NAME(WS-REGION-COUNT)
           MOVE RG-MANAGER     TO WS-RM-MGR(WS-REGION-COUNT)
           MOVE RG-ACTIVE      TO WS-RM-ACTIVE(WS-REGION-COUNT)
           .
      *
       1263-LOAD-ASSIGNMENTS-RTN.

      *LOAD REGNHST.DAT INTO WS-ASSIGN-TABLE.  THE FILE IS OPTIONAL
      *(STATUS 35 -- NO TRANSFERS KEYED YET)

           OPEN INPUT REGION-HISTORY-FILE
           IF WS-REGNHST-STATUS = '35'
               CONTINUE
           ELSE IF WS-REGNHST-STATUS NOT = '00'
               DISPLAY 'LAB1F22: UNABLE TO OPEN REGION HISTORY, '
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
                           PERFORM 12635-STORE-ASSIGNMENT-RTN
                   END-READ
               END-PERFORM
               CLOSE REGION-HISTORY-FILE
           END-IF
           .
      *
       12635-STORE-ASSIGNMENT-RTN.

           IF WS-ASSIGN-COUNT >= WS-ASSIGN-MAX
               DISPLAY 'LAB1F22: REGION HISTORY EXCEEDS '
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
       1264-FIND-REGION-RTN.
      *NAME 'RELEASED' IS ALWAYS ACCEPTED

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
               END-IF
           END-IF
           .
      *
       1270-FINISH-BALANCE-SWAP-RTN.

      *A COMMITTED COMMBAL.NEW MEANS THE LAST RUN FINISHED ITS
      *REGISTER AND CONTROL TRAILER BUT DIED BEFORE ITS BALANCES
      *WERE COPIED OVER COMMBAL.DAT -- FINISH THAT COPY NOW.  AN
      *UNCOMMITTED ONE BELONGS TO A RUN THAT DIED EARLIER AND IS
      *BEING RERUN, SO ITS BALANCES ARE NOT USED

           MOVE 'NO' TO WS-CB-COMMITTED
           OPEN INPUT COMM-BALANCE-WORK
           IF WS-CBWORK-STATUS NOT = '00'
               AND WS-CBWORK-STATUS NOT = '35'
               DISPLAY 'LAB1F22: UNABLE TO OPEN COMMBAL.NEW, '
                       'STATUS=' WS-CBWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CBWORK-STATUS = '00'
               MOVE 'YES' TO WS-CB-MORE-RECS
               PERFORM UNTIL WS-CB-MORE-RECS = 'NO'
                   READ COMM-BALANCE-WORK
                       AT END
                           MOVE 'NO' TO WS-CB-MORE-RECS
                       NOT AT END
                           IF CW-EMP-ID = '*****'
                               MOVE 'YES' TO WS-CB-COMMITTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMM-BALANCE-WORK
           END-IF

           IF WS-CB-COMMITTED = 'YES'
               DISPLAY 'LAB1F22: COMPLETING THE PRIOR RUN''S '
                       'COMMBAL.DAT UPDATE FROM COMMBAL.NEW'
               PERFORM 249-SWAP-BALANCES-RTN
           END-IF
           .
      *
       1271-LOAD-BALANCES-RTN.

      *LOAD COMMBAL.DAT INTO WS-BALANCE-TABLE.  NO FILE (STATUS 35)
      *MEANS NOBODY HAS EVER OWED A CLAWBACK

           OPEN INPUT COMM-BALANCE-FILE
           IF WS-COMMBAL-STATUS NOT = '00'
               AND WS-COMMBAL-STATUS NOT = '35'
               DISPLAY 'LAB1F22: UNABLE TO OPEN COMMISSION BALANCE '
                       'FILE, STATUS=' WS-COMMBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-COMMBAL-STATUS = '00'
               MOVE 'YES' TO WS-CB-MORE-RECS
               PERFORM UNTIL WS-CB-MORE-RECS = 'NO'
                   READ COMM-BALANCE-FILE
                       AT END
                           MOVE 'NO' TO WS-CB-MORE-RECS
                       NOT AT END
                           PERFORM 12715-STORE-BALANCE-RTN
                   END-READ
               END-PERFORM
               CLOSE COMM-BALANCE-FILE
           END-IF
           .
      *
       12715-STORE-BALANCE-RTN.

           IF WS-BAL-COUNT >= WS-BAL-MAX
               DISPLAY 'LAB1F22: COMMISSION BALANCE FILE EXCEEDS '
                       WS-BAL-MAX ' ENTRIES - RAISE WS-BAL-MAX '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BAL-COUNT
           MOVE CB-EMP-ID    TO WS-CB-EMP-ID(WS-BAL-COUNT)
           MOVE CB-BALANCE   TO WS-CB-BALANCE(WS-BAL-COUNT)
           MOVE CB-LAST-DATE TO WS-CB-LAST-DATE(WS-BAL-COUNT)
           .
      *
       128-RESTART-RTN.

                       'WS-BATCH-MAX AND RECOMPILE'
               PERFORM 159-BATCH-ABEND-RTN
           END-IF
      *THE HEADER'S REGION MUST BE ON THE REGION MASTER AND STILL
      *ACTIVE -- AN UNKNOWN REGION IS A MISKEYED TRANSMISSION, A
      *DEACTIVATED ONE A CLOSED OFFICE, AND NOTHING FROM EITHER MAY
      *PRINT OR POST

           MOVE SH-BATCH-REGION TO WS-REGION-CODE-IN
           PERFORM 1264-FIND-REGION-RTN
                       'MASTER - REQUEST RETRANSMIT'
               PERFORM 159-BATCH-ABEND-RTN
           END-IF
           IF WS-REGION-INACTIVE = 'YES'
               DISPLAY 'LAB1F22: BATCH HEADER REGION '
                       SH-BATCH-REGION ' IS DEACTIVATED ON THE '
                       'REGION MASTER - REQUEST RETRANSMIT'
               PERFORM 159-BATCH-ABEND-RTN
           END-IF

           MOVE 'YES' TO WS-HEADER-SEEN
           MOVE SH-BATCH-DATE   TO WS-BATCH-DATE
           MOVE 'DQ' TO WS-REJECT-TYPE

           PERFORM 176-LOOKUP-SALESMST-RTN
           PERFORM 1765-LOOKUP-CUSTMST-RTN
           PERFORM 177-LOOKUP-PRODUCT-RTN
           PERFORM 179-FIND-ENTRY-RTN
           IF SR-TRAN-CODE = 'V' AND SR-QTY NUMERIC
               MOVE 'NO' TO WS-VALID-RECORD
               MOVE 'INVALID TRANSACTION CODE'
                   TO WS-ERROR-REASON
           ELSE IF SR-INVOICE-NO = SPACES
               OR SR-INVOICE-LINE NOT NUMERIC
               MOVE 'NO' TO WS-VALID-RECORD
               MOVE 'MISSING INVOICE NUMBER OR LINE'
                   TO WS-ERROR-REASON
           ELSE IF WS-CUSTMST-FOUND = 'NO'
               MOVE 'NO' TO WS-VALID-RECORD
               MOVE 'UNKNOWN CUSTOMER ACCOUNT'
                   TO WS-ERROR-REASON
           ELSE IF CM-STATUS = 'C' AND SR-TRAN-CODE = 'S'
               MOVE 'NO' TO WS-VALID-RECORD
               MOVE 'CUSTOMER ACCOUNT CLOSED'
                   TO WS-ERROR-REASON
           ELSE IF SR-TRAN-CODE = 'V' AND SR-QTY NUMERIC
               AND WS-HIST-MATCHED = 'NO'
               MOVE 'NO' TO WS-VALID-RECORD
               MOVE 'UV' TO WS-REJECT-TYPE
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
           IF SR-CUST-ACCT NOT = SPACES
               MOVE SR-CUST-ACCT TO CM-CUST-ACCT
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
      *CUSTOMER, PRODUCT, AND QUANTITY.  THE CHECK
      *HERE IS READ-ONLY -- LAB1YTD, WHICH OWNS THE FILE, MARKS THE
      *ORIGINAL VOIDED WHEN THE VOID ACTUALLY POSTS -- SO AN ENTRY
      *A VOID STORED EARLIER IN THIS RUN ALREADY CLAIMED IS
                       AT END
                           MOVE 'NO' TO WS-HIST-MORE-RECS
                       NOT AT END
                           IF TH-INVOICE-NO = SR-INVOICE-NO
                               AND TH-INVOICE-LINE = SR-INVOICE-LINE
                               AND TH-CUST-ACCT = SR-CUST-ACCT
                               AND TH-EMP-ID = SR-EMP-ID
                               AND TH-PROD-CODE = SR-PROD-CODE
                               AND TH-QTY = SR-QTY
                               AND TH-VOIDED NOT = 'Y'
      *
       179-FIND-ENTRY-RTN.

      *FIND THE TABLE ENTRY ALREADY HOLDING THIS SALESPERSON FOR
      *THE REGION THIS DETAIL COUNTS TOWARD, IF ANY -- ALL OF A
      *SALESPERSON'S RECORDS FOR ONE REGION FOLD INTO ONE ENTRY

           PERFORM 1795-FIND-ASSIGNMENT-RTN
           MOVE ZERO TO WS-ENTRY-SUB
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-RECORD-COUNT
                   OR WS-ENTRY-SUB > ZERO
               IF WS-T-EMP-ID(WS-IDX2) = SR-EMP-ID
                   AND WS-T-REGION(WS-IDX2) = WS-CREDIT-REGION
                   MOVE WS-IDX2 TO WS-ENTRY-SUB
               END-IF
           END-PERFORM
           .
      *
       1795-FIND-ASSIGNMENT-RTN.

      *THE REGION THIS DETAIL'S SALESPERSON BELONGED TO ON THE OPEN
      *BATCH'S HEADER DATE: THE ASSIGNMENT WITH THE LATEST EFFECTIVE
      *DATE ON OR BEFORE THE BATCH DATE.  WITH NO ASSIGNMENT THAT
      *OLD THE SALESPERSON MASTER'S REGION STANDS

           MOVE SM-REGION TO WS-CREDIT-REGION
           MOVE SPACES TO WS-BEST-ASSIGN-DATE
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ASSIGN-COUNT
               IF WS-AH-EMP-ID(WS-AX) = SR-EMP-ID
                   AND WS-AH-EFF-DATE(WS-AX) NOT > WS-BATCH-DATE
                   AND WS-AH-EFF-DATE(WS-AX) > WS-BEST-ASSIGN-DATE
                   MOVE WS-AH-EFF-DATE(WS-AX) TO WS-BEST-ASSIGN-DATE
                   MOVE WS-AH-REGION(WS-AX)   TO WS-CREDIT-REGION
               END-IF
           END-PERFORM
           .
      *
       180-LOG-ERROR-RTN.

      *VOID APPLIES ITS QUANTITY NEGATIVELY.  THE DOLLARS APPLY AT
      *THE PRICE IN EFFECT ON THIS DETAIL'S BATCH DATE, AND AN ENTRY
      *THAT EVER PRICES FROM A NON-CURRENT PRICE IS FLAGGED FOR THE
      *REPORT.  THE NAME COMES FROM THE SALESPERSON MASTER RECORD
      *READ IN 176-LOOKUP-SALESMST-RTN AND THE REGION FROM THE
      *ASSIGNMENT IN EFFECT ON THE BATCH DATE, NOT FROM THE
      *FREE-TYPED FIELDS ON THE DETAIL RECORD

           IF WS-ENTRY-SUB = ZERO
               MOVE WS-RECORD-COUNT TO WS-ENTRY-SUB
               MOVE SR-EMP-ID TO WS-T-EMP-ID(WS-ENTRY-SUB)
               MOVE SM-NAME   TO WS-T-NAME(WS-ENTRY-SUB)
               MOVE WS-CREDIT-REGION TO WS-T-REGION(WS-ENTRY-SUB)
               MOVE ZERO      TO WS-T-TOTAL-UNITS(WS-ENTRY-SUB)
               MOVE SPACE     TO WS-T-PRICE-FLAG(WS-ENTRY-SUB)
               PERFORM VARYING WS-PX FROM 1 BY 1
              PERFORM 203-GET-MTD-BASIS-RTN
              PERFORM 205-SELECT-TIER-RTN

              MOVE WS-IDX TO WS-RATE-IDX
              PERFORM 204-RATE-ENTRY-RTN
              MOVE WS-RATED-COMMISSION TO WS-COMMISSION-AMT

              MOVE WS-COMMISSION-AMT TO DL-COMMISSION-OUT

      *ONE REGISTER RECORD AND ONE CONTROL RECORD PER SALESPERSON,
      *WRITTEN AT THEIR FIRST LINE AND COVERING EVERY REGION THEY
      *PRINT UNDER

              PERFORM 206-CHECK-FIRST-LINE-RTN
              IF WS-EMP-FIRST = 'YES'
                  PERFORM 207-WRITE-REGISTER-RTN
              END-IF

      * MOVE THE ENTIRE DETAIL-LINE GROUP
      * IN THE OUTPUT ARE TO THE SALES-REPORT-REC WHICH IS CONNECTED
      *WHOSE BATCHES SPAN THE PERIOD BOUNDARY, SO THE FIRST
      *BATCH'S MONTH SPEAKS FOR THE WHOLE CONSOLIDATED FILE.  THIS
      *JOB RUNS BEFORE LAB1YTD POSTS THE BATCHES, SO THE BUCKET
      *NEVER ALREADY CONTAINS TODAY.  THIS RUN'S SHARE IS EVERY
      *ENTRY THE SALESPERSON HAS, WHATEVER REGION IT PRINTS UNDER

           MOVE ZERO TO WS-TIER-BASIS
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-RECORD-COUNT
               IF WS-T-EMP-ID(WS-IDX2) = WS-T-EMP-ID(WS-IDX)
                   PERFORM VARYING WS-PX FROM 1 BY 1
                           UNTIL WS-PX > WS-PROD-COUNT
                       ADD WS-T-AMT(WS-IDX2, WS-PX) TO WS-TIER-BASIS
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-YTDMST-AVAILABLE = 'YES'
               MOVE WS-T-EMP-ID(WS-IDX) TO YTD-EMP-ID
               READ SALES-YTD-MASTER
               END-READ
           END-IF
           .
      *
       204-RATE-ENTRY-RTN.

      *COMMISSION ON ONE TABLE ENTRY (WS-RATE-IDX) AT THE TIER
      *ALREADY SELECTED: EACH PRODUCT'S DOLLARS AT THE PROMOTION
      *OVERRIDE RATE WHERE ONE EXISTS, ELSE THE TIER RATE

           MOVE ZERO TO WS-RATED-COMMISSION
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PROD-COUNT
               IF WS-P-OVR-FLAG(WS-PX) = 'Y'
                   MOVE WS-P-OVR-RATE(WS-PX) TO WS-LINE-RATE
               ELSE
                   MOVE WS-TIER-RATE(WS-TIER-APPLIED)
                       TO WS-LINE-RATE
               END-IF
               COMPUTE WS-LINE-AMOUNT ROUNDED =
                       WS-T-AMT(WS-RATE-IDX, WS-PX) * WS-LINE-RATE
               ADD WS-LINE-AMOUNT TO WS-RATED-COMMISSION
           END-PERFORM
           .
      *
       205-SELECT-TIER-RTN.

               END-IF
           END-PERFORM
           .
      *
       206-CHECK-FIRST-LINE-RTN.

      *IS THE LINE JUST PRINTED THE SALESPERSON'S FIRST IN SORTED
      *ORDER?  ONLY A TRANSFER INSIDE THE RUN GIVES ANYONE A SECOND

           MOVE 'YES' TO WS-EMP-FIRST
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 >= WS-IDX
               IF WS-T-EMP-ID(WS-IDX2) = WS-T-EMP-ID(WS-IDX)
                   MOVE 'NO' TO WS-EMP-FIRST
               END-IF
           END-PERFORM
           .
      *
       207-WRITE-REGISTER-RTN.

      *TOTAL THE SALESPERSON ACROSS EVERY ENTRY THEY HAVE -- ALL AT
      *THE ONE TIER THEIR COMBINED DOLLARS REACHED -- AND WRITE THE
      *REGISTER RECORD FOR PAYROLL AND THE CONTROL RECORD FOR THE
      *BALANCING RUN

           MOVE ZERO TO WS-EMP-UNITS
           MOVE ZERO TO WS-EMP-AMOUNT
           MOVE ZERO TO WS-EMP-COMMISSION
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RECORD-COUNT
               IF WS-T-EMP-ID(WS-RATE-IDX) = WS-T-EMP-ID(WS-IDX)
                   PERFORM 204-RATE-ENTRY-RTN
                   ADD WS-RATED-COMMISSION TO WS-EMP-COMMISSION
                   ADD WS-T-TOTAL-UNITS(WS-RATE-IDX) TO WS-EMP-UNITS
                   PERFORM VARYING WS-PX FROM 1 BY 1
                           UNTIL WS-PX > WS-PROD-COUNT
                       ADD WS-T-AMT(WS-RATE-IDX, WS-PX)
                           TO WS-EMP-AMOUNT
                   END-PERFORM
               END-IF
           END-PERFORM

           PERFORM 208-APPLY-BALANCE-RTN

           MOVE SPACES              TO COMMISSION-REG-REC
           MOVE 'D'                 TO CR-REC-TYPE
           MOVE WS-T-EMP-ID(WS-IDX) TO CR-EMP-ID
           MOVE WS-EMP-AMOUNT       TO CR-GROSS-AMOUNT
           MOVE WS-TIER-APPLIED     TO CR-TIER-APPLIED
           MOVE WS-PAY-AMOUNT       TO CR-COMMISSION
           MOVE WS-EMP-COMMISSION   TO CR-EARNED
           MOVE WS-RECOVERED        TO CR-RECOVERED
           MOVE WS-CB-BALANCE(WS-BAL-SUB) TO CR-BALANCE-OWED
           MOVE COMMISSION-REG-REC  TO COMM-HISTORY-REC
           WRITE COMMISSION-REG-REC
           WRITE COMM-HISTORY-REC
           ADD 1 TO WS-REG-COUNT
           ADD WS-PAY-AMOUNT TO WS-TOTAL-COMMISSION

           MOVE SPACES                  TO F22-CONTROL-REC
           MOVE 'S'                     TO CT-REC-TYPE
           MOVE WS-T-EMP-ID(WS-IDX)     TO CT-EMP-ID
           MOVE WS-EMP-UNITS            TO CT-UNITS
           MOVE WS-EMP-AMOUNT           TO CT-DOLLARS
           WRITE F22-CONTROL-REC
           ADD WS-EMP-UNITS             TO WS-GRAND-UNITS
           ADD WS-EMP-AMOUNT            TO WS-GRAND-DOLLARS
           .
      *
       208-APPLY-BALANCE-RTN.

      *RUN THE DAY'S EARNED COMMISSION THROUGH THE SALESPERSON'S
      *CLAWBACK BALANCE.  A NEGATIVE DAY ADDS TO THE BALANCE AND
      *PAYS NOTHING; A POSITIVE DAY PAYS THE BALANCE DOWN FIRST AND
      *PAYS ONLY WHAT IS LEFT.  A SALESPERSON WITH NO BALANCE ROW
      *GETS ONE AT ZERO

           MOVE ZERO TO WS-BAL-SUB
           PERFORM VARYING WS-CBX FROM 1 BY 1
                   UNTIL WS-CBX > WS-BAL-COUNT
                   OR WS-BAL-SUB > ZERO
               IF WS-CB-EMP-ID(WS-CBX) = WS-T-EMP-ID(WS-IDX)
                   MOVE WS-CBX TO WS-BAL-SUB
               END-IF
           END-PERFORM
           IF WS-BAL-SUB = ZERO
               IF WS-BAL-COUNT >= WS-BAL-MAX
                   DISPLAY 'LAB1F22: COMMISSION BALANCE TABLE FULL - '
                           'RAISE WS-BAL-MAX AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BAL-COUNT
               MOVE WS-BAL-COUNT TO WS-BAL-SUB
               MOVE WS-T-EMP-ID(WS-IDX) TO WS-CB-EMP-ID(WS-BAL-SUB)
               MOVE ZERO   TO WS-CB-BALANCE(WS-BAL-SUB)
               MOVE SPACES TO WS-CB-LAST-DATE(WS-BAL-SUB)
           END-IF

           MOVE ZERO TO WS-RECOVERED
           IF WS-EMP-COMMISSION < ZERO
               MOVE ZERO TO WS-PAY-AMOUNT
               SUBTRACT WS-EMP-COMMISSION
                   FROM WS-CB-BALANCE(WS-BAL-SUB)
               MOVE WS-FIRST-BATCH-DATE
                   TO WS-CB-LAST-DATE(WS-BAL-SUB)
           ELSE
               IF WS-CB-BALANCE(WS-BAL-SUB) > ZERO
                   IF WS-EMP-COMMISSION > WS-CB-BALANCE(WS-BAL-SUB)
                       MOVE WS-CB-BALANCE(WS-BAL-SUB) TO WS-RECOVERED
                   ELSE
                       MOVE WS-EMP-COMMISSION TO WS-RECOVERED
                   END-IF
                   SUBTRACT WS-RECOVERED
                       FROM WS-CB-BALANCE(WS-BAL-SUB)
                   MOVE WS-FIRST-BATCH-DATE
                       TO WS-CB-LAST-DATE(WS-BAL-SUB)
               END-IF
               COMPUTE WS-PAY-AMOUNT =
                       WS-EMP-COMMISSION - WS-RECOVERED
           END-IF
           .

       250-CLOSE-ROUTINE.

              WRITE COMMISSION-REG-TRL
              WRITE COMM-HISTORY-REC

      *THE REGISTER IS COMPLETE, SO STAGE THE BALANCES IT APPLIED.
      *THEY DO NOT BECOME THE BALANCES ON FILE UNTIL THE CONTROL
      *TRAILER BELOW IS WRITTEN -- A RUN THAT DIES BEFORE THEN IS
      *RERUN AGAINST THE BALANCES IT STARTED FROM

              PERFORM 247-STAGE-BALANCES-RTN

      *AND THE CONTROL-TOTAL TRAILER FOR THE BALANCING RUN.  THE
      *ACCEPTED COUNT IS WHAT SURVIVED VALIDATION; LAB1BAL HOLDS
      *THE DAY'S RELEASE UNTIL LAB1YTD'S SIDE AGREES
              MOVE WS-GRAND-DOLLARS     TO CTT-DOLLARS
              WRITE F22-CONTROL-TRL

      *THE RUN IS COMPLETE ONCE THE REGISTER AND CONTROL FILES ARE
      *CLOSED: COMMIT THE STAGED BALANCES, THEN COPY THEM OVER
      *COMMBAL.DAT

              CLOSE    COMMISSION-REG-FILE
                 COMM-HISTORY-FILE
                 F22-CONTROL-FILE

              PERFORM 248-COMMIT-BALANCES-RTN
              PERFORM 249-SWAP-BALANCES-RTN

      *SAME FILE NAME AS SELECT STATEMENT

              IF WS-YTDMST-AVAILABLE = 'YES'

              CLOSE    SALES-FILE
                 SALESPERSON-MASTER
                 CUSTOMER-MASTER
                 SUSPENSE-FILE
                 SALES-REPORT-FILE
                 SALES-ERROR-FILE
                 SALES-EXTRACT-FILE
                 STOP RUN

           .
      *
       247-STAGE-BALANCES-RTN.

      *WRITE COMMBAL.NEW WHOLE FROM THE TABLE, WITH NO COMMIT
      *RECORD YET.  A ROW PAID DOWN TO ZERO STAYS, SO THE LAST-
      *CHANGED DATE SURVIVES FOR HR

           OPEN OUTPUT COMM-BALANCE-WORK
           IF WS-CBWORK-STATUS NOT = '00'
               DISPLAY 'LAB1F22: UNABLE TO WRITE COMMBAL.NEW, '
                       'STATUS=' WS-CBWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-CBX FROM 1 BY 1
                   UNTIL WS-CBX > WS-BAL-COUNT
               MOVE WS-CB-EMP-ID(WS-CBX)    TO CW-EMP-ID
               MOVE WS-CB-BALANCE(WS-CBX)   TO CW-BALANCE
               MOVE WS-CB-LAST-DATE(WS-CBX) TO CW-LAST-DATE
               WRITE COMM-BALANCE-WORK-REC
           END-PERFORM
           CLOSE COMM-BALANCE-WORK
           .
      *
       248-COMMIT-BALANCES-RTN.

      *APPEND THE COMMIT RECORD.  FROM HERE ON COMMBAL.NEW IS THE
      *BALANCE FILE OF RECORD UNTIL IT HAS BEEN COPIED OVER

           OPEN EXTEND COMM-BALANCE-WORK
           IF WS-CBWORK-STATUS NOT = '00'
               DISPLAY 'LAB1F22: UNABLE TO COMMIT COMMBAL.NEW, '
                       'STATUS=' WS-CBWORK-STATUS
                       ' - BALANCES NOT UPDATED, RERUN THE DAY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE '*****'             TO CW-EMP-ID
           MOVE ZERO                TO CW-BALANCE
           MOVE WS-FIRST-BATCH-DATE TO CW-LAST-DATE
           WRITE COMM-BALANCE-WORK-REC
           CLOSE COMM-BALANCE-WORK
           .
      *
       249-SWAP-BALANCES-RTN.

      *COPY A COMMITTED COMMBAL.NEW OVER COMMBAL.DAT, LEAVING OUT
      *THE COMMIT RECORD, THEN EMPTY COMMBAL.NEW SO IT IS NOT
      *COPIED AGAIN.  A RUN THAT DIES IN HERE LEAVES COMMBAL.NEW
      *COMMITTED, AND THE NEXT RUN'S HOUSEKEEPING COPIES IT AGAIN

           OPEN INPUT COMM-BALANCE-WORK
           IF WS-CBWORK-STATUS NOT = '00'
               DISPLAY 'LAB1F22: UNABLE TO READ COMMBAL.NEW, '
                       'STATUS=' WS-CBWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT COMM-BALANCE-FILE
           IF WS-COMMBAL-STATUS NOT = '00'
               DISPLAY 'LAB1F22: UNABLE TO REWRITE COMMBAL.DAT, '
                       'STATUS=' WS-COMMBAL-STATUS
                       ' - COMMBAL.NEW STILL HOLDS THE BALANCES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'YES' TO WS-CB-MORE-RECS
           PERFORM UNTIL WS-CB-MORE-RECS = 'NO'
               READ COMM-BALANCE-WORK
                   AT END
                       MOVE 'NO' TO WS-CB-MORE-RECS
                   NOT AT END
                       IF CW-EMP-ID NOT = '*****'
                           MOVE COMM-BALANCE-WORK-REC
                               TO COMM-BALANCE-REC
                           WRITE COMM-BALANCE-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMM-BALANCE-WORK
                 COMM-BALANCE-FILE

           OPEN OUTPUT COMM-BALANCE-WORK
           CLOSE COMM-BALANCE-WORK
           .
      *
       245-WRITE-RUNLOG-RTN.

      *APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED RUN LOG
