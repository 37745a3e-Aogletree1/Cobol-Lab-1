      *        FIELD:  action   LENGTH 1   'R' RELEASE (DEFAULT),
      *                                    'C' CANCEL (JUNK THAT
      *                                    SHOULD NEVER RE-ENTER)
      *        FIELD:  record   LENGTH 53  CORRECTED DETAIL RECORD
      *                IMAGE; LEFT BLANK TO RELEASE THE RECORD
      *                EXACTLY AS IT WAS REJECTED
      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODMST-STATUS.

      * THE CUSTOMER MASTER -- CLOSED ACCOUNTS REFUSE A RELEASED SALE

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CUSTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ACCT
               FILE STATUS IS WS-CUSTMST-STATUS.

      * THE RELEASED RECORDS, SPLIT BY THE PROGRAM THAT REJECTED
      * THEM SO NOTHING EVER REPLAYS INTO THE PROGRAM THAT ALREADY
      * PROCESSED IT.  EACH IS A BALANCED BATCH THE TARGET RUN CAN
       01    SUSP-FIX-REC.
          05  SF-SUSP-ID               PIC X(6).
          05  SF-ACTION                PIC X.
          05  SF-REC-IMAGE             PIC X(53).

      * SAME LAYOUT LAB1F22 AND LAB1YTD WRITE

             10  SU-ORIG-RUN-DATE      PIC X(8).
             10  SU-STATUS             PIC X.
             10  SU-REL-DATE           PIC X(8).
             10  SU-REC-IMAGE          PIC X(53).
          05  SU-CONTROL-DATA REDEFINES SU-DETAIL-DATA.
             10  SU-NEXT-ID            PIC 9(6).
             10  FILLER                PIC X(103).

      * SAME LAYOUT LAB1MNT MAINTAINS

          05  PM-UNIT-PRICE            PIC 9(3)V99.
          05  PM-ACTIVE                PIC X.

      * SAME LAYOUT LAB1F22 AND LAB1YTD READ -- THE CUSTOMER
      * ACCOUNTS RECEIVABLES LOADS FROM ITS ACCOUNT EXTRACT

       FD    CUSTOMER-MASTER.
       01    CUSTOMER-MASTER-REC.
          05  CM-CUST-ACCT             PIC X(8).
          05  CM-CUST-NAME             PIC X(30).
          05  CM-STATUS                PIC X.

      * SAME BATCH LAYOUTS SALES.DAT CARRIES.  THE RECORD IMAGES
      * ARE BUILT IN WORKING STORAGE AND MOVED TO WHICHEVER FILE
      * THE ITEM'S SOURCE SAYS

       FD    RELEASE-F22-FILE.
       01    RELEASE-F22-REC    PIC X(53).

       FD    RELEASE-YTD-FILE.
       01    RELEASE-YTD-REC    PIC X(53).
      *
       FD    SUS-REPORT-FILE.
       01    SUS-REPORT-REC    PIC X(100).
             05    WS-SUSPENSE-STATUS        PIC XX VALUE SPACES.
             05    WS-SALESMST-STATUS        PIC XX VALUE SPACES.
             05    WS-SALESMST-FOUND         PIC X(3) VALUE 'NO'.
             05    WS-CUSTMST-STATUS         PIC XX VALUE SPACES.
             05    WS-CUSTMST-FOUND          PIC X(3) VALUE 'NO'.
             05    WS-SUSP-FOUND             PIC X(3) VALUE 'NO'.
             05    WS-CARD-OK                PIC X(3) VALUE 'YES'.
             05    WS-VALID-RECORD           PIC X(3) VALUE 'YES'.
             05    WRH-REC-TYPE              PIC X.
             05    WRH-BATCH-DATE            PIC X(8).
             05    WRH-BATCH-REGION          PIC X(10).
             05    FILLER                    PIC X(34).

       01    WS-REL-TRAILER.
             05    WRT-REC-TYPE              PIC X.
             05    WRT-REC-COUNT             PIC 9(6).
             05    WRT-HASH-QTY              PIC 9(8).
             05    FILLER                    PIC X(38).

      *THE CANDIDATE RECORD BEING RELEASED, WITH THE SAME FIELD
      *BREAKDOWN THE DAILY PROGRAMS SEE
             05    WS-CAND-NAME              PIC X(20).
             05    WS-CAND-PROD-CODE         PIC X(4).
             05    WS-CAND-QTY               PIC 9(3).
             05    WS-CAND-CUST-ACCT         PIC X(8).
             05    WS-CAND-INVOICE-NO        PIC X(8).
             05    WS-CAND-INVOICE-LINE      PIC 9(3).

      *SAME PRODUCT CATALOG SHAPE LAB1F22 AND LAB1YTD CARRY

               STOP RUN
           END-IF

           OPEN    INPUT CUSTOMER-MASTER
           IF WS-CUSTMST-STATUS NOT = '00'
               DISPLAY 'LAB1SUS: UNABLE TO OPEN CUSTOMER MASTER, '
                   'STATUS=' WS-CUSTMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 126-LOAD-PRODUCTS-RTN

           OPEN    OUTPUT RELEASE-F22-FILE

           PERFORM 176-LOOKUP-SALESMST-RTN
           PERFORM 177-LOOKUP-PRODUCT-RTN
           PERFORM 178-LOOKUP-CUSTMST-RTN

           IF WS-CAND-REC-TYPE NOT = 'D'
               MOVE 'NO' TO WS-VALID-RECORD
               MOVE 'NO' TO WS-VALID-RECORD
               MOVE 'INVALID TRANSACTION CODE'
                   TO WS-ERROR-REASON
           ELSE IF WS-CAND-INVOICE-NO = SPACES
               OR WS-CAND-INVOICE-LINE NOT NUMERIC
               MOVE 'NO' TO WS-VALID-RECORD
               MOVE 'MISSING INVOICE NUMBER OR LINE'
                   TO WS-ERROR-REASON
           ELSE IF WS-CUSTMST-FOUND = 'NO'
               MOVE 'NO' TO WS-VALID-RECORD
               MOVE 'UNKNOWN CUSTOMER ACCOUNT'
                   TO WS-ERROR-REASON
           ELSE IF CM-STATUS = 'C' AND WS-CAND-TRAN-CODE = 'S'
               MOVE 'NO' TO WS-VALID-RECORD
               MOVE 'CUSTOMER ACCOUNT CLOSED'
                   TO WS-ERROR-REASON
           ELSE IF WS-PROD-FOUND = 'NO'
               MOVE 'NO' TO WS-VALID-RECORD
               MOVE 'UNKNOWN PRODUCT CODE'
               END-IF
           END-PERFORM
           .
      *
       178-LOOKUP-CUSTMST-RTN.

           MOVE 'NO' TO WS-CUSTMST-FOUND
           IF WS-CAND-CUST-ACCT NOT = SPACES
               MOVE WS-CAND-CUST-ACCT TO CM-CUST-ACCT
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO WS-CUSTMST-FOUND
               END-READ
           END-IF
           .
      *
       215-REWRITE-SUSPENSE-RTN.

              CLOSE    SUSP-FIX-FILE
                 SUSPENSE-FILE
                 SALESPERSON-MASTER
                 CUSTOMER-MASTER
                 RELEASE-F22-FILE
                 RELEASE-YTD-FILE
                 SUS-REPORT-FILE
