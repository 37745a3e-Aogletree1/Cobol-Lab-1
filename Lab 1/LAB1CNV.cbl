       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LAB1CNV.
       AUTHOR.     AUSTIN H OGLETREE.
      **********************************************************
      *  This program carries the sales system's files forward
      *  into their current record layouts.  It is run once, when
      *  the programs that write the longer records go in, and
      *  can be rerun from the same saved files if anything goes
      *  wrong part way.
      *
      *  WHAT GREW:
      *    SALES.DAT    DETAIL 34 TO 53 -- CUSTOMER ACCOUNT,
      *                 INVOICE NUMBER AND INVOICE LINE ADDED;
      *                 HEADER AND TRAILER PADDED TO MATCH
      *    TRANHST.DAT  45 TO 64 -- THE SAME THREE FIELDS ADDED
      *    SUSPENSE.DAT 96 TO 115 -- THE HELD SALES RECORD IMAGE
      *                 GREW WITH SALES.DAT
      *    SALESYTD.DAT 266 TO 472 -- TWO TRANSFER SLOTS ADDED
      *    YTDJRNL.DAT  601 TO 1032 -- THE SOURCE RECORD GREW WITH
      *                 SALES.DAT AND BOTH MASTER IMAGES WITH
      *                 SALESYTD.DAT
      *    COMMREG.DAT  28 TO 58 -- EARNED, RECOVERED AND BALANCE
      *    COMMHST.DAT  OWED ADDED TO THE DETAIL; HEADER AND
      *                 TRAILER PADDED TO MATCH (SEE LAB1F22 FOR
      *                 THE LAYOUT PAYROLL READS)
      *    PAYLEDGR.DAT 17 TO 53 -- EARNED, RECOVERED AND BALANCE
      *                 OWED TO DATE ADDED
      *
      *  EVERY FIELD ALREADY ON A RECORD IS COPIED AS IT STANDS.
      *  A NEW NUMERIC FIELD IS SET TO ZERO AND A NEW ALPHANUMERIC
      *  FIELD TO SPACES, EXCEPT THAT COMMISSION EARNED IS SET TO
      *  THE COMMISSION PAID -- BEFORE THERE WERE CLAWBACK BALANCES
      *  WHAT WAS PAID WAS WHAT WAS EARNED, WHICH IS HOW LAB1PAY
      *  ALREADY READS A 28-BYTE REGISTER.  A YTD MASTER IMAGE THAT
      *  IS ALL SPACES ON THE JOURNAL (THE BEFORE IMAGE OF AN ADD,
      *  THE AFTER IMAGE OF A YEAR-END DROP) STAYS ALL SPACES.
      *
      *  OPERATIONS: BEFORE THE RUN, RENAME EACH FILE TO BE CARRIED
      *  FORWARD FROM .DAT TO .OLD (SALESYTD.DAT TO SALESYTD.OLD,
      *  AND SO ON).  EACH .OLD FILE PRESENT IS READ AND THE .DAT
      *  FILE WRITTEN AFRESH IN THE CURRENT LAYOUT; A .OLD FILE NOT
      *  PRESENT IS REPORTED AND SKIPPED.  KEEP THE .OLD FILES UNTIL
      *  THE COUNTS ON CNVRPT.TXT ARE VERIFIED -- THE RUN NEVER
      *  CHANGES THEM, SO IT CAN BE REPEATED.  A SALES TRANSMISSION
      *  HELD UNDER ANOTHER NAME IS RENAMED TO SALES.OLD ONE AT A
      *  TIME.  TAKE A FRESH SALESYTD.BKP AFTER THE RUN -- THE OLD
      *  BACKUP IS IN THE OLD LAYOUT AND LAB1RCV CANNOT USE IT.
      *
      *  INPUT:  SALES.OLD  TRANHST.OLD  SUSPENSE.OLD  SALESYTD.OLD
      *          YTDJRNL.OLD  COMMREG.OLD  COMMHST.OLD
      *          PAYLEDGR.OLD   -- ANY OR ALL OF THEM
      *
      *  OUTPUT: THE MATCHING .DAT FILE FOR EACH .OLD FILE READ
      *          CNVRPT.TXT   RECORDS CARRIED FORWARD PER FILE
      *
      *  RETURN CODE 16 WHEN A FILE CANNOT BE OPENED OR WRITTEN.
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * THE DAILY SALES TRANSMISSION, IN THE 34-BYTE LAYOUT AND IN
      * THE CURRENT ONE

           SELECT OLD-SALES-FILE
               ASSIGN TO 'SALES.OLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT SALES-FILE
               ASSIGN TO 'SALES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

      * THE TRANSACTION HISTORY, READ AND WRITTEN IN KEY ORDER

           SELECT OLD-TRAN-HISTORY-FILE
               ASSIGN TO 'TRANHST.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OT-TRAN-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT TRAN-HISTORY-FILE
               ASSIGN TO 'TRANHST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TH-TRAN-ID
               FILE STATUS IS WS-NEW-STATUS.

      * THE SUSPENSE FILE OF HELD SALES RECORDS, IN KEY ORDER

           SELECT OLD-SUSPENSE-FILE
               ASSIGN TO 'SUSPENSE.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OU-SUSP-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-SUSP-ID
               FILE STATUS IS WS-NEW-STATUS.

      * THE YEAR-TO-DATE MASTER, IN KEY ORDER

           SELECT OLD-YTD-MASTER
               ASSIGN TO 'SALESYTD.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OY-EMP-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT SALES-YTD-MASTER
               ASSIGN TO 'SALESYTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-NEW-STATUS.

      * LAB1YTD'S BEFORE/AFTER IMAGE JOURNAL

           SELECT OLD-YTD-JOURNAL-FILE
               ASSIGN TO 'YTDJRNL.OLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT YTD-JOURNAL-FILE
               ASSIGN TO 'YTDJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

      * THE COMMISSION REGISTER PAYROLL PICKS UP, AND THE HISTORY
      * OF EVERY REGISTER EVER SENT -- SAME RECORDS, SO THE SAME
      * CONVERSION SERVES BOTH

           SELECT OLD-COMMISSION-REG-FILE
               ASSIGN TO 'COMMREG.OLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT COMMISSION-REG-FILE
               ASSIGN TO 'COMMREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-COMM-HISTORY-FILE
               ASSIGN TO 'COMMHST.OLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT COMM-HISTORY-FILE
               ASSIGN TO 'COMMHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

      * LAB1PAY'S PAID-TO-DATE LEDGER

           SELECT OLD-PAY-LEDGER-FILE
               ASSIGN TO 'PAYLEDGR.OLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT PAY-LEDGER-FILE
               ASSIGN TO 'PAYLEDGR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

      * PRINTED ACCOUNTING OF THE CONVERSION

           SELECT CONVERT-REPORT-FILE
               ASSIGN TO 'CNVRPT.TXT'.

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

      * THE SALES RECORDS ARE CARRIED AS PLAIN IMAGES AND CONVERTED
      * IN WS-SALES-IMAGE, SO ONE ROUTINE SERVES SALES.DAT, THE
      * SUSPENSE IMAGE AND THE JOURNAL SOURCE RECORD

       FD    OLD-SALES-FILE.
       01    OLD-SALES-REC       PIC X(34).
      *
       FD    SALES-FILE.
       01    SALES-REC           PIC X(53).

      * 45 BYTES.  RECORD 000000 HOLDS THE NEXT TRANSACTION ID

       FD    OLD-TRAN-HISTORY-FILE.
       01    OLD-TRAN-HISTORY-REC.
          05  OT-TRAN-ID               PIC 9(6).
          05  OT-DETAIL-DATA           PIC X(39).

      * SAME LAYOUT LAB1F22 AND LAB1YTD MAINTAIN

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

      * 96 BYTES.  RECORD 000000 HOLDS THE NEXT SUSPENSE ID

       FD    OLD-SUSPENSE-FILE.
       01    OLD-SUSPENSE-REC.
          05  OU-SUSP-ID               PIC 9(6).
          05  OU-DETAIL-DATA.
             10  OU-SOURCE             PIC X.
             10  OU-REJECT-REASON      PIC X(38).
             10  OU-ORIG-RUN-DATE      PIC X(8).
             10  OU-STATUS             PIC X.
             10  OU-REL-DATE           PIC X(8).
             10  OU-REC-IMAGE          PIC X(34).

      * SAME LAYOUT LAB1F22, LAB1YTD AND LAB1SUS MAINTAIN

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

      * 266 BYTES.  ONLY THE KEY IS BROKEN OUT -- EVERY BYTE OF THE
      * OLD RECORD IS STILL IN THE SAME PLACE ON THE NEW ONE

       FD    OLD-YTD-MASTER.
       01    OLD-YTD-MASTER-REC.
          05  OY-EMP-ID                PIC X(5).
          05  OY-REST                  PIC X(261).
      *
       FD    SALES-YTD-MASTER.
       01    YTD-MASTER-REC.
          05  YTD-EMP-ID               PIC X(5).
          05  YTD-REST                 PIC X(467).

      * 601 BYTES

       FD    OLD-YTD-JOURNAL-FILE.
       01    OLD-YTD-JOURNAL-REC.
          05  OJ-ACTION                PIC X.
          05  OJ-RUN-DATE              PIC X(8).
          05  OJ-RUN-TIME              PIC X(8).
          05  OJ-BATCH-DATE            PIC X(8).
          05  OJ-BATCH-REGION          PIC X(10).
          05  OJ-SOURCE-REC            PIC X(34).
          05  OJ-BEFORE-IMAGE          PIC X(266).
          05  OJ-AFTER-IMAGE           PIC X(266).

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

      * THE REGISTER RECORDS ARE CARRIED AS PLAIN IMAGES AND
      * CONVERTED IN WS-OLD-REGISTER / WS-NEW-REGISTER

       FD    OLD-COMMISSION-REG-FILE.
       01    OLD-COMMISSION-REG-REC    PIC X(28).
      *
       FD    COMMISSION-REG-FILE.
       01    COMMISSION-REG-REC        PIC X(58).
      *
       FD    OLD-COMM-HISTORY-FILE.
       01    OLD-COMM-HISTORY-REC      PIC X(28).
      *
       FD    COMM-HISTORY-FILE.
       01    COMM-HISTORY-REC          PIC X(58).

      * 17 BYTES

       FD    OLD-PAY-LEDGER-FILE.
       01    OLD-PAY-LEDGER-REC.
          05  OL-EMP-ID                PIC X(5).
          05  OL-PAID-TO-DATE          PIC S9(9)V99 SIGN LEADING
                                                    SEPARATE.

      * SAME LAYOUT LAB1PAY WRITES

       FD    PAY-LEDGER-FILE.
       01    PAY-LEDGER-REC.
          05  PL-EMP-ID                PIC X(5).
          05  PL-PAID-TO-DATE          PIC S9(9)V99 SIGN LEADING
                                                    SEPARATE.
          05  PL-EARNED-TO-DATE        PIC S9(9)V99 SIGN LEADING
                                                    SEPARATE.
          05  PL-RECOVERED-TO-DATE     PIC S9(9)V99 SIGN LEADING
                                                    SEPARATE.
          05  PL-BALANCE-OWED          PIC S9(9)V99 SIGN LEADING
                                                    SEPARATE.
      *
       FD    CONVERT-REPORT-FILE.
       01    CONVERT-REPORT-REC    PIC X(80).

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
             05    WS-OLD-STATUS             PIC XX VALUE SPACES.
             05    WS-NEW-STATUS             PIC XX VALUE SPACES.
             05    WS-RUNLOG-STATUS          PIC XX VALUE SPACES.
             05    WS-CUR-DATE               PIC X(8) VALUE SPACES.
             05    WS-CUR-TIME               PIC X(8) VALUE SPACES.
             05    WS-MORE-RECS              PIC X(3) VALUE 'YES'.
             05    WS-OLD-NAME               PIC X(12) VALUE SPACES.
             05    WS-NEW-NAME               PIC X(12) VALUE SPACES.
             05    WS-FILE-COUNT             PIC 9(6) VALUE ZERO.
             05    WS-TOTAL-COUNT            PIC 9(6) VALUE ZERO.
             05    WS-XX                     PIC 9 VALUE ZERO.
             05    WS-XFER-MAX               PIC 9 VALUE 2.
             05    WS-PX                     PIC 9(2) VALUE ZERO.
             05    WS-PROD-MAX               PIC 9(2) VALUE 12.

      *A SALES RECORD IN THE CURRENT 53-BYTE LAYOUT.  ONLY WHAT
      *THE CONVERSION SETS IS BROKEN OUT

       01    WS-SALES-IMAGE.
             05    WS-SI-REC-TYPE            PIC X.
             05    FILLER                    PIC X(33).
             05    WS-SI-CUST-ACCT           PIC X(8).
             05    WS-SI-INVOICE-NO          PIC X(8).
             05    WS-SI-INVOICE-LINE        PIC 9(3).

      *A YTD MASTER RECORD IN THE CURRENT 472-BYTE LAYOUT -- THE
      *OLD 266 BYTES, THEN THE TRANSFER SLOTS

       01    WS-YTD-IMAGE.
             05    WS-YI-BASE                PIC X(266).
             05    WS-YI-XFER-ENTRY OCCURS 2 TIMES.
                   10    WS-YI-XFER-REGION   PIC X(10).
                   10    WS-YI-XFER-MTD-QTY  PIC S9(7)
                                             OCCURS 12 TIMES.
                   10    WS-YI-XFER-MTD-DOLLARS
                                             PIC S9(7)V99.

      *A REGISTER RECORD IN THE 28-BYTE LAYOUT AND IN THE CURRENT
      *58-BYTE ONE.  HEADER AND TRAILER ONLY NEED THE PADDING

       01    WS-OLD-REGISTER.
             05    WS-OR-REC-TYPE            PIC X.
             05    WS-OR-EMP-ID              PIC X(5).
             05    WS-OR-GROSS-AMOUNT        PIC S9(7)V99 SIGN LEADING
                                                    SEPARATE.
             05    WS-OR-TIER-APPLIED        PIC 9(2).
             05    WS-OR-COMMISSION          PIC S9(7)V99 SIGN LEADING
                                                    SEPARATE.
      *
       01    WS-NEW-REGISTER.
             05    WS-NR-REC-TYPE            PIC X.
             05    WS-NR-EMP-ID              PIC X(5).
             05    WS-NR-GROSS-AMOUNT        PIC S9(7)V99 SIGN LEADING
                                                    SEPARATE.
             05    WS-NR-TIER-APPLIED        PIC 9(2).
             05    WS-NR-COMMISSION          PIC S9(7)V99 SIGN LEADING
                                                    SEPARATE.
             05    WS-NR-EARNED              PIC S9(7)V99 SIGN LEADING
                                                    SEPARATE.
             05    WS-NR-RECOVERED           PIC S9(7)V99 SIGN LEADING
                                                    SEPARATE.
             05    WS-NR-BALANCE-OWED        PIC S9(7)V99 SIGN LEADING
                                                    SEPARATE.

      *************************OUTPUT AREA**************************
       01 REPORT-HEADER.
          05 FILLER          PIC X(20) VALUE SPACES.
          05 FILLER          PIC X(31)
             VALUE 'FILE LAYOUT CONVERSION REPORT'.
      *
       01 COUNT-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 CL-NAME-OUT     PIC X(14).
          05 CL-LABEL-OUT    PIC X(24).
          05 CL-COUNT-OUT    PIC ZZZ,ZZ9.
      *
       01 MESSAGE-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 ML-TEXT-OUT     PIC X(70).
      *

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 150-CONVERT-SALES-RTN
           PERFORM 155-CONVERT-TRANHST-RTN
           PERFORM 160-CONVERT-SUSPENSE-RTN
           PERFORM 165-CONVERT-YTD-MASTER-RTN
           PERFORM 170-CONVERT-JOURNAL-RTN
           PERFORM 175-CONVERT-COMMREG-RTN
           PERFORM 180-CONVERT-COMMHST-RTN
           PERFORM 185-CONVERT-LEDGER-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME

           OPEN    OUTPUT CONVERT-REPORT-FILE

           MOVE REPORT-HEADER TO CONVERT-REPORT-REC
           WRITE CONVERT-REPORT-REC
                   AFTER ADVANCING 1 LINE
           .
      *
       150-CONVERT-SALES-RTN.

      *HEADER AND TRAILER ARE ONLY PADDED; A DETAIL GETS A BLANK
      *ACCOUNT AND INVOICE AND A ZERO INVOICE LINE

           MOVE 'SALES.OLD'  TO WS-OLD-NAME
           MOVE 'SALES.DAT'  TO WS-NEW-NAME
           MOVE ZERO TO WS-FILE-COUNT
           OPEN INPUT OLD-SALES-FILE
           PERFORM 210-CHECK-OLD-OPEN-RTN
           IF WS-OLD-STATUS = '00'
               OPEN OUTPUT SALES-FILE
               PERFORM 215-CHECK-NEW-OPEN-RTN
               MOVE 'YES' TO WS-MORE-RECS
               PERFORM UNTIL WS-MORE-RECS = 'NO'
                   READ OLD-SALES-FILE
                       AT END
                           MOVE 'NO' TO WS-MORE-RECS
                       NOT AT END
                           MOVE OLD-SALES-REC TO WS-SALES-IMAGE
                           PERFORM 200-CONVERT-SALES-IMAGE-RTN
                           MOVE WS-SALES-IMAGE TO SALES-REC
                           WRITE SALES-REC
                           PERFORM 220-CHECK-WRITE-RTN
                   END-READ
               END-PERFORM
               CLOSE OLD-SALES-FILE
                     SALES-FILE
               PERFORM 230-REPORT-FILE-RTN
           END-IF
           .
      *
       155-CONVERT-TRANHST-RTN.

      *THE CONTROL RECORD (ID 000000) IS ONLY PADDED

           MOVE 'TRANHST.OLD' TO WS-OLD-NAME
           MOVE 'TRANHST.DAT' TO WS-NEW-NAME
           MOVE ZERO TO WS-FILE-COUNT
           OPEN INPUT OLD-TRAN-HISTORY-FILE
           PERFORM 210-CHECK-OLD-OPEN-RTN
           IF WS-OLD-STATUS = '00'
               OPEN OUTPUT TRAN-HISTORY-FILE
               PERFORM 215-CHECK-NEW-OPEN-RTN
               MOVE 'YES' TO WS-MORE-RECS
               PERFORM UNTIL WS-MORE-RECS = 'NO'
                   READ OLD-TRAN-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'NO' TO WS-MORE-RECS
                       NOT AT END
                           MOVE SPACES         TO TRAN-HISTORY-REC
                           MOVE OT-TRAN-ID     TO TH-TRAN-ID
                           MOVE OT-DETAIL-DATA TO TH-DETAIL-DATA
                           IF TH-TRAN-ID NOT = ZERO
                               MOVE ZERO TO TH-INVOICE-LINE
                           END-IF
                           WRITE TRAN-HISTORY-REC
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           PERFORM 220-CHECK-WRITE-RTN
                   END-READ
               END-PERFORM
               CLOSE OLD-TRAN-HISTORY-FILE
                     TRAN-HISTORY-FILE
               PERFORM 230-REPORT-FILE-RTN
           END-IF
           .
      *
       160-CONVERT-SUSPENSE-RTN.

      *THE CONTROL RECORD (ID 000000) IS ONLY PADDED; A HELD
      *RECORD'S IMAGE IS CONVERTED LIKE ANY OTHER SALES RECORD

           MOVE 'SUSPENSE.OLD' TO WS-OLD-NAME
           MOVE 'SUSPENSE.DAT' TO WS-NEW-NAME
           MOVE ZERO TO WS-FILE-COUNT
           OPEN INPUT OLD-SUSPENSE-FILE
           PERFORM 210-CHECK-OLD-OPEN-RTN
           IF WS-OLD-STATUS = '00'
               OPEN OUTPUT SUSPENSE-FILE
               PERFORM 215-CHECK-NEW-OPEN-RTN
               MOVE 'YES' TO WS-MORE-RECS
               PERFORM UNTIL WS-MORE-RECS = 'NO'
                   READ OLD-SUSPENSE-FILE NEXT RECORD
                       AT END
                           MOVE 'NO' TO WS-MORE-RECS
                       NOT AT END
                           PERFORM 162-BUILD-SUSPENSE-RTN
                           WRITE SUSPENSE-REC
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           PERFORM 220-CHECK-WRITE-RTN
                   END-READ
               END-PERFORM
               CLOSE OLD-SUSPENSE-FILE
                     SUSPENSE-FILE
               PERFORM 230-REPORT-FILE-RTN
           END-IF
           .
      *
       162-BUILD-SUSPENSE-RTN.

           MOVE SPACES     TO SUSPENSE-REC
           MOVE OU-SUSP-ID TO SU-SUSP-ID
           IF OU-SUSP-ID = ZERO
               MOVE OU-DETAIL-DATA TO SU-DETAIL-DATA
           ELSE
               MOVE OU-SOURCE        TO SU-SOURCE
               MOVE OU-REJECT-REASON TO SU-REJECT-REASON
               MOVE OU-ORIG-RUN-DATE TO SU-ORIG-RUN-DATE
               MOVE OU-STATUS        TO SU-STATUS
               MOVE OU-REL-DATE      TO SU-REL-DATE
               MOVE OU-REC-IMAGE     TO WS-SALES-IMAGE
               PERFORM 200-CONVERT-SALES-IMAGE-RTN
               MOVE WS-SALES-IMAGE   TO SU-REC-IMAGE
           END-IF
           .
      *
       165-CONVERT-YTD-MASTER-RTN.

           MOVE 'SALESYTD.OLD' TO WS-OLD-NAME
           MOVE 'SALESYTD.DAT' TO WS-NEW-NAME
           MOVE ZERO TO WS-FILE-COUNT
           OPEN INPUT OLD-YTD-MASTER
           PERFORM 210-CHECK-OLD-OPEN-RTN
           IF WS-OLD-STATUS = '00'
               OPEN OUTPUT SALES-YTD-MASTER
               PERFORM 215-CHECK-NEW-OPEN-RTN
               MOVE 'YES' TO WS-MORE-RECS
               PERFORM UNTIL WS-MORE-RECS = 'NO'
                   READ OLD-YTD-MASTER NEXT RECORD
                       AT END
                           MOVE 'NO' TO WS-MORE-RECS
                       NOT AT END
                           MOVE OLD-YTD-MASTER-REC TO WS-YI-BASE
                           PERFORM 205-CONVERT-YTD-IMAGE-RTN
                           MOVE WS-YTD-IMAGE TO YTD-MASTER-REC
                           WRITE YTD-MASTER-REC
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           PERFORM 220-CHECK-WRITE-RTN
                   END-READ
               END-PERFORM
               CLOSE OLD-YTD-MASTER
                     SALES-YTD-MASTER
               PERFORM 230-REPORT-FILE-RTN
           END-IF
           .
      *
       170-CONVERT-JOURNAL-RTN.

      *AN ALL-SPACES IMAGE OR SOURCE RECORD MEANS "NONE" TO EVERY
      *READER OF THE JOURNAL, SO IT STAYS ALL SPACES

           MOVE 'YTDJRNL.OLD' TO WS-OLD-NAME
           MOVE 'YTDJRNL.DAT' TO WS-NEW-NAME
           MOVE ZERO TO WS-FILE-COUNT
           OPEN INPUT OLD-YTD-JOURNAL-FILE
           PERFORM 210-CHECK-OLD-OPEN-RTN
           IF WS-OLD-STATUS = '00'
               OPEN OUTPUT YTD-JOURNAL-FILE
               PERFORM 215-CHECK-NEW-OPEN-RTN
               MOVE 'YES' TO WS-MORE-RECS
               PERFORM UNTIL WS-MORE-RECS = 'NO'
                   READ OLD-YTD-JOURNAL-FILE
                       AT END
                           MOVE 'NO' TO WS-MORE-RECS
                       NOT AT END
                           PERFORM 172-BUILD-JOURNAL-RTN
                           WRITE YTD-JOURNAL-REC
                           PERFORM 220-CHECK-WRITE-RTN
                   END-READ
               END-PERFORM
               CLOSE OLD-YTD-JOURNAL-FILE
                     YTD-JOURNAL-FILE
               PERFORM 230-REPORT-FILE-RTN
           END-IF
           .
      *
       172-BUILD-JOURNAL-RTN.

           MOVE SPACES          TO YTD-JOURNAL-REC
           MOVE OJ-ACTION       TO JR-ACTION
           MOVE OJ-RUN-DATE     TO JR-RUN-DATE
           MOVE OJ-RUN-TIME     TO JR-RUN-TIME
           MOVE OJ-BATCH-DATE   TO JR-BATCH-DATE
           MOVE OJ-BATCH-REGION TO JR-BATCH-REGION

           IF OJ-SOURCE-REC NOT = SPACES
               MOVE OJ-SOURCE-REC  TO WS-SALES-IMAGE
               PERFORM 200-CONVERT-SALES-IMAGE-RTN
               MOVE WS-SALES-IMAGE TO JR-SOURCE-REC
           END-IF

           IF OJ-BEFORE-IMAGE NOT = SPACES
               MOVE OJ-BEFORE-IMAGE TO WS-YI-BASE
               PERFORM 205-CONVERT-YTD-IMAGE-RTN
               MOVE WS-YTD-IMAGE    TO JR-BEFORE-IMAGE
           END-IF

           IF OJ-AFTER-IMAGE NOT = SPACES
               MOVE OJ-AFTER-IMAGE  TO WS-YI-BASE
               PERFORM 205-CONVERT-YTD-IMAGE-RTN
               MOVE WS-YTD-IMAGE    TO JR-AFTER-IMAGE
           END-IF
           .
      *
       175-CONVERT-COMMREG-RTN.

           MOVE 'COMMREG.OLD' TO WS-OLD-NAME
           MOVE 'COMMREG.DAT' TO WS-NEW-NAME
           MOVE ZERO TO WS-FILE-COUNT
           OPEN INPUT OLD-COMMISSION-REG-FILE
           PERFORM 210-CHECK-OLD-OPEN-RTN
           IF WS-OLD-STATUS = '00'
               OPEN OUTPUT COMMISSION-REG-FILE
               PERFORM 215-CHECK-NEW-OPEN-RTN
               MOVE 'YES' TO WS-MORE-RECS
               PERFORM UNTIL WS-MORE-RECS = 'NO'
                   READ OLD-COMMISSION-REG-FILE
                       AT END
                           MOVE 'NO' TO WS-MORE-RECS
                       NOT AT END
                           MOVE OLD-COMMISSION-REG-REC
                               TO WS-OLD-REGISTER
                           PERFORM 207-CONVERT-REGISTER-RTN
                           MOVE WS-NEW-REGISTER TO COMMISSION-REG-REC
                           WRITE COMMISSION-REG-REC
                           PERFORM 220-CHECK-WRITE-RTN
                   END-READ
               END-PERFORM
               CLOSE OLD-COMMISSION-REG-FILE
                     COMMISSION-REG-FILE
               PERFORM 230-REPORT-FILE-RTN
           END-IF
           .
      *
       180-CONVERT-COMMHST-RTN.

           MOVE 'COMMHST.OLD' TO WS-OLD-NAME
           MOVE 'COMMHST.DAT' TO WS-NEW-NAME
           MOVE ZERO TO WS-FILE-COUNT
           OPEN INPUT OLD-COMM-HISTORY-FILE
           PERFORM 210-CHECK-OLD-OPEN-RTN
           IF WS-OLD-STATUS = '00'
               OPEN OUTPUT COMM-HISTORY-FILE
               PERFORM 215-CHECK-NEW-OPEN-RTN
               MOVE 'YES' TO WS-MORE-RECS
               PERFORM UNTIL WS-MORE-RECS = 'NO'
                   READ OLD-COMM-HISTORY-FILE
                       AT END
                           MOVE 'NO' TO WS-MORE-RECS
                       NOT AT END
                           MOVE OLD-COMM-HISTORY-REC
                               TO WS-OLD-REGISTER
                           PERFORM 207-CONVERT-REGISTER-RTN
                           MOVE WS-NEW-REGISTER TO COMM-HISTORY-REC
                           WRITE COMM-HISTORY-REC
                           PERFORM 220-CHECK-WRITE-RTN
                   END-READ
               END-PERFORM
               CLOSE OLD-COMM-HISTORY-FILE
                     COMM-HISTORY-FILE
               PERFORM 230-REPORT-FILE-RTN
           END-IF
           .
      *
       185-CONVERT-LEDGER-RTN.

      *LAB1PAY RECOMPUTES THE WHOLE LEDGER EVERY RUN AND ONLY
      *COMPARES THE OLD PAID-TO-DATE, BUT THE FILE STILL HAS TO BE
      *IN THE CURRENT LAYOUT FOR ANYONE ELSE WHO READS IT.  PAID
      *WAS EARNED, AND NOTHING HAD BEEN RECOVERED OR WAS OWED

           MOVE 'PAYLEDGR.OLD' TO WS-OLD-NAME
           MOVE 'PAYLEDGR.DAT' TO WS-NEW-NAME
           MOVE ZERO TO WS-FILE-COUNT
           OPEN INPUT OLD-PAY-LEDGER-FILE
           PERFORM 210-CHECK-OLD-OPEN-RTN
           IF WS-OLD-STATUS = '00'
               OPEN OUTPUT PAY-LEDGER-FILE
               PERFORM 215-CHECK-NEW-OPEN-RTN
               MOVE 'YES' TO WS-MORE-RECS
               PERFORM UNTIL WS-MORE-RECS = 'NO'
                   READ OLD-PAY-LEDGER-FILE
                       AT END
                           MOVE 'NO' TO WS-MORE-RECS
                       NOT AT END
                           MOVE OL-EMP-ID       TO PL-EMP-ID
                           MOVE OL-PAID-TO-DATE TO PL-PAID-TO-DATE
                           MOVE OL-PAID-TO-DATE TO PL-EARNED-TO-DATE
                           MOVE ZERO            TO PL-RECOVERED-TO-DATE
                           MOVE ZERO            TO PL-BALANCE-OWED
                           WRITE PAY-LEDGER-REC
                           PERFORM 220-CHECK-WRITE-RTN
                   END-READ
               END-PERFORM
               CLOSE OLD-PAY-LEDGER-FILE
                     PAY-LEDGER-FILE
               PERFORM 230-REPORT-FILE-RTN
           END-IF
           .
      *
       200-CONVERT-SALES-IMAGE-RTN.

      *WS-SALES-IMAGE HOLDS THE 34-BYTE RECORD, SPACE-FILLED TO 53.
      *ONLY A DETAIL CARRIES A NUMERIC FIELD IN THE NEW BYTES

           IF WS-SI-REC-TYPE = 'D'
               MOVE ZERO TO WS-SI-INVOICE-LINE
           END-IF
           .
      *
       205-CONVERT-YTD-IMAGE-RTN.

      *WS-YI-BASE HOLDS THE 266-BYTE RECORD.  BOTH TRANSFER SLOTS
      *START EMPTY, THE SAME AS LAB1YTD BUILDS A NEW MASTER ROW

           PERFORM VARYING WS-XX FROM 1 BY 1
                   UNTIL WS-XX > WS-XFER-MAX
               MOVE SPACES TO WS-YI-XFER-REGION(WS-XX)
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PROD-MAX
                   MOVE ZERO TO WS-YI-XFER-MTD-QTY(WS-XX, WS-PX)
               END-PERFORM
               MOVE ZERO TO WS-YI-XFER-MTD-DOLLARS(WS-XX)
           END-PERFORM
           .
      *
       207-CONVERT-REGISTER-RTN.

      *A DETAIL'S COMMISSION WAS BOTH EARNED AND PAID; NOTHING WAS
      *RECOVERED OR OWED.  HEADER AND TRAILER KEEP THEIR FIRST 28
      *BYTES AND ARE SPACE-FILLED

           MOVE SPACES TO WS-NEW-REGISTER
           IF WS-OR-REC-TYPE = 'D'
               MOVE WS-OR-REC-TYPE      TO WS-NR-REC-TYPE
               MOVE WS-OR-EMP-ID        TO WS-NR-EMP-ID
               MOVE WS-OR-GROSS-AMOUNT  TO WS-NR-GROSS-AMOUNT
               MOVE WS-OR-TIER-APPLIED  TO WS-NR-TIER-APPLIED
               MOVE WS-OR-COMMISSION    TO WS-NR-COMMISSION
               MOVE WS-OR-COMMISSION    TO WS-NR-EARNED
               MOVE ZERO                TO WS-NR-RECOVERED
               MOVE ZERO                TO WS-NR-BALANCE-OWED
           ELSE
               MOVE WS-OLD-REGISTER     TO WS-NEW-REGISTER
           END-IF
           .
      *
       210-CHECK-OLD-OPEN-RTN.

      *A .OLD FILE NOT PRESENT WAS NOT RENAMED FOR CONVERSION --
      *SAY SO AND LEAVE ITS .DAT FILE ALONE.  ANY OTHER FAILURE
      *STOPS THE RUN

           IF WS-OLD-STATUS = '35'
               MOVE WS-OLD-NAME TO CL-NAME-OUT
               MOVE 'NOT PRESENT - SKIPPED' TO CL-LABEL-OUT
               MOVE ZERO TO CL-COUNT-OUT
               MOVE COUNT-LINE TO CONVERT-REPORT-REC
               WRITE CONVERT-REPORT-REC AFTER
                    ADVANCING 2 LINES
           ELSE
               IF WS-OLD-STATUS NOT = '00'
                   DISPLAY 'LAB1CNV: UNABLE TO OPEN ' WS-OLD-NAME
                       ', STATUS=' WS-OLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
      *
       215-CHECK-NEW-OPEN-RTN.

           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'LAB1CNV: UNABLE TO CREATE ' WS-NEW-NAME
                   ', STATUS=' WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *
       220-CHECK-WRITE-RTN.

      *A RECORD THAT CANNOT BE WRITTEN LEAVES THE .DAT FILE SHORT.
      *STOP -- THE .OLD FILE IS UNTOUCHED, SO THE RUN CAN BE
      *REPEATED ONCE THE CAUSE IS FIXED

           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'LAB1CNV: WRITE TO ' WS-NEW-NAME
                   ' FAILED, STATUS=' WS-NEW-STATUS
                   ' - RERUN FROM ' WS-OLD-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FILE-COUNT
           ADD 1 TO WS-TOTAL-COUNT
           .
      *
       230-REPORT-FILE-RTN.

           MOVE WS-NEW-NAME TO CL-NAME-OUT
           MOVE 'RECORDS CARRIED FORWARD' TO CL-LABEL-OUT
           MOVE WS-FILE-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO CONVERT-REPORT-REC
           WRITE CONVERT-REPORT-REC AFTER
                ADVANCING 2 LINES
           .

       250-CLOSE-ROUTINE.

           MOVE SPACES TO CL-NAME-OUT
           MOVE 'TOTAL RECORDS' TO CL-LABEL-OUT
           MOVE WS-TOTAL-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO CONVERT-REPORT-REC
           WRITE CONVERT-REPORT-REC AFTER
                ADVANCING 3 LINES

           MOVE 'KEEP THE .OLD FILES UNTIL THE COUNTS ABOVE ARE '
                TO ML-TEXT-OUT
           MOVE MESSAGE-LINE TO CONVERT-REPORT-REC
           WRITE CONVERT-REPORT-REC AFTER
                ADVANCING 2 LINES

           MOVE 'VERIFIED, THEN TAKE A FRESH SALESYTD.BKP'
                TO ML-TEXT-OUT
           MOVE MESSAGE-LINE TO CONVERT-REPORT-REC
           WRITE CONVERT-REPORT-REC AFTER
                ADVANCING 1 LINE

           PERFORM 245-WRITE-RUNLOG-RTN

      *SAME FILE NAME AS SELECT STATEMENT

              CLOSE    CONVERT-REPORT-FILE
                 STOP RUN

           .
      *
       245-WRITE-RUNLOG-RTN.

      *APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED RUN LOG.
      *A LOG THAT CANNOT BE WRITTEN IS WORTH A CONSOLE LINE BUT
      *NOT AN ABEND -- THE CONVERTED FILES ARE ALREADY ON DISK

           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF WS-RUNLOG-STATUS NOT = '00'
               DISPLAY 'LAB1CNV: UNABLE TO OPEN RUN LOG, STATUS='
                   WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES              TO RUN-LOG-REC
               MOVE 'LAB1CNV'           TO RL-PROGRAM
               MOVE WS-CUR-DATE         TO RL-RUN-DATE
               MOVE WS-CUR-TIME         TO RL-RUN-TIME
               MOVE SPACES              TO RL-BATCH-DATE
               MOVE SPACES              TO RL-BATCH-REGION
               MOVE WS-TOTAL-COUNT      TO RL-ACCEPT-COUNT
               MOVE ZERO                TO RL-REJECT-COUNT
               MOVE RETURN-CODE         TO RL-RETURN-CODE
               WRITE RUN-LOG-REC
               CLOSE RUN-LOG-FILE
           END-IF
           .
