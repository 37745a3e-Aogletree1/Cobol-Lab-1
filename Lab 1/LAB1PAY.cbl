      *      OVER ACKNOWLEDGED REGISTERS (THE LEDGER LAGGING THE
      *      NEWLY ACKNOWLEDGED REGISTERS IS THE NORMAL CASE AND
      *      IS ABSORBED BY THE REWRITE, NOT REPORTED)
      *    - ANY REGISTER LINE WHOSE PAID AND RECOVERED AMOUNTS DO
      *      NOT ADD BACK UP TO THE COMMISSION EARNED
      *    - ANY SALESPERSON WHOSE CLAWBACKS LESS RECOVERIES DO NOT
      *      EQUAL THE BALANCE STILL OWED
      *
      *  THE RECONCILIATION PAGE SHOWS, PER SALESPERSON OVER THE
      *  ACKNOWLEDGED REGISTERS, COMMISSION EARNED, CLAWBACKS
      *  RECOVERED FROM LATER EARNINGS, AMOUNT PAID, AND CLAWBACK
      *  BALANCE STILL OWED.  THE HR PAGE LISTS EVERY TERMINATED
      *  SALESPERSON WHO STILL OWES A BALANCE ON COMMBAL.DAT --
      *  THAT MONEY CAN NO LONGER COME OUT OF A COMMISSION CHECK.
      *
      *  REGISTERS THE RETENTION RUN (LAB1RET) HAS ARCHIVED ARE NO
      *  LONGER ON COMMHST.DAT; WHAT THEY ADDED TO EACH LEDGER IS
      *  ON COMMFWD.DAT AND THE LEDGER STARTS FROM THERE.
      *
      *  REGISTERS WRITTEN BEFORE THE BALANCE FILE EXISTED CARRY NO
      *  EARNED/RECOVERED/OWED FIELDS; THEIR COMMISSION IS TAKEN AS
      *  BOTH EARNED AND PAID, WITH NOTHING RECOVERED OR OWED.
      *
      *  THE LEDGER (PAYLEDGR.DAT) IS RECOMPUTED FROM THE
      *  ACKNOWLEDGED REGISTERS EVERY RUN AND REWRITTEN, SO THE
      *          COMMHST.DAT  CUMULATIVE REGISTER HISTORY
      *          PAYACK.DAT   PAYROLL'S ACKNOWLEDGMENTS
      *          PAYLEDGR.DAT PRIOR LEDGER (MAY NOT EXIST YET)
      *          COMMFWD.DAT  LEDGER TOTALS OF ARCHIVED REGISTERS
      *                       (MAY NOT EXIST YET)
      *          COMMBAL.DAT  CLAWBACK BALANCES (MAY NOT EXIST YET)
      *          SALESMST.DAT SALESPERSON NAMES AND STATUS
      *  OUTPUT: PAYLEDGR.DAT REWRITTEN LEDGER
      *          PAYRPT.TXT   THE MATCHING REPORT
      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

      * LEDGER TOTALS OF THE REGISTERS LAB1RET HAS ARCHIVED, ONE
      * RECORD PER EMPLOYEE

           SELECT COMM-FORWARD-FILE
               ASSIGN TO 'COMMFWD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMFWD-STATUS.

      * THE CLAWBACK BALANCES LAB1F22 MAINTAINS, READ FOR THE HR
      * PAGE

           SELECT COMM-BALANCE-FILE
               ASSIGN TO 'COMMBAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMBAL-STATUS.

      * SALESPERSON MASTER -- NAME AND ACTIVE/TERMINATED STATUS

           SELECT SALESPERSON-MASTER
               ASSIGN TO 'SALESMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-EMP-ID
               FILE STATUS IS WS-SALESMST-STATUS.

      * THE MATCHING REPORT FOR THE PRINTER

           SELECT PAY-REPORT-FILE
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

      * SAME NAME AS THE SELECT STATEMENT -- ONE ACKNOWLEDGMENT
      * PER REGISTER PAYROLL PAID
          05  PL-EMP-ID                PIC X(5).
          05  PL-PAID-TO-DATE          PIC S9(9)V99 SIGN LEADING
                                                    SEPARATE.
          05  PL-EARNED-TO-DATE        PIC S9(9)V99 SIGN LEADING
                                                    SEPARATE.
          05  PL-RECOVERED-TO-DATE     PIC S9(9)V99 SIGN LEADING
                                                    SEPARATE.
          05  PL-BALANCE-OWED          PIC S9(9)V99 SIGN LEADING
                                                    SEPARATE.

      * SAME LAYOUT LAB1RET WRITES

       FD    COMM-FORWARD-FILE.
       01    COMM-FORWARD-REC.
          05  FW-EMP-ID                PIC X(5).
          05  FW-PAID                  PIC S9(9)V99 SIGN LEADING
                                                    SEPARATE.
          05  FW-EARNED                PIC S9(9)V99 SIGN LEADING
                                                    SEPARATE.
          05  FW-RECOVERED             PIC S9(9)V99 SIGN LEADING
                                                    SEPARATE.
          05  FW-CLAWED                PIC S9(9)V99 SIGN LEADING
                                                    SEPARATE.
          05  FW-OWED                  PIC S9(9)V99 SIGN LEADING
                                                    SEPARATE.

      * SAME LAYOUT LAB1F22 WRITES

       FD    COMM-BALANCE-FILE.
       01    COMM-BALANCE-REC.
          05  CB-EMP-ID                PIC X(5).
          05  CB-BALANCE               PIC S9(7)V99 SIGN LEADING
                                                    SEPARATE.
          05  CB-LAST-DATE             PIC X(8).

      * SAME LAYOUT LAB1MNT MAINTAINS

       FD    SALESPERSON-MASTER.
       01    SALESPERSON-MASTER-REC.
          05  SM-EMP-ID                PIC X(5).
          05  SM-NAME                  PIC X(20).
          05  SM-REGION                PIC X(10).
          05  SM-HIRE-DATE             PIC X(8).
          05  SM-STATUS                PIC X.
      *
       FD    PAY-REPORT-FILE.
       01    PAY-REPORT-REC    PIC X(100).
             05    WS-PAYACK-STATUS          PIC XX VALUE SPACES.
             05    WS-LEDGER-STATUS          PIC XX VALUE SPACES.
             05    WS-RUNLOG-STATUS          PIC XX VALUE SPACES.
             05    WS-COMMBAL-STATUS         PIC XX VALUE SPACES.
             05    WS-COMMFWD-STATUS         PIC XX VALUE SPACES.
             05    WS-SALESMST-STATUS        PIC XX VALUE SPACES.
             05    WS-CUR-DATE               PIC X(8) VALUE SPACES.
             05    WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
                   10  WS-CUR-YEAR           PIC 9(4).
             05    WS-REGISTER-COUNT         PIC 9(4) VALUE ZERO.
             05    WS-ACKED-COUNT            PIC 9(4) VALUE ZERO.
             05    WS-PARTIAL-COUNT          PIC 9(4) VALUE ZERO.
             05    WS-HR-COUNT               PIC 9(4) VALUE ZERO.

      *STATE OF THE REGISTER CURRENTLY BEING WALKED IN COMMHST.DAT

             05    WS-BUF-ENTRY OCCURS 1000 TIMES.
                   10    WS-B-EMP-ID         PIC X(5).
                   10    WS-B-COMMISSION     PIC S9(7)V99.
                   10    WS-B-EARNED         PIC S9(7)V99.
                   10    WS-B-RECOVERED      PIC S9(7)V99.
                   10    WS-B-OWED           PIC S9(7)V99.

      *PAYROLL'S ACKNOWLEDGMENTS, EACH USABLE ONCE

             05    WS-NEW-ENTRY OCCURS 1000 TIMES.
                   10    WS-N-EMP-ID         PIC X(5).
                   10    WS-N-PAID           PIC S9(9)V99.
                   10    WS-N-EARNED         PIC S9(9)V99.
                   10    WS-N-RECOVERED      PIC S9(9)V99.
                   10    WS-N-CLAWED         PIC S9(9)V99.
                   10    WS-N-OWED           PIC S9(9)V99.

      *************************OUTPUT AREA**************************
       01 REPORT-HEADER.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(20)
             VALUE 'PAID-TO-DATE WRONG'.
      *
       01 RECON-HEADER.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(7) VALUE 'EMP ID'.
          05 FILLER          PIC X(15) VALUE '         EARNED'.
          05 FILLER          PIC X(15) VALUE '      RECOVERED'.
          05 FILLER          PIC X(15) VALUE '           PAID'.
          05 FILLER          PIC X(15) VALUE '   BALANCE OWED'.
      *
       01 RECON-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RC-EMP-ID-OUT   PIC X(5).
          05 FILLER          PIC X(4) VALUE SPACES.
          05 RC-EARNED-OUT   PIC -Z(8)9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RC-RECOVERED-OUT PIC -Z(8)9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RC-PAID-OUT     PIC -Z(8)9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RC-OWED-OUT     PIC -Z(8)9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RC-FLAG-OUT     PIC X(20).
      *
       01 HR-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 HR-EMP-ID-OUT   PIC X(5).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 HR-NAME-OUT     PIC X(20).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 HR-REGION-OUT   PIC X(10).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(8) VALUE 'OWES    '.
          05 HR-BALANCE-OUT  PIC -Z(6)9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(13) VALUE 'LAST CHANGED '.
          05 HR-DATE-OUT     PIC X(8).
      *
       01 MESSAGE-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
           PERFORM 125-HOUSEKEEPING
           PERFORM 140-LOAD-ACKS-RTN
           PERFORM 145-LOAD-LEDGER-RTN
           PERFORM 148-LOAD-FORWARD-RTN
           PERFORM 150-WALK-REGISTERS-RTN
           PERFORM 200-SWEEP-ACKS-RTN
           PERFORM 210-COMPARE-LEDGER-RTN
           PERFORM 215-RECONCILE-RTN
           PERFORM 220-REWRITE-LEDGER-RTN
           PERFORM 230-HR-BALANCES-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
           MOVE PL-EMP-ID       TO WS-O-EMP-ID(WS-OLD-COUNT)
           MOVE PL-PAID-TO-DATE TO WS-O-PAID(WS-OLD-COUNT)
           .
      *
       148-LOAD-FORWARD-RTN.

      *START THE RECOMPUTED LEDGER FROM THE TOTALS OF THE
      *REGISTERS ALREADY ARCHIVED.  A MISSING FILE MEANS NOTHING
      *HAS BEEN ARCHIVED YET

           OPEN INPUT COMM-FORWARD-FILE
           IF WS-COMMFWD-STATUS NOT = '00'
               AND WS-COMMFWD-STATUS NOT = '35'
               DISPLAY 'LAB1PAY: UNABLE TO OPEN COMMFWD.DAT, '
                   'STATUS=' WS-COMMFWD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-COMMFWD-STATUS = '00'
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ COMM-FORWARD-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           PERFORM 149-STORE-FORWARD-RTN
                   END-READ
               END-PERFORM
               CLOSE COMM-FORWARD-FILE
           END-IF
           .
      *
       149-STORE-FORWARD-RTN.

           IF WS-NEW-COUNT >= WS-LEDGER-MAX
               DISPLAY 'LAB1PAY: LEDGER TABLE FULL - RAISE '
                       'WS-LEDGER-MAX AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NEW-COUNT
           MOVE FW-EMP-ID    TO WS-N-EMP-ID(WS-NEW-COUNT)
           MOVE FW-PAID      TO WS-N-PAID(WS-NEW-COUNT)
           MOVE FW-EARNED    TO WS-N-EARNED(WS-NEW-COUNT)
           MOVE FW-RECOVERED TO WS-N-RECOVERED(WS-NEW-COUNT)
           MOVE FW-CLAWED    TO WS-N-CLAWED(WS-NEW-COUNT)
           MOVE FW-OWED      TO WS-N-OWED(WS-NEW-COUNT)
           .
      *
       150-WALK-REGISTERS-RTN.

           ADD 1 TO WS-BUF-COUNT
           MOVE CR-EMP-ID     TO WS-B-EMP-ID(WS-BUF-COUNT)
           MOVE CR-COMMISSION TO WS-B-COMMISSION(WS-BUF-COUNT)

      *A REGISTER LINE FROM BEFORE THE BALANCE FILE HAS NOTHING
      *PAST CR-COMMISSION -- WHAT WAS PAID WAS WHAT WAS EARNED

           IF CR-EARNED NUMERIC
               AND CR-RECOVERED NUMERIC
               AND CR-BALANCE-OWED NUMERIC
               MOVE CR-EARNED       TO WS-B-EARNED(WS-BUF-COUNT)
               MOVE CR-RECOVERED    TO WS-B-RECOVERED(WS-BUF-COUNT)
               MOVE CR-BALANCE-OWED TO WS-B-OWED(WS-BUF-COUNT)
           ELSE
               MOVE CR-COMMISSION   TO WS-B-EARNED(WS-BUF-COUNT)
               MOVE ZERO            TO WS-B-RECOVERED(WS-BUF-COUNT)
               MOVE ZERO            TO WS-B-OWED(WS-BUF-COUNT)
           END-IF
           .
      *
       165-CLAIM-ACK-RTN.
               MOVE WS-B-EMP-ID(WS-BFX)
                   TO WS-N-EMP-ID(WS-FOUND-SUB)
               MOVE ZERO      TO WS-N-PAID(WS-FOUND-SUB)
               MOVE ZERO      TO WS-N-EARNED(WS-FOUND-SUB)
               MOVE ZERO      TO WS-N-RECOVERED(WS-FOUND-SUB)
               MOVE ZERO      TO WS-N-CLAWED(WS-FOUND-SUB)
               MOVE ZERO      TO WS-N-OWED(WS-FOUND-SUB)
           END-IF
           ADD WS-B-COMMISSION(WS-BFX) TO WS-N-PAID(WS-FOUND-SUB)
           ADD WS-B-EARNED(WS-BFX)     TO WS-N-EARNED(WS-FOUND-SUB)
           ADD WS-B-RECOVERED(WS-BFX)
               TO WS-N-RECOVERED(WS-FOUND-SUB)
           MOVE WS-B-OWED(WS-BFX)      TO WS-N-OWED(WS-FOUND-SUB)

      *A NEGATIVE DAY UNDER THE BALANCE FILE PAYS NOTHING AND GOES
      *TO THE BALANCE.  A NEGATIVE DAY FROM BEFORE IT WAS PAID OUT
      *AS A NEGATIVE COMMISSION AND OWES NOTHING

           IF WS-B-EARNED(WS-BFX) < ZERO
               AND WS-B-COMMISSION(WS-BFX) = ZERO
               SUBTRACT WS-B-EARNED(WS-BFX)
                   FROM WS-N-CLAWED(WS-FOUND-SUB)
           END-IF

      *EVERY LINE MUST ADD BACK UP: WHAT WAS PAID PLUS WHAT WAS
      *RECOVERED IS WHAT WAS EARNED ON A POSITIVE DAY, AND A
      *NEGATIVE DAY PAYS AND RECOVERS NOTHING

           IF WS-B-EARNED(WS-BFX) < ZERO
               AND WS-B-COMMISSION(WS-BFX) = ZERO
               AND WS-B-RECOVERED(WS-BFX) = ZERO
               CONTINUE
           ELSE
               IF WS-B-COMMISSION(WS-BFX) + WS-B-RECOVERED(WS-BFX)
                       NOT = WS-B-EARNED(WS-BFX)
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SPACES TO RG-TEXT-OUT
                   STRING 'LINE FOR ' WS-B-EMP-ID(WS-BFX)
                          ' PAID+RECOVERED NOT EARNED'
                       DELIMITED BY SIZE INTO RG-TEXT-OUT
                   END-STRING
                   PERFORM 180-WRITE-REGISTER-LINE-RTN
               END-IF
           END-IF
           .
      *
       175-CLOSE-REGISTER-RTN.
                    ADVANCING 1 LINE
           END-IF
           .
      *
       215-RECONCILE-RTN.

      *ONE LINE PER SALESPERSON OVER THE ACKNOWLEDGED REGISTERS:
      *EARNED, RECOVERED, PAID, AND THE BALANCE OWED AS OF THEIR
      *LATEST ACKNOWLEDGED LINE.  EVERY DOLLAR CLAWED BACK IS
      *EITHER RECOVERED OR STILL OWED, SO CLAWBACKS LESS
      *RECOVERIES MUST EQUAL THE BALANCE OWED

           MOVE RECON-HEADER TO PAY-REPORT-REC
           WRITE PAY-REPORT-REC AFTER
                ADVANCING 2 LINES
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-NEW-COUNT
               MOVE WS-N-EMP-ID(WS-LX)    TO RC-EMP-ID-OUT
               MOVE WS-N-EARNED(WS-LX)    TO RC-EARNED-OUT
               MOVE WS-N-RECOVERED(WS-LX) TO RC-RECOVERED-OUT
               MOVE WS-N-PAID(WS-LX)      TO RC-PAID-OUT
               MOVE WS-N-OWED(WS-LX)      TO RC-OWED-OUT
               MOVE SPACES                TO RC-FLAG-OUT
               IF WS-N-CLAWED(WS-LX) - WS-N-RECOVERED(WS-LX)
                       NOT = WS-N-OWED(WS-LX)
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE 'BALANCE OFF' TO RC-FLAG-OUT
               END-IF
               MOVE RECON-LINE TO PAY-REPORT-REC
               WRITE PAY-REPORT-REC AFTER
                    ADVANCING 1 LINE
           END-PERFORM
           .
      *
       220-REWRITE-LEDGER-RTN.

                   UNTIL WS-LX > WS-NEW-COUNT
               MOVE WS-N-EMP-ID(WS-LX) TO PL-EMP-ID
               MOVE WS-N-PAID(WS-LX)   TO PL-PAID-TO-DATE
               MOVE WS-N-EARNED(WS-LX) TO PL-EARNED-TO-DATE
               MOVE WS-N-RECOVERED(WS-LX)
                   TO PL-RECOVERED-TO-DATE
               MOVE WS-N-OWED(WS-LX)   TO PL-BALANCE-OWED
               WRITE PAY-LEDGER-REC
           END-PERFORM
           CLOSE PAY-LEDGER-FILE
           .
      *
       230-HR-BALANCES-RTN.

      *TERMINATED SALESPEOPLE STILL OWING A CLAWBACK BALANCE.  NO
      *FUTURE COMMISSION WILL PAY THESE DOWN, SO HR HAS TO COLLECT
      *THEM.  NO BALANCE FILE YET MEANS NOBODY OWES ANYTHING

           MOVE SPACES TO ML-TEXT-OUT
           MOVE 'TERMINATED SALESPEOPLE WITH A CLAWBACK BALANCE (HR)'
                TO ML-TEXT-OUT
           MOVE MESSAGE-LINE TO PAY-REPORT-REC
           WRITE PAY-REPORT-REC AFTER
                ADVANCING 2 LINES

           OPEN INPUT COMM-BALANCE-FILE
           IF WS-COMMBAL-STATUS NOT = '00'
               AND WS-COMMBAL-STATUS NOT = '35'
               DISPLAY 'LAB1PAY: UNABLE TO OPEN COMMBAL.DAT, '
                   'STATUS=' WS-COMMBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-COMMBAL-STATUS = '00'
               OPEN INPUT SALESPERSON-MASTER
               IF WS-SALESMST-STATUS NOT = '00'
                   DISPLAY 'LAB1PAY: UNABLE TO OPEN SALESMST.DAT, '
                       'STATUS=' WS-SALESMST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ COMM-BALANCE-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           PERFORM 235-CHECK-BALANCE-RTN
                   END-READ
               END-PERFORM
               CLOSE COMM-BALANCE-FILE
               CLOSE SALESPERSON-MASTER
           END-IF

           IF WS-HR-COUNT = ZERO
               MOVE SPACES TO ML-TEXT-OUT
               MOVE 'NONE' TO ML-TEXT-OUT
               MOVE MESSAGE-LINE TO PAY-REPORT-REC
               WRITE PAY-REPORT-REC AFTER
                    ADVANCING 1 LINE
           END-IF
           .
      *
       235-CHECK-BALANCE-RTN.

      *A BALANCE ROW FOR SOMEONE NO LONGER ON THE MASTER IS LISTED
      *TOO -- HR STILL NEEDS TO KNOW THE MONEY IS OUT THERE

           IF CB-BALANCE > ZERO
               MOVE CB-EMP-ID TO SM-EMP-ID
               READ SALESPERSON-MASTER
                   INVALID KEY
                       MOVE '** NOT ON MASTER **' TO SM-NAME
                       MOVE SPACES TO SM-REGION
                       MOVE 'T'    TO SM-STATUS
               END-READ
               IF SM-STATUS = 'T'
                   ADD 1 TO WS-HR-COUNT
                   MOVE CB-EMP-ID    TO HR-EMP-ID-OUT
                   MOVE SM-NAME      TO HR-NAME-OUT
                   MOVE SM-REGION    TO HR-REGION-OUT
                   MOVE CB-BALANCE   TO HR-BALANCE-OUT
                   MOVE CB-LAST-DATE TO HR-DATE-OUT
                   MOVE HR-LINE TO PAY-REPORT-REC
                   WRITE PAY-REPORT-REC AFTER
                        ADVANCING 1 LINE
               END-IF
           END-IF
           .

       250-CLOSE-ROUTINE.

           WRITE PAY-REPORT-REC AFTER
                ADVANCING 1 LINE

           MOVE 'TERMINATED OWING A BALANCE    ' TO CL-LABEL-OUT
           MOVE WS-HR-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO PAY-REPORT-REC
           WRITE PAY-REPORT-REC AFTER
                ADVANCING 1 LINE

           MOVE 'EXCEPTIONS REPORTED           ' TO CL-LABEL-OUT
           MOVE WS-EXCEPTION-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO PAY-REPORT-REC
