      *        FIELD:  name      LENGTH 20  ALPHANUMERIC
      *        FIELD:  region    LENGTH 10  ALPHANUMERIC
      *        FIELD:  hire date LENGTH 8   YYYYMMDD
      *        FIELD:  eff date  LENGTH 8   YYYYMMDD, THE DAY A
      *                                     REGION CHANGE TAKES
      *                                     EFFECT (BLANK = TODAY,
      *                                     NEVER IN THE PAST)
      *        ON A CHANGE, BLANK NAME/REGION/HIRE DATE FIELDS ARE
      *        LEFT AS THEY WERE ON THE MASTER.
      *
      *          THE DATE, TIME, ACTION, RESULT, AND THE BEFORE AND
      *          AFTER IMAGES OF THE MASTER RECORD.  MNTRPT.TXT IS
      *          A PRINTED REGISTER OF WHAT WAS APPLIED OR REJECTED.
      *          REGNHST.DAT GETS ONE EFFECTIVE-DATED ASSIGNMENT
      *          RECORD PER ADD AND PER REGION TRANSFER, SO THE
      *          DAILY AND MONTHLY JOBS CAN CREDIT EACH BATCH TO THE
      *          REGION IN EFFECT ON ITS BATCH DATE.
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGNMST-STATUS.

      * REGION ASSIGNMENT HISTORY -- ONE RECORD PER ASSIGNMENT WITH
      * THE DATE IT TOOK EFFECT.  READ AT HOUSEKEEPING, THEN
      * REOPENED EXTEND TO TAKE THIS RUN'S NEW ASSIGNMENTS

           SELECT REGION-HISTORY-FILE
               ASSIGN TO 'REGNHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGNHST-STATUS.

      * AUDIT TRAIL -- EVERY TRANSACTION LEAVES A RECORD HERE WITH
      * BEFORE AND AFTER IMAGES, WHETHER IT WAS APPLIED OR REJECTED

          05  MT-NAME                  PIC X(20).
          05  MT-REGION                PIC X(10).
          05  MT-HIRE-DATE             PIC X(8).
          05  MT-EFF-DATE              PIC X(8).
      *
       FD    SALESPERSON-MASTER.
       01    SALESPERSON-MASTER-REC.
          05  RG-REGION-CODE           PIC X(10).
          05  RG-REGION-NAME           PIC X(20).
          05  RG-MANAGER               PIC X(20).
          05  RG-ACTIVE                PIC X.

      * SAME NAME AS THE SELECT STATEMENT.  RA-EFF-DATE IS THE FIRST
      * DAY THE SALESPERSON BELONGS TO RA-REGION; THE ASSIGNMENT
      * RUNS UNTIL THE NEXT LATER RECORD FOR THE SAME EMPLOYEE.
      * RA-ENTRY-DATE IS THE DAY THE RECORD WAS KEYED

       FD    REGION-HISTORY-FILE.
       01    REGION-HISTORY-REC.
          05  RA-EMP-ID                PIC X(5).
          05  RA-EFF-DATE              PIC X(8).
          05  RA-REGION                PIC X(10).
          05  RA-ENTRY-DATE            PIC X(8).
      *
       FD    MAINT-AUDIT-FILE.
       01    MAINT-AUDIT-REC    PIC X(132).
             05    WS-RGX                    PIC 9(2) VALUE ZERO.
             05    WS-REG-MORE-RECS          PIC X(3) VALUE 'YES'.
             05    WS-REGION-FOUND           PIC X(3) VALUE 'NO'.
             05    WS-REGION-INACTIVE        PIC X(3) VALUE 'NO'.
             05    WS-REGION-CODE-IN         PIC X(10) VALUE SPACES.

       01    WS-REGMST-TABLE.
                   10    WS-RM-CODE          PIC X(10).
                   10    WS-RM-NAME          PIC X(20).
                   10    WS-RM-MGR           PIC X(20).
                   10    WS-RM-ACTIVE        PIC X.

      *THE REGION ASSIGNMENT HISTORY, LOADED FROM REGNHST.DAT AT
      *HOUSEKEEPING AND KEPT CURRENT AS THIS RUN ADDS TO IT, SO A
      *SECOND TRANSFER CARD FOR THE SAME SALESPERSON SEES THE FIRST.
      *WS-XFER-DATE IS THE EFFECTIVE DATE OF THE CARD IN HAND AND
      *WS-LAST-ASSIGN-DATE THE LATEST ASSIGNMENT ALREADY ON FILE

       01    WS-ASSIGN-AREAS.
             05    WS-REGNHST-STATUS         PIC XX VALUE SPACES.
             05    WS-ASSIGN-COUNT           PIC 9(4) VALUE ZERO.
             05    WS-ASSIGN-MAX             PIC 9(4) VALUE 2000.
             05    WS-AX                     PIC 9(4) VALUE ZERO.
             05    WS-HST-MORE-RECS          PIC X(3) VALUE 'YES'.
             05    WS-HAS-HISTORY            PIC X(3) VALUE 'NO'.
             05    WS-REGION-MOVING          PIC X(3) VALUE 'NO'.
             05    WS-XFER-DATE              PIC X(8) VALUE SPACES.
             05    WS-LAST-ASSIGN-DATE       PIC X(8) VALUE SPACES.

       01    WS-ASSIGN-TABLE.
             05    WS-AH-ENTRY OCCURS 2000 TIMES.
                   10    WS-AH-EMP-ID        PIC X(5).
                   10    WS-AH-EFF-DATE      PIC X(8).

      *BEFORE AND AFTER IMAGES OF THE MASTER RECORD FOR THE AUDIT
      *TRAIL.  AN ADD HAS NO BEFORE IMAGE AND A REJECTED TRANSACTION
           END-IF

           PERFORM 126-LOAD-REGIONS-RTN
           PERFORM 127-LOAD-ASSIGNMENTS-RTN

      *THE AUDIT TRAIL ONLY EVER GROWS -- OPEN EXTEND SO EARLIER
      *RUNS' RECORDS SURVIVE, FALLING BACK TO OUTPUT THE FIRST TIME
           MOVE RG-REGION-CODE TO WS-RM-CODE(WS-REGION-COUNT)
           MOVE RG-REGION-NAME TO WS-RM-NAME(WS-REGION-COUNT)
           MOVE RG-MANAGER     TO WS-RM-MGR(WS-REGION-COUNT)
           MOVE RG-ACTIVE      TO WS-RM-ACTIVE(WS-REGION-COUNT)
           .
      *
       127-LOAD-ASSIGNMENTS-RTN.

      *LOAD THE ASSIGNMENT HISTORY, THEN REOPEN IT EXTEND FOR THIS
      *RUN'S NEW RECORDS.  NO FILE YET (STATUS 35) MEANS NO
      *SALESPERSON HAS BEEN ASSIGNED THROUGH THIS PROGRAM, AND THE
      *FIRST WRITE CREATES IT

           OPEN INPUT REGION-HISTORY-FILE
           IF WS-REGNHST-STATUS = '00'
               MOVE 'YES' TO WS-HST-MORE-RECS
               PERFORM UNTIL WS-HST-MORE-RECS = 'NO'
                   READ REGION-HISTORY-FILE
                       AT END
                           MOVE 'NO' TO WS-HST-MORE-RECS
                       NOT AT END
                           PERFORM 1273-STORE-ASSIGNMENT-RTN
                   END-READ
               END-PERFORM
               CLOSE REGION-HISTORY-FILE
           ELSE
               IF WS-REGNHST-STATUS NOT = '35'
                   DISPLAY 'LAB1MNT: UNABLE TO OPEN REGION HISTORY, '
                       'STATUS=' WS-REGNHST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND REGION-HISTORY-FILE
           IF WS-REGNHST-STATUS NOT = '00'
               OPEN OUTPUT REGION-HISTORY-FILE
               IF WS-REGNHST-STATUS NOT = '00'
                   DISPLAY 'LAB1MNT: UNABLE TO OPEN REGION HISTORY, '
                       'STATUS=' WS-REGNHST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
      *
       1273-STORE-ASSIGNMENT-RTN.

           IF WS-ASSIGN-COUNT >= WS-ASSIGN-MAX
               DISPLAY 'LAB1MNT: REGION HISTORY EXCEEDS '
                       WS-ASSIGN-MAX ' ENTRIES - RAISE '
                       'WS-ASSIGN-MAX AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ASSIGN-COUNT
           MOVE RA-EMP-ID   TO WS-AH-EMP-ID(WS-ASSIGN-COUNT)
           MOVE RA-EFF-DATE TO WS-AH-EFF-DATE(WS-ASSIGN-COUNT)
           .
      *
       1275-FIND-LAST-ASSIGN-RTN.

      *THE LATEST ASSIGNMENT DATE ON FILE FOR THIS SALESPERSON.  A
      *SALESPERSON HIRED BEFORE THE HISTORY WAS KEPT HAS NO RECORDS,
      *AND THE HIRE DATE STANDS IN AS THE START OF THE ASSIGNMENT
      *THE MASTER SHOWS TODAY

           MOVE 'NO' TO WS-HAS-HISTORY
           MOVE SM-HIRE-DATE TO WS-LAST-ASSIGN-DATE
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ASSIGN-COUNT
               IF WS-AH-EMP-ID(WS-AX) = MT-EMP-ID
                   IF WS-HAS-HISTORY = 'NO'
                       OR WS-AH-EFF-DATE(WS-AX) > WS-LAST-ASSIGN-DATE
                       MOVE WS-AH-EFF-DATE(WS-AX)
                           TO WS-LAST-ASSIGN-DATE
                   END-IF
                   MOVE 'YES' TO WS-HAS-HISTORY
               END-IF
           END-PERFORM
           .
      *
       1265-FIND-REGION-RTN.

      *FIND WS-REGION-CODE-IN IN THE REGION TABLE AND NOTE WHETHER
      *THE REGION HAS BEEN DEACTIVATED

           MOVE 'NO' TO WS-REGION-FOUND
           MOVE 'NO' TO WS-REGION-INACTIVE
           PERFORM VARYING WS-RGX FROM 1 BY 1
                   UNTIL WS-RGX > WS-REGION-COUNT
                   OR WS-REGION-FOUND = 'YES'
               IF WS-RM-CODE(WS-RGX) = WS-REGION-CODE-IN
                   MOVE 'YES' TO WS-REGION-FOUND
                   IF WS-RM-ACTIVE(WS-RGX) = 'I'
                       MOVE 'YES' TO WS-REGION-INACTIVE
                   END-IF
               END-IF
           END-PERFORM
           .
           MOVE MT-REGION TO WS-REGION-CODE-IN
           PERFORM 1265-FIND-REGION-RTN

      *A CHANGE CARD WHOSE REGION DIFFERS FROM THE MASTER IS A
      *TRANSFER.  IT TAKES EFFECT ON THE CARD'S EFFECTIVE DATE (OR
      *TODAY), WHICH MAY NOT BE IN THE PAST -- BATCHES ALREADY
      *CREDITED STAY WITH THEIR REGION, AS PRICES DO IN LAB1REF --
      *AND MUST FALL AFTER THE SALESPERSON'S LATEST ASSIGNMENT, OR
      *THE HISTORY WOULD NO LONGER READ IN ORDER

           MOVE 'NO' TO WS-REGION-MOVING
           IF MT-EFF-DATE = SPACES
               MOVE WS-CUR-DATE TO WS-XFER-DATE
           ELSE
               MOVE MT-EFF-DATE TO WS-XFER-DATE
           END-IF
           IF MT-ACTION = 'C' AND WS-RECORD-FOUND = 'YES'
               AND MT-REGION NOT = SPACES
               AND MT-REGION NOT = SM-REGION
               MOVE 'YES' TO WS-REGION-MOVING
               PERFORM 1275-FIND-LAST-ASSIGN-RTN
           END-IF

           IF MT-ACTION NOT = 'A' AND MT-ACTION NOT = 'C'
               AND MT-ACTION NOT = 'T'
               MOVE 'NO' TO WS-TRAN-OK
               AND WS-REGION-FOUND = 'NO'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'REGION NOT ON REGION MASTER' TO WS-REJECT-REASON
           ELSE IF MT-ACTION NOT = 'T' AND MT-REGION NOT = SPACES
               AND WS-REGION-INACTIVE = 'YES'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'REGION DEACTIVATED' TO WS-REJECT-REASON
           ELSE IF MT-ACTION = 'A' AND MT-HIRE-DATE NOT NUMERIC
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'HIRE DATE NOT NUMERIC ON ADD' TO WS-REJECT-REASON
           ELSE IF MT-ACTION NOT = 'A' AND WS-RECORD-FOUND = 'NO'
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJECT-REASON
           ELSE IF WS-REGION-MOVING = 'YES'
               AND MT-EFF-DATE NOT = SPACES
               AND MT-EFF-DATE NOT NUMERIC
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJECT-REASON
           ELSE IF WS-REGION-MOVING = 'YES'
               AND WS-XFER-DATE < WS-CUR-DATE
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'EFFECTIVE DATE IN THE PAST' TO WS-REJECT-REASON
           ELSE IF WS-REGION-MOVING = 'YES'
               AND WS-XFER-DATE NOT > WS-LAST-ASSIGN-DATE
               MOVE 'NO' TO WS-TRAN-OK
               MOVE 'TRANSFER NOT AFTER LAST MOVE' TO WS-REJECT-REASON
           END-IF
           .
      *
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
                   MOVE MT-HIRE-DATE TO RA-EFF-DATE
                   MOVE MT-REGION    TO RA-REGION
                   PERFORM 260-WRITE-ASSIGNMENT-RTN
               WHEN 'C'

      *A TRANSFER OF A SALESPERSON WITH NO HISTORY YET FIRST FILES
      *THE ASSIGNMENT THEY ARE LEAVING, FROM THE HIRE DATE, SO THE
      *OLD REGION KEEPS EVERYTHING BEFORE THE EFFECTIVE DATE

                   IF WS-REGION-MOVING = 'YES'
                       IF WS-HAS-HISTORY = 'NO'
                           MOVE SM-HIRE-DATE TO RA-EFF-DATE
                           MOVE SM-REGION    TO RA-REGION
                           PERFORM 260-WRITE-ASSIGNMENT-RTN
                       END-IF
                       MOVE WS-XFER-DATE TO RA-EFF-DATE
                       MOVE MT-REGION    TO RA-REGION
                       PERFORM 260-WRITE-ASSIGNMENT-RTN
                   END-IF
                   IF MT-NAME NOT = SPACES
                       MOVE MT-NAME TO SM-NAME
                   END-IF
           WRITE MAINT-REPORT-REC AFTER
                ADVANCING 1 LINE
           .
      *
       260-WRITE-ASSIGNMENT-RTN.

      *FILE ONE ASSIGNMENT (RA-EFF-DATE AND RA-REGION ALREADY SET)
      *AND KEEP THE IN-STORAGE COPY OF THE HISTORY CURRENT

           MOVE MT-EMP-ID   TO RA-EMP-ID
           MOVE WS-CUR-DATE TO RA-ENTRY-DATE
           WRITE REGION-HISTORY-REC
           IF WS-REGNHST-STATUS NOT = '00'
               DISPLAY 'LAB1MNT: UNABLE TO WRITE REGNHST.DAT, STATUS='
                   WS-REGNHST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1273-STORE-ASSIGNMENT-RTN
           .

       250-CLOSE-ROUTINE.

                 SALESPERSON-MASTER
                 MAINT-AUDIT-FILE
                 MAINT-REPORT-FILE
                 REGION-HISTORY-FILE
                 STOP RUN

           .
