       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LAB1XMT.
       AUTHOR.     AUSTIN H OGLETREE.
      **********************************************************
      *  This program is the regional transmission watch.  Head
      *  office concatenates whatever batches the regional offices
      *  send into SALES.DAT, and LAB1F22 and LAB1YTD balance what
      *  arrived -- a region that never transmits leaves no trace
      *  anywhere.  This program holds the posted-batch control
      *  file (BATCHCTL.DAT) up against an expected-transmission
      *  calendar and reports, for the date range on the run card:
      *    - EVERY ACTIVE REGION AND EXPECTED BUSINESS DAY WITH NO
      *      BATCH POSTED (NONE RECEIVED, OR A POSTING THAT NEVER
      *      COMPLETED)
      *    - EVERY BATCH POSTED MORE THAN THE CARD'S DAY LIMIT
      *      AFTER ITS BATCH DATE
      *    - EVERY BATCH POSTED WITH THE FORCE CARD
      *  EACH LINE CARRIES THE REGION MANAGER'S NAME FROM
      *  REGNMST.DAT SO OPERATIONS KNOWS WHO TO CALL.
      *
      *  THE CALENDAR (XMITCAL.DAT) IS MAINTAINED BY HAND, ONE
      *  RECORD PER RULE:
      *    'W' SEND WEEKDAYS, MONDAY THROUGH SUNDAY, 'Y' OR 'N'.
      *        A BLANK REGION SETS THE BUSINESS WEEK FOR EVERY
      *        REGION; A NAMED REGION OVERRIDES IT FOR A REGION
      *        THAT ONLY SENDS ON CERTAIN DAYS.  WITH NO 'W' RECORD
      *        THE BUSINESS WEEK IS MONDAY THROUGH FRIDAY
      *    'H' A HOLIDAY -- NOTHING EXPECTED THAT DAY.  A BLANK
      *        REGION IS A COMPANY HOLIDAY; A NAMED REGION IS A
      *        LOCAL ONE
      *  A MISSING CALENDAR MEANS MONDAY THROUGH FRIDAY, NO
      *  HOLIDAYS.  DEACTIVATED REGIONS ARE NOT EXPECTED TO SEND.
      *
      *  DAYS LATE ARE CALENDAR DAYS FROM THE BATCH DATE TO THE
      *  DATE LAB1YTD LAST POSTED THE BATCH.
      *
      *  INPUT:  XMTPARM.DAT  RUN CARD:
      *        FIELD:  from date  LENGTH 8   YYYYMMDD, REQUIRED
      *        FIELD:  thru date  LENGTH 8   YYYYMMDD, BLANK MEANS
      *                                      TODAY
      *        FIELD:  late days  LENGTH 3   BLANK MEANS 1
      *          XMITCAL.DAT  THE EXPECTED-TRANSMISSION CALENDAR
      *          REGNMST.DAT  REGIONS, MANAGERS, ACTIVE FLAG
      *          BATCHCTL.DAT LAB1YTD'S POSTED-BATCH CONTROL FILE
      *  OUTPUT: XMTRPT.TXT   THE WATCH REPORT
      *
      *  RETURN CODE 8 WHEN ANYTHING IS REPORTED, SO THE
      *  END-OF-DAY STATUS PAGE FLAGS THE RUN.
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * THE RUN CARD NAMING THE DATES TO WATCH

           SELECT XMT-PARM-FILE
               ASSIGN TO 'XMTPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * THE EXPECTED-TRANSMISSION CALENDAR

           SELECT XMIT-CALENDAR-FILE
               ASSIGN TO 'XMITCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

      * THE REGION REFERENCE FILE LAB1REF MAINTAINS

           SELECT REGION-MASTER
               ASSIGN TO 'REGNMST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGNMST-STATUS.

      * LAB1YTD'S BATCH CONTROL FILE, LOOKED UP BY BATCH AND THEN
      * BROWSED OVER THE DATE RANGE

           SELECT BATCH-CONTROL-FILE
               ASSIGN TO 'BATCHCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-BATCH-ID
               FILE STATUS IS WS-BATCHCTL-STATUS.

      * THE WATCH REPORT FOR THE PRINTER

           SELECT XMT-REPORT-FILE
               ASSIGN TO 'XMTRPT.TXT'.

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

       FD    XMT-PARM-FILE.
       01    XMT-PARM-REC.
          05  XP-FROM-DATE             PIC X(8).
          05  XP-THRU-DATE             PIC X(8).
          05  XP-LATE-DAYS             PIC X(3).
          05  XP-LATE-DAYS-N REDEFINES XP-LATE-DAYS
                                       PIC 9(3).
          05  FILLER                   PIC X(21).

      * SAME NAME AS THE SELECT STATEMENT -- 'W' SEND WEEKDAYS,
      * 'H' HOLIDAY

       FD    XMIT-CALENDAR-FILE.
       01    XMIT-CALENDAR-REC.
          05  CL-REC-TYPE              PIC X.
          05  CL-REGION                PIC X(10).
          05  CL-DATE                  PIC X(8).
          05  CL-WEEKDAYS              PIC X(7).
          05  CL-DESC                  PIC X(20).

      * SAME LAYOUT LAB1REF MAINTAINS

       FD    REGION-MASTER.
       01    REGION-MASTER-REC.
          05  RG-REGION-CODE           PIC X(10).
          05  RG-REGION-NAME           PIC X(20).
          05  RG-MANAGER               PIC X(20).
          05  RG-ACTIVE                PIC X.

      * SAME LAYOUT LAB1YTD MAINTAINS

       FD    BATCH-CONTROL-FILE.
       01    BATCH-CONTROL-REC.
          05  BC-BATCH-ID.
             10  BC-BATCH-DATE         PIC X(8).
             10  BC-BATCH-REGION       PIC X(10).
          05  BC-REC-COUNT             PIC 9(6).
          05  BC-POST-DATE             PIC X(8).
          05  BC-POST-TIME             PIC X(8).
          05  BC-COMPLETE              PIC X.
          05  BC-FORCE-USED            PIC X.
          05  BC-FORCE-COUNT           PIC 9(2).
      *
       FD    XMT-REPORT-FILE.
       01    XMT-REPORT-REC    PIC X(100).

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
             05    WS-CALENDAR-STATUS        PIC XX VALUE SPACES.
             05    WS-REGNMST-STATUS         PIC XX VALUE SPACES.
             05    WS-BATCHCTL-STATUS        PIC XX VALUE SPACES.
             05    WS-RUNLOG-STATUS          PIC XX VALUE SPACES.
             05    WS-CUR-DATE               PIC X(8) VALUE SPACES.
             05    WS-CUR-TIME               PIC X(8) VALUE SPACES.
             05    WS-FROM-DATE              PIC X(8) VALUE SPACES.
             05    WS-THRU-DATE              PIC X(8) VALUE SPACES.
             05    WS-LATE-DAYS              PIC 9(3) VALUE 1.
             05    WS-DEFAULT-DAYS           PIC X(7) VALUE 'YYYYYNN'.
             05    WS-BATCH-FOUND            PIC X(3) VALUE 'NO'.
             05    WS-HOLIDAY                PIC X(3) VALUE 'NO'.
             05    WS-DAYS-LATE              PIC S9(7) VALUE ZERO.
             05    WS-POST-DAYNUM            PIC S9(9) VALUE ZERO.
             05    WS-BATCH-DAYNUM           PIC S9(9) VALUE ZERO.
             05    WS-EXPECTED-COUNT         PIC 9(6) VALUE ZERO.
             05    WS-MISSING-COUNT          PIC 9(6) VALUE ZERO.
             05    WS-LATE-COUNT             PIC 9(6) VALUE ZERO.
             05    WS-FORCED-COUNT           PIC 9(6) VALUE ZERO.
             05    WS-BATCHES-READ           PIC 9(6) VALUE ZERO.
             05    WS-CAL-REFUSED            PIC 9(4) VALUE ZERO.
             05    WS-SECTION-COUNT          PIC 9(6) VALUE ZERO.

      *THE DAY BEING WALKED, AND THE DAY-NUMBER WORK FIELDS.  A
      *DAY NUMBER COUNTS DAYS FROM A FIXED POINT, SO THE DIFFERENCE
      *OF TWO IS THE DAYS BETWEEN THEM AND ITS REMAINDER BY SEVEN
      *IS THE WEEKDAY (ZERO IS MONDAY)

       01    WS-DATE-AREAS.
             05    WS-WALK-DATE              PIC X(8) VALUE SPACES.
             05    WS-WALK-DATE-R REDEFINES WS-WALK-DATE.
                   10  WS-WALK-YEAR          PIC 9(4).
                   10  WS-WALK-MONTH         PIC 9(2).
                   10  WS-WALK-DAY           PIC 9(2).
             05    WS-DN-DATE                PIC X(8) VALUE SPACES.
             05    WS-DN-DATE-R REDEFINES WS-DN-DATE.
                   10  WS-DN-YEAR            PIC 9(4).
                   10  WS-DN-MONTH           PIC 9(2).
                   10  WS-DN-DAY             PIC 9(2).
             05    WS-DAYNUM                 PIC S9(9) VALUE ZERO.
             05    WS-DN-A                   PIC S9(4) VALUE ZERO.
             05    WS-DN-Y                   PIC S9(6) VALUE ZERO.
             05    WS-DN-M                   PIC S9(4) VALUE ZERO.
             05    WS-DN-WORK                PIC S9(9) VALUE ZERO.
             05    WS-DN-QUOT                PIC S9(9) VALUE ZERO.
             05    WS-WEEKDAY                PIC 9 VALUE ZERO.
             05    WS-MONTH-DAYS             PIC 9(2) VALUE ZERO.
             05    WS-LEAP-REM               PIC 9(3) VALUE ZERO.
             05    WS-LEAP-QUOT              PIC 9(4) VALUE ZERO.

       01    WS-MONTH-LENGTHS.
             05    FILLER              PIC X(24)
                   VALUE '312831303130313130313031'.
       01    WS-MONTH-LENGTHS-R REDEFINES WS-MONTH-LENGTHS.
             05    WS-MONTH-LEN        PIC 9(2) OCCURS 12 TIMES.

       01    WS-DAY-NAMES.
             05    FILLER              PIC X(21)
                   VALUE 'MONTUEWEDTHUFRISATSUN'.
       01    WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
             05    WS-DAY-NAME         PIC X(3) OCCURS 7 TIMES.

      *THE REGIONS, EACH WITH ITS OWN SEND WEEK ONCE THE CALENDAR
      *IS LOADED

       01    WS-REGMST-AREAS.
             05    WS-REGION-COUNT           PIC 9(2) VALUE ZERO.
             05    WS-REGION-MAX             PIC 9(2) VALUE 20.
             05    WS-RGX                    PIC 9(2) VALUE ZERO.
             05    WS-RGX2                   PIC 9(2) VALUE ZERO.
             05    WS-REGION-CODE-IN         PIC X(10) VALUE SPACES.

       01    WS-REGMST-TABLE.
             05    WS-REGMST-ENTRY OCCURS 20 TIMES.
                   10    WS-RM-CODE          PIC X(10).
                   10    WS-RM-NAME          PIC X(20).
                   10    WS-RM-MGR           PIC X(20).
                   10    WS-RM-ACTIVE        PIC X.
                   10    WS-RM-DAYS          PIC X(7).
                   10    WS-RM-DAY-FLAGS REDEFINES WS-RM-DAYS.
                         15  WS-RM-DAY-FLAG  PIC X OCCURS 7 TIMES.

      *THE HOLIDAYS.  A BLANK REGION IS A COMPANY HOLIDAY

       01    WS-HOLIDAY-AREAS.
             05    WS-HOL-COUNT              PIC 9(3) VALUE ZERO.
             05    WS-HOL-MAX                PIC 9(3) VALUE 500.
             05    WS-HX                     PIC 9(3) VALUE ZERO.

       01    WS-HOLIDAY-TABLE.
             05    WS-HOL-ENTRY OCCURS 500 TIMES.
                   10    WS-H-DATE           PIC X(8).
                   10    WS-H-REGION         PIC X(10).

      *************************OUTPUT AREA**************************
       01 REPORT-HEADER.
          05 FILLER          PIC X(20) VALUE SPACES.
          05 FILLER          PIC X(30)
             VALUE 'REGIONAL TRANSMISSION WATCH'.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RH-RUN-DATE-OUT PIC X(8) VALUE SPACES.
      *
       01 RANGE-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(14) VALUE 'BATCH DATES '.
          05 RL-FROM-OUT     PIC X(8).
          05 FILLER          PIC X(6) VALUE ' THRU '.
          05 RL-THRU-OUT     PIC X(8).
          05 FILLER          PIC X(20) VALUE '   LATE AFTER DAYS '.
          05 RL-LATE-OUT     PIC ZZ9.
      *
       01 SECTION-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 SL-TEXT-OUT     PIC X(70).
      *
       01 COLUMN-HEADER-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(12) VALUE 'REGION'.
          05 FILLER          PIC X(10) VALUE 'BATCH'.
          05 FILLER          PIC X(5) VALUE 'DAY'.
          05 FILLER          PIC X(10) VALUE 'POSTED'.
          05 CH-COUNT-OUT    PIC X(6).
          05 FILLER          PIC X(16) VALUE 'STATUS'.
          05 FILLER          PIC X(20) VALUE 'MANAGER'.
      *
       01 EXCEPTION-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 EL-REGION-OUT   PIC X(10).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 EL-BATCH-OUT    PIC X(8).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 EL-DAY-OUT      PIC X(3).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 EL-POSTED-OUT   PIC X(8).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 EL-COUNT-OUT    PIC ZZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 EL-STATUS-OUT   PIC X(14).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 EL-MANAGER-OUT  PIC X(20).
      *
       01 MESSAGE-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 ML-TEXT-OUT     PIC X(70).
      *
       01 COUNT-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 CL-LABEL-OUT    PIC X(36).
          05 CL-COUNT-OUT    PIC ZZZ,ZZ9.
      *

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 126-LOAD-REGIONS-RTN
           PERFORM 130-LOAD-CALENDAR-RTN
           PERFORM 150-MISSING-RTN
           PERFORM 170-LATE-FORCED-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME

      *THE RUN CARD IS REQUIRED -- THE FROM DATE DECIDES HOW FAR
      *BACK A MISSING DAY IS STILL NEWS

           OPEN INPUT XMT-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'LAB1XMT: UNABLE TO OPEN XMTPARM.DAT, '
                   'STATUS=' WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ XMT-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE XP-FROM-DATE TO WS-FROM-DATE
                   MOVE XP-THRU-DATE TO WS-THRU-DATE
                   IF XP-LATE-DAYS NUMERIC
                       MOVE XP-LATE-DAYS-N TO WS-LATE-DAYS
                   END-IF
           END-READ
           CLOSE XMT-PARM-FILE

           IF WS-THRU-DATE = SPACES
               MOVE WS-CUR-DATE TO WS-THRU-DATE
           END-IF
           IF WS-FROM-DATE NOT NUMERIC
               OR WS-THRU-DATE NOT NUMERIC
               OR WS-FROM-DATE > WS-THRU-DATE
               DISPLAY 'LAB1XMT: XMTPARM.DAT DATES MISSING, NOT '
                   'YYYYMMDD, OR FROM AFTER THRU'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FROM-DATE TO WS-WALK-DATE
           IF WS-WALK-MONTH < 1 OR WS-WALK-MONTH > 12
               OR WS-WALK-DAY < 1 OR WS-WALK-DAY > 31
               DISPLAY 'LAB1XMT: XMTPARM.DAT FROM DATE IS NOT A DATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BATCHCTL-STATUS NOT = '00'
               AND WS-BATCHCTL-STATUS NOT = '35'
               DISPLAY 'LAB1XMT: UNABLE TO OPEN BATCH CONTROL FILE, '
                   'STATUS=' WS-BATCHCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN    OUTPUT XMT-REPORT-FILE

           MOVE WS-CUR-DATE TO RH-RUN-DATE-OUT
           MOVE REPORT-HEADER TO XMT-REPORT-REC
           WRITE XMT-REPORT-REC
                   AFTER ADVANCING 1 LINE
           MOVE WS-FROM-DATE TO RL-FROM-OUT
           MOVE WS-THRU-DATE TO RL-THRU-OUT
           MOVE WS-LATE-DAYS TO RL-LATE-OUT
           MOVE RANGE-LINE TO XMT-REPORT-REC
           WRITE XMT-REPORT-REC
                   AFTER ADVANCING 2 LINES

      *NO CONTROL FILE MEANS LAB1YTD HAS NEVER POSTED ANYTHING --
      *EVERY EXPECTED DAY IS MISSING, WHICH IS THE RIGHT ANSWER

           IF WS-BATCHCTL-STATUS = '35'
               MOVE 'NO BATCHCTL.DAT - NOTHING HAS EVER POSTED'
                   TO ML-TEXT-OUT
               PERFORM 240-WRITE-MESSAGE-RTN
           END-IF
           .
      *
       126-LOAD-REGIONS-RTN.

      *LOAD REGNMST.DAT.  EVERY REGION STARTS ON THE DEFAULT SEND
      *WEEK UNTIL THE CALENDAR SAYS OTHERWISE

           OPEN INPUT REGION-MASTER
           IF WS-REGNMST-STATUS NOT = '00'
               DISPLAY 'LAB1XMT: UNABLE TO OPEN REGION MASTER, '
                       'STATUS=' WS-REGNMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
               READ REGION-MASTER
                   AT END
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 1265-STORE-REGION-RTN
               END-READ
           END-PERFORM
           CLOSE REGION-MASTER
           .
      *
       1265-STORE-REGION-RTN.

           IF WS-REGION-COUNT >= WS-REGION-MAX
               DISPLAY 'LAB1XMT: REGION MASTER EXCEEDS '
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
           MOVE SPACES         TO WS-RM-DAYS(WS-REGION-COUNT)
           .
      *
       130-LOAD-CALENDAR-RTN.

      *LOAD THE CALENDAR, THEN GIVE EVERY REGION WITHOUT ITS OWN
      *SEND WEEK THE COMPANY ONE

           OPEN INPUT XMIT-CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               AND WS-CALENDAR-STATUS NOT = '35'
               DISPLAY 'LAB1XMT: UNABLE TO OPEN XMITCAL.DAT, '
                   'STATUS=' WS-CALENDAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CALENDAR-STATUS = '35'
               MOVE 'NO XMITCAL.DAT - MONDAY THROUGH FRIDAY, NO '
                   TO ML-TEXT-OUT
               PERFORM 240-WRITE-MESSAGE-RTN
               MOVE '  HOLIDAYS ASSUMED' TO ML-TEXT-OUT
               PERFORM 240-WRITE-MESSAGE-RTN
           ELSE
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ XMIT-CALENDAR-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           PERFORM 132-STORE-CALENDAR-RTN
                   END-READ
               END-PERFORM
               CLOSE XMIT-CALENDAR-FILE
           END-IF

           PERFORM VARYING WS-RGX FROM 1 BY 1
                   UNTIL WS-RGX > WS-REGION-COUNT
               IF WS-RM-DAYS(WS-RGX) = SPACES
                   MOVE WS-DEFAULT-DAYS TO WS-RM-DAYS(WS-RGX)
               END-IF
           END-PERFORM
           .
      *
       132-STORE-CALENDAR-RTN.

      *A RECORD THIS PROGRAM CANNOT USE IS REPORTED AND SKIPPED --
      *THE WATCH STILL RUNS ON THE REST OF THE CALENDAR

           MOVE SPACES TO ML-TEXT-OUT
           EVALUATE CL-REC-TYPE
               WHEN 'W'
                   INSPECT CL-WEEKDAYS CONVERTING 'yn' TO 'YN'
                   IF CL-WEEKDAYS = SPACES
                       STRING 'CALENDAR W RECORD REFUSED - NO '
                              'WEEKDAYS GIVEN ' CL-REGION
                           DELIMITED BY SIZE INTO ML-TEXT-OUT
                       END-STRING
                   ELSE
                       IF CL-REGION = SPACES
                           MOVE CL-WEEKDAYS TO WS-DEFAULT-DAYS
                       ELSE
                           MOVE CL-REGION TO WS-REGION-CODE-IN
                           PERFORM 134-FIND-REGION-RTN
                           IF WS-RGX = ZERO
                               STRING 'CALENDAR W RECORD REFUSED - '
                                      'REGION NOT ON REGNMST.DAT '
                                      CL-REGION
                                   DELIMITED BY SIZE INTO ML-TEXT-OUT
                               END-STRING
                           ELSE
                               MOVE CL-WEEKDAYS TO WS-RM-DAYS(WS-RGX)
                           END-IF
                       END-IF
                   END-IF
               WHEN 'H'
                   IF CL-DATE NOT NUMERIC
                       STRING 'CALENDAR H RECORD REFUSED - DATE NOT '
                              'YYYYMMDD ' CL-DATE
                           DELIMITED BY SIZE INTO ML-TEXT-OUT
                       END-STRING
                   ELSE
                       IF WS-HOL-COUNT >= WS-HOL-MAX
                           DISPLAY 'LAB1XMT: HOLIDAY TABLE FULL - '
                                   'RAISE WS-HOL-MAX AND RECOMPILE'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HOL-COUNT
                       MOVE CL-DATE   TO WS-H-DATE(WS-HOL-COUNT)
                       MOVE CL-REGION TO WS-H-REGION(WS-HOL-COUNT)
                   END-IF
               WHEN OTHER
                   STRING 'CALENDAR RECORD REFUSED - TYPE NOT W OR H'
                       DELIMITED BY SIZE INTO ML-TEXT-OUT
                   END-STRING
           END-EVALUATE

           IF ML-TEXT-OUT NOT = SPACES
               ADD 1 TO WS-CAL-REFUSED
               PERFORM 240-WRITE-MESSAGE-RTN
           END-IF
           .
      *
       134-FIND-REGION-RTN.

      *POSITION WS-RGX ON WS-REGION-CODE-IN, ZERO WHEN UNKNOWN

           MOVE ZERO TO WS-RGX
           PERFORM VARYING WS-RGX2 FROM 1 BY 1
                   UNTIL WS-RGX2 > WS-REGION-COUNT
                   OR WS-RGX > ZERO
               IF WS-RM-CODE(WS-RGX2) = WS-REGION-CODE-IN
                   MOVE WS-RGX2 TO WS-RGX
               END-IF
           END-PERFORM
           .
      *
       150-MISSING-RTN.

      *WALK THE RANGE A DAY AT A TIME.  EVERY ACTIVE REGION DUE TO
      *SEND THAT DAY MUST HAVE A COMPLETED BATCH ON THE CONTROL
      *FILE

           MOVE 'MISSING TRANSMISSIONS' TO SL-TEXT-OUT
           PERFORM 230-WRITE-SECTION-RTN
           MOVE SPACES TO CH-COUNT-OUT
           PERFORM 232-WRITE-COLUMNS-RTN
           MOVE ZERO TO WS-SECTION-COUNT

           MOVE WS-FROM-DATE TO WS-WALK-DATE
           PERFORM UNTIL WS-WALK-DATE > WS-THRU-DATE
               MOVE WS-WALK-DATE TO WS-DN-DATE
               PERFORM 180-DAY-NUMBER-RTN
               DIVIDE WS-DAYNUM BY 7 GIVING WS-DN-QUOT
                   REMAINDER WS-WEEKDAY
               ADD 1 TO WS-WEEKDAY
               PERFORM VARYING WS-RGX FROM 1 BY 1
                       UNTIL WS-RGX > WS-REGION-COUNT
                   IF WS-RM-ACTIVE(WS-RGX) NOT = 'I'
                       AND WS-RM-DAY-FLAG(WS-RGX, WS-WEEKDAY) = 'Y'
                       PERFORM 155-CHECK-DAY-RTN
                   END-IF
               END-PERFORM
               PERFORM 185-NEXT-DAY-RTN
           END-PERFORM

           PERFORM 239-SECTION-NONE-RTN
           .
      *
       155-CHECK-DAY-RTN.

      *A HOLIDAY FOR THE COMPANY OR FOR THIS REGION EXPECTS NOTHING

           MOVE 'NO' TO WS-HOLIDAY
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HOL-COUNT
               IF WS-H-DATE(WS-HX) = WS-WALK-DATE
                   AND (WS-H-REGION(WS-HX) = SPACES
                        OR WS-H-REGION(WS-HX) = WS-RM-CODE(WS-RGX))
                   MOVE 'YES' TO WS-HOLIDAY
               END-IF
           END-PERFORM

           IF WS-HOLIDAY = 'NO'
               ADD 1 TO WS-EXPECTED-COUNT
               MOVE 'NO' TO WS-BATCH-FOUND
               IF WS-BATCHCTL-STATUS NOT = '35'
                   MOVE WS-WALK-DATE       TO BC-BATCH-DATE
                   MOVE WS-RM-CODE(WS-RGX) TO BC-BATCH-REGION
                   READ BATCH-CONTROL-FILE
                       INVALID KEY
                           MOVE 'NO' TO WS-BATCH-FOUND
                       NOT INVALID KEY
                           MOVE 'YES' TO WS-BATCH-FOUND
                   END-READ
               END-IF
               IF WS-BATCH-FOUND = 'NO'
                   MOVE SPACES          TO EL-POSTED-OUT
                   MOVE 'NONE RECEIVED' TO EL-STATUS-OUT
                   PERFORM 157-WRITE-MISSING-RTN
               ELSE
                   IF BC-COMPLETE NOT = 'Y'
                       MOVE BC-POST-DATE    TO EL-POSTED-OUT
                       MOVE 'NOT COMPLETE'  TO EL-STATUS-OUT
                       PERFORM 157-WRITE-MISSING-RTN
                   END-IF
               END-IF
           END-IF
           .
      *
       157-WRITE-MISSING-RTN.

           ADD 1 TO WS-MISSING-COUNT
           MOVE WS-RM-CODE(WS-RGX)      TO EL-REGION-OUT
           MOVE WS-WALK-DATE            TO EL-BATCH-OUT
           MOVE WS-DAY-NAME(WS-WEEKDAY) TO EL-DAY-OUT
           MOVE ZERO                    TO EL-COUNT-OUT
           MOVE WS-RM-MGR(WS-RGX)       TO EL-MANAGER-OUT
           PERFORM 238-WRITE-EXCEPTION-RTN
           .
      *
       170-LATE-FORCED-RTN.

      *BROWSE THE CONTROL FILE FROM THE FIRST BATCH DATE IN RANGE.
      *THE KEY LEADS WITH THE BATCH DATE, SO THE BROWSE STOPS AT
      *THE FIRST RECORD PAST THE THRU DATE

           MOVE 'LATE BATCHES AND FORCED POSTINGS' TO SL-TEXT-OUT
           PERFORM 230-WRITE-SECTION-RTN
           MOVE '  DAYS' TO CH-COUNT-OUT
           PERFORM 232-WRITE-COLUMNS-RTN
           MOVE ZERO TO WS-SECTION-COUNT

           IF WS-BATCHCTL-STATUS NOT = '35'
               MOVE WS-FROM-DATE TO BC-BATCH-DATE
               MOVE LOW-VALUES   TO BC-BATCH-REGION
               START BATCH-CONTROL-FILE KEY NOT < BC-BATCH-ID
                   INVALID KEY
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT INVALID KEY
                       MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               END-START
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ BATCH-CONTROL-FILE NEXT RECORD
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           IF BC-BATCH-DATE > WS-THRU-DATE
                               MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                           ELSE
                               PERFORM 175-CHECK-BATCH-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-CONTROL-FILE
           END-IF

           PERFORM 239-SECTION-NONE-RTN
           .
      *
       175-CHECK-BATCH-RTN.

           ADD 1 TO WS-BATCHES-READ
           MOVE BC-BATCH-REGION TO WS-REGION-CODE-IN
           PERFORM 134-FIND-REGION-RTN
           MOVE BC-BATCH-REGION TO EL-REGION-OUT
           MOVE BC-BATCH-DATE   TO EL-BATCH-OUT
           MOVE BC-POST-DATE    TO EL-POSTED-OUT
           MOVE BC-BATCH-DATE   TO WS-DN-DATE
           IF WS-DN-DATE NUMERIC
               PERFORM 180-DAY-NUMBER-RTN
               MOVE WS-DAYNUM TO WS-BATCH-DAYNUM
               DIVIDE WS-DAYNUM BY 7 GIVING WS-DN-QUOT
                   REMAINDER WS-WEEKDAY
               ADD 1 TO WS-WEEKDAY
               MOVE WS-DAY-NAME(WS-WEEKDAY) TO EL-DAY-OUT
           ELSE
               MOVE SPACES TO EL-DAY-OUT
           END-IF
           IF WS-RGX > ZERO
               MOVE WS-RM-MGR(WS-RGX) TO EL-MANAGER-OUT
           ELSE
               MOVE 'NOT ON REGNMST.DAT' TO EL-MANAGER-OUT
           END-IF

      *DAYS LATE, WHEN BOTH DATES ARE DATES

           MOVE ZERO TO WS-DAYS-LATE
           MOVE BC-POST-DATE TO WS-DN-DATE
           IF WS-DN-DATE NUMERIC
               AND BC-BATCH-DATE NUMERIC
               PERFORM 180-DAY-NUMBER-RTN
               MOVE WS-DAYNUM TO WS-POST-DAYNUM
               COMPUTE WS-DAYS-LATE = WS-POST-DAYNUM - WS-BATCH-DAYNUM
           END-IF

           IF WS-DAYS-LATE > WS-LATE-DAYS
               ADD 1 TO WS-LATE-COUNT
               MOVE WS-DAYS-LATE TO EL-COUNT-OUT
               MOVE 'LATE'       TO EL-STATUS-OUT
               PERFORM 238-WRITE-EXCEPTION-RTN
           END-IF

           IF BC-FORCE-USED = 'Y'
               ADD 1 TO WS-FORCED-COUNT
               MOVE WS-DAYS-LATE TO EL-COUNT-OUT
               MOVE SPACES TO EL-STATUS-OUT
               STRING 'FORCED X' BC-FORCE-COUNT
                   DELIMITED BY SIZE INTO EL-STATUS-OUT
               END-STRING
               PERFORM 238-WRITE-EXCEPTION-RTN
           END-IF
           .
      *
       180-DAY-NUMBER-RTN.

      *DAY NUMBER OF WS-DN-DATE ON THE GREGORIAN CALENDAR.  MARCH
      *IS TREATED AS THE FIRST MONTH SO FEBRUARY'S LEAP DAY FALLS
      *AT THE END OF THE COUNTING YEAR.  EVERY DIVISION TRUNCATES

           IF WS-DN-MONTH < 3
               MOVE 1 TO WS-DN-A
           ELSE
               MOVE 0 TO WS-DN-A
           END-IF
           COMPUTE WS-DN-Y = WS-DN-YEAR + 4800 - WS-DN-A
           COMPUTE WS-DN-M = WS-DN-MONTH + (12 * WS-DN-A) - 3

           COMPUTE WS-DN-WORK = (153 * WS-DN-M) + 2
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-QUOT
           COMPUTE WS-DAYNUM = WS-DN-DAY + WS-DN-QUOT
                             + (365 * WS-DN-Y) - 32045
           DIVIDE WS-DN-Y BY 4 GIVING WS-DN-QUOT
           ADD WS-DN-QUOT TO WS-DAYNUM
           DIVIDE WS-DN-Y BY 100 GIVING WS-DN-QUOT
           SUBTRACT WS-DN-QUOT FROM WS-DAYNUM
           DIVIDE WS-DN-Y BY 400 GIVING WS-DN-QUOT
           ADD WS-DN-QUOT TO WS-DAYNUM
           .
      *
       185-NEXT-DAY-RTN.

      *ADVANCE WS-WALK-DATE ONE CALENDAR DAY

           MOVE WS-MONTH-LEN(WS-WALK-MONTH) TO WS-MONTH-DAYS
           IF WS-WALK-MONTH = 2
               DIVIDE WS-WALK-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 29 TO WS-MONTH-DAYS
                   DIVIDE WS-WALK-YEAR BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 28 TO WS-MONTH-DAYS
                       DIVIDE WS-WALK-YEAR BY 400 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = ZERO
                           MOVE 29 TO WS-MONTH-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-WALK-DAY < WS-MONTH-DAYS
               ADD 1 TO WS-WALK-DAY
           ELSE
               MOVE 1 TO WS-WALK-DAY
               IF WS-WALK-MONTH < 12
                   ADD 1 TO WS-WALK-MONTH
               ELSE
                   MOVE 1 TO WS-WALK-MONTH
                   ADD 1 TO WS-WALK-YEAR
               END-IF
           END-IF
           .
      *
       230-WRITE-SECTION-RTN.

           MOVE SECTION-LINE TO XMT-REPORT-REC
           WRITE XMT-REPORT-REC AFTER
                ADVANCING 2 LINES
           .
      *
       232-WRITE-COLUMNS-RTN.

           MOVE COLUMN-HEADER-LINE TO XMT-REPORT-REC
           WRITE XMT-REPORT-REC AFTER
                ADVANCING 1 LINE
           .
      *
       238-WRITE-EXCEPTION-RTN.

           ADD 1 TO WS-SECTION-COUNT
           MOVE EXCEPTION-LINE TO XMT-REPORT-REC
           WRITE XMT-REPORT-REC AFTER
                ADVANCING 1 LINE
           .
      *
       239-SECTION-NONE-RTN.

           IF WS-SECTION-COUNT = ZERO
               MOVE 'NONE FOUND' TO ML-TEXT-OUT
               PERFORM 240-WRITE-MESSAGE-RTN
           END-IF
           .
      *
       240-WRITE-MESSAGE-RTN.

           MOVE MESSAGE-LINE TO XMT-REPORT-REC
           WRITE XMT-REPORT-REC AFTER
                ADVANCING 1 LINE
           MOVE SPACES TO ML-TEXT-OUT
           .

       250-CLOSE-ROUTINE.

           MOVE 'REGION-DAYS EXPECTED' TO CL-LABEL-OUT
           MOVE WS-EXPECTED-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO XMT-REPORT-REC
           WRITE XMT-REPORT-REC AFTER
                ADVANCING 2 LINES
           MOVE 'MISSING TRANSMISSIONS' TO CL-LABEL-OUT
           MOVE WS-MISSING-COUNT TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN
           MOVE 'BATCHES IN RANGE' TO CL-LABEL-OUT
           MOVE WS-BATCHES-READ TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN
           MOVE 'LATE BATCHES' TO CL-LABEL-OUT
           MOVE WS-LATE-COUNT TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN
           MOVE 'FORCED POSTINGS' TO CL-LABEL-OUT
           MOVE WS-FORCED-COUNT TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN
           MOVE 'CALENDAR RECORDS REFUSED' TO CL-LABEL-OUT
           MOVE WS-CAL-REFUSED TO CL-COUNT-OUT
           PERFORM 242-WRITE-COUNT-RTN

      *RETURN CODE 8 WHEN ANYTHING NEEDS A PHONE CALL

           IF WS-MISSING-COUNT > ZERO
               OR WS-LATE-COUNT > ZERO
               OR WS-FORCED-COUNT > ZERO
               OR WS-CAL-REFUSED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 245-WRITE-RUNLOG-RTN

      *SAME FILE NAME AS SELECT STATEMENT

              CLOSE    XMT-REPORT-FILE
                 STOP RUN

           .
      *
       242-WRITE-COUNT-RTN.

           MOVE COUNT-LINE TO XMT-REPORT-REC
           WRITE XMT-REPORT-REC AFTER
                ADVANCING 1 LINE
           .
      *
       245-WRITE-RUNLOG-RTN.

      *APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED RUN LOG
      *SO LAB1EOD FLAGS A REGION THAT DID NOT SEND.  THE BATCH DATE
      *IS THE LAST DATE WATCHED.  A LOG THAT CANNOT BE WRITTEN IS
      *WORTH A CONSOLE LINE BUT NOT AN ABEND -- THE REPORT IS
      *ALREADY ON DISK

           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF WS-RUNLOG-STATUS NOT = '00'
               DISPLAY 'LAB1XMT: UNABLE TO OPEN RUN LOG, STATUS='
                   WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES              TO RUN-LOG-REC
               MOVE 'LAB1XMT'           TO RL-PROGRAM
               MOVE WS-CUR-DATE         TO RL-RUN-DATE
               MOVE WS-CUR-TIME         TO RL-RUN-TIME
               MOVE WS-THRU-DATE        TO RL-BATCH-DATE
               MOVE SPACES              TO RL-BATCH-REGION
               MOVE WS-EXPECTED-COUNT   TO RL-ACCEPT-COUNT
               COMPUTE RL-REJECT-COUNT = WS-MISSING-COUNT
                                       + WS-LATE-COUNT
                                       + WS-FORCED-COUNT
               MOVE RETURN-CODE         TO RL-RETURN-CODE
               WRITE RUN-LOG-REC
               CLOSE RUN-LOG-FILE
           END-IF
           .
