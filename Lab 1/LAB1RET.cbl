       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LAB1RET.
       AUTHOR.     AUSTIN H OGLETREE.
      **********************************************************
      *  This program is the retention run for the files the
      *  system only ever adds to.  For each file named on the
      *  retention cards it copies every record older than the
      *  card's retention period to the file's archive, then
      *  takes it out of the live file, so the daily programs
      *  that rescan those files stop paying for years of
      *  history nobody asks about.
      *
      *  SOME RECORDS ARE NEVER ARCHIVED, HOWEVER OLD:
      *    TRANHST.DAT   THE 000000 NEXT-ID CONTROL RECORD, AND
      *                  ANY SALE BATCHED OR VOIDED IN THE OPEN
      *                  YEAR (THE DAILY PROGRAMS MATCH VOIDS
      *                  AGAINST THEM, THE YTD MASTER IS BUILT FROM
      *                  THEM, AND LAB1AUD PROVES THE MASTER AGAINST
      *                  THEM)
      *    SUSPENSE.DAT  THE 000000 NEXT-ID CONTROL RECORD, AND
      *                  ANY ITEM STILL OPEN -- ONLY RELEASED AND
      *                  CANCELED ITEMS AGE, FROM THE DAY THEY
      *                  WERE RESOLVED
      *    BATCHCTL.DAT  ANY BATCH NOT MARKED COMPLETE -- IT STILL
      *                  NEEDS RECOVERY
      *    YTDJRNL.DAT   ANYTHING ON OR AFTER THE DATE OF THE LAST
      *                  SALESYTD.BKP BACKUP (LAB1RCV REPLAYS THOSE
      *                  ON TOP OF THE BACKUP), AND ANYTHING RUN IN
      *                  THE OPEN YEAR.  WITH NO BACKUP CARD THE
      *                  JOURNAL IS NOT TOUCHED
      *    SALESHST.DAT  ANY MONTH OF THE CURRENT OR PRIOR CALENDAR
      *                  YEAR (LAB1YOY COMPARES AGAINST ALL OF LAST
      *                  YEAR; LAB1MMR AND LAB1EXC REACH BACK INTO
      *                  IT EVERY JANUARY)
      *
      *  THE OPEN YEAR IS THE YEAR AFTER THE LATEST ONE LAB1YEC HAS
      *  CLOSED INTO SALESANN.DAT -- THE YTD MASTER'S ANNUAL BUCKETS
      *  HOLD EVERYTHING SINCE, WHICH BETWEEN THE DECEMBER MONTH END
      *  AND THE YEAR-END CLOSE IS TWO CALENDAR YEARS.  WITH NO
      *  SALESANN.DAT NO YEAR HAS BEEN CLOSED, AND NO DATED SALE OR
      *  JOURNAL RECORD IS ARCHIVED.
      *    COMMHST.DAT   ANY REGISTER PAYROLL HAS NOT ACKNOWLEDGED,
      *                  AND ANY REGISTER WITH NO TRAILER.  THE
      *                  ACKNOWLEDGMENTS ARE CLAIMED THE SAME WAY
      *                  LAB1PAY CLAIMS THEM
      *
      *  AN ARCHIVED REGISTER TAKES ITS ACKNOWLEDGMENT WITH IT
      *  (PAYACK.DAT IS REWRITTEN WITHOUT IT), AND ITS AMOUNTS ARE
      *  ADDED TO THE BROUGHT-FORWARD TOTALS (COMMFWD.DAT) LAB1PAY
      *  STARTS ITS LEDGER FROM, SO THE LEDGER DOES NOT SHRINK.
      *  THE THREE FILES MUST CHANGE TOGETHER, SO ALL THREE ARE
      *  STAGED FIRST -- THE KEPT REGISTERS IN RETWORK.DAT, THE
      *  KEPT ACKNOWLEDGMENTS IN PAYACK.NEW, THE NEW TOTALS IN
      *  COMMFWD.NEW -- AND COMMFWD.NEW IS CLOSED OFF WITH A COMMIT
      *  RECORD (EMPLOYEE ID '*****').  ONLY THEN ARE THE THREE
      *  COPIED OVER THE LIVE FILES, AND COMMFWD.NEW IS EMPTIED
      *  LAST.  A RUN THAT DIES BEFORE THE COMMIT RECORD HAS NOT
      *  CHANGED ANY OF THE THREE AND IS SIMPLY RERUN (ITS ARCHIVES
      *  GET A SECOND COPY OF WHAT IT HAD ARCHIVED).  A RUN THAT
      *  DIES AFTER IT LEAVES THE COMMIT RECORD IN PLACE, AND THE
      *  NEXT RUN FINISHES ALL THREE COPIES BEFORE IT TOUCHES
      *  ANYTHING ELSE -- OPERATIONS MUST NOT DELETE RETWORK.DAT,
      *  PAYACK.NEW OR COMMFWD.NEW, OR RUN LAB1PAY, UNTIL IT HAS.
      *
      *  AGES USE THE 30/360 CONVENTION, SAME AS THE SUSPENSE AGING
      *  REPORT.  A RECORD WITH A GARBLED DATE IS KEPT.  A FILE
      *  WITH NO CARD IS NOT OPENED.
      *
      *  EACH RUN WRITES ITS OWN DATED ARCHIVE PER FILE, NAMED
      *  xxxxxxxx.YYYYMMDD.ARC FOR THE RUN DATE (A SECOND RUN THE
      *  SAME DAY EXTENDS IT); EVERY ARCHIVED RECORD IS ALSO
      *  PREFIXED WITH THE DATE IT WAS ARCHIVED.
      *  SEQUENTIAL FILES ARE REWRITTEN THROUGH RETWORK.DAT -- IF
      *  THE RUN DIES WHILE COPYING BACK, RETWORK.DAT HOLDS THE
      *  KEPT RECORDS OF THE FILE BEING COPIED.  RUN OUTSIDE THE
      *  NIGHTLY WINDOW, AFTER THE NIGHT'S BACKUPS.
      *
      *  INPUT:  RETPARM.DAT, ONE CARD PER FILE TO TRIM:
      *        FIELD:  file      LENGTH 8   TRANHST, SUSPENSE,
      *                                     BATCHCTL, YTDJRNL,
      *                                     SALESHST, RUNLOG,
      *                                     COMMHST -- OR BACKUP
      *        FIELD:  days      LENGTH 4   RETENTION PERIOD IN
      *                                     DAYS (BLANK ON BACKUP)
      *        FIELD:  date      LENGTH 8   YYYYMMDD DATE OF THE
      *                                     LAST SALESYTD.BKP (ON
      *                                     THE BACKUP CARD ONLY)
      *          PAYACK.DAT   PAYROLL'S ACKNOWLEDGMENTS
      *          COMMFWD.DAT  BROUGHT-FORWARD LEDGER TOTALS
      *                       (MAY NOT EXIST YET)
      *          SALESANN.DAT THE ANNUAL HISTORY, FOR THE OPEN YEAR
      *                       (MAY NOT EXIST YET)
      *  UPDATED: THE SEVEN FILES ABOVE, PAYACK.DAT, COMMFWD.DAT
      *  WORK:   RETWORK.DAT, PAYACK.NEW, COMMFWD.NEW
      *  OUTPUT: xxxxxxxx.YYYYMMDD.ARC  ONE ARCHIVE PER FILE
      *                       TRIMMED, DATED WITH THE RUN DATE
      *          RETRPT.TXT   RECORDS KEPT AND ARCHIVED PER FILE
      *
      *  RETURN CODE 8 WHEN A CARD IS REFUSED.
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * THE RETENTION CARDS

           SELECT RET-PARM-FILE
               ASSIGN TO 'RETPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * THE POSTED-TRANSACTION HISTORY LAB1YTD OWNS, WALKED IN KEY
      * ORDER AND TRIMMED IN PLACE

           SELECT TRAN-HISTORY-FILE
               ASSIGN TO 'TRANHST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TH-TRAN-ID
               FILE STATUS IS WS-TRANHST-STATUS.

      * THE SHARED SUSPENSE FILE, TRIMMED IN PLACE

           SELECT SUSPENSE-FILE
               ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-SUSP-ID
               FILE STATUS IS WS-SUSPENSE-STATUS.

      * LAB1YTD'S BATCH CONTROL FILE, TRIMMED IN PLACE

           SELECT BATCH-CONTROL-FILE
               ASSIGN TO 'BATCHCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BC-BATCH-ID
               FILE STATUS IS WS-BATCHCTL-STATUS.

      * LAB1YTD'S BEFORE/AFTER IMAGE JOURNAL

           SELECT YTD-JOURNAL-FILE
               ASSIGN TO 'YTDJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      * THE MONTHLY SNAPSHOTS LAB1EOM APPENDS

           SELECT SALES-HISTORY-FILE
               ASSIGN TO 'SALESHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESHST-STATUS.

      * THE ANNUAL SNAPSHOTS LAB1YEC APPENDS -- READ ONLY, FOR THE
      * LATEST CLOSED YEAR

           SELECT SALES-ANNUAL-FILE
               ASSIGN TO 'SALESANN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANNUAL-STATUS.

      * THE SHARED RUN LOG -- EVERY PROGRAM IN THE NIGHTLY SEQUENCE
      * APPENDS ONE COMPLETION RECORD HERE; LAB1EOD READS IT AND
      * PRINTS THE END-OF-DAY SCHEDULE STATUS PAGE

           SELECT RUN-LOG-FILE
               ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

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

      * LEDGER TOTALS OF THE ARCHIVED REGISTERS, ONE RECORD PER
      * EMPLOYEE, READ BY LAB1PAY

           SELECT COMM-FORWARD-FILE
               ASSIGN TO 'COMMFWD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMFWD-STATUS.

      * THE NEXT PAYACK.DAT AND COMMFWD.DAT, STAGED ALONGSIDE THE
      * KEPT REGISTERS AND COPIED OVER ONLY ONCE COMMFWD.NEW ENDS
      * WITH ITS COMMIT RECORD

           SELECT PAY-ACK-NEW
               ASSIGN TO 'PAYACK.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKNEW-STATUS.

           SELECT COMM-FORWARD-NEW
               ASSIGN TO 'COMMFWD.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FWDNEW-STATUS.

      * THE KEPT RECORDS OF A SEQUENTIAL FILE, ON THEIR WAY BACK

           SELECT RETAIN-WORK-FILE
               ASSIGN TO 'RETWORK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

      * THE ARCHIVES, ONE PER FILE PER RUN DATE.  EACH IS ASSIGNED
      * TO A SYMBOLIC DD-NAME THAT 127-NAME-ARCHIVES-RTN POINTS AT
      * xxxxxxxx.YYYYMMDD.ARC (DD_TRANARC AND SO ON) BEFORE THE OPEN

           SELECT TRANHST-ARCHIVE
               ASSIGN TO "TRANARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT SUSPENSE-ARCHIVE
               ASSIGN TO "SUSPARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT BATCHCTL-ARCHIVE
               ASSIGN TO "BCTLARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT YTDJRNL-ARCHIVE
               ASSIGN TO "JRNLARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT SALESHST-ARCHIVE
               ASSIGN TO "SHSTARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT RUNLOG-ARCHIVE
               ASSIGN TO "RLOGARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT COMMHST-ARCHIVE
               ASSIGN TO "CHSTARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT PAYACK-ARCHIVE
               ASSIGN TO "PACKARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

      * THE RETENTION REPORT FOR THE PRINTER

           SELECT RET-REPORT-FILE
               ASSIGN TO 'RETRPT.TXT'.

      *
       DATA DIVISION.
       FILE SECTION.

      * SAME NAME AS THE SELECT STATEMENT

       FD    RET-PARM-FILE.
       01    RET-PARM-REC.
          05  RP-FILE                  PIC X(8).
          05  RP-DAYS                  PIC X(4).
          05  RP-DAYS-N REDEFINES RP-DAYS
                                       PIC 9(4).
          05  RP-DATE                  PIC X(8).
          05  FILLER                   PIC X(20).

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

      * SAME LAYOUT LAB1F22 AND LAB1YTD WRITE.  RECORD 000000 HOLDS
      * THE NEXT SUSPENSE ID ('O' OPEN, 'R' RELEASED, 'X' CANCELED)

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

      * SAME LAYOUT LAB1EOM WRITES

       FD    SALES-HISTORY-FILE.
       01    SALES-HISTORY-REC.
          05  HS-MONTH                 PIC X(6).
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

      * SAME NAME AS THE SELECT STATEMENT -- WHAT THE ARCHIVED
      * REGISTERS ADDED TO EACH EMPLOYEE'S LEDGER

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

      * SAME LAYOUT AS PAYACK.DAT

       FD    PAY-ACK-NEW.
       01    PAY-ACK-NEW-REC           PIC X(44).

      * SAME LAYOUT AS COMMFWD.DAT.  THE LAST RECORD, EMPLOYEE ID
      * '*****', IS THE COMMIT RECORD

       FD    COMM-FORWARD-NEW.
       01    COMM-FORWARD-NEW-REC.
          05  NF-EMP-ID                PIC X(5).
          05  FILLER                   PIC X(60).

      * WIDE ENOUGH FOR THE LONGEST RECORD, THE JOURNAL'S

       FD    RETAIN-WORK-FILE.
       01    RETAIN-WORK-REC           PIC X(1032).

      * EACH ARCHIVE RECORD IS THE ARCHIVE DATE AND THE RECORD AS IT
      * STOOD IN THE LIVE FILE

       FD    TRANHST-ARCHIVE.
       01    TRANHST-ARCH-REC.
          05  TA-ARCH-DATE             PIC X(8).
          05  TA-DATA                  PIC X(64).
      *
       FD    SUSPENSE-ARCHIVE.
       01    SUSPENSE-ARCH-REC.
          05  SA-ARCH-DATE             PIC X(8).
          05  SA-DATA                  PIC X(115).
      *
       FD    BATCHCTL-ARCHIVE.
       01    BATCHCTL-ARCH-REC.
          05  BA-ARCH-DATE             PIC X(8).
          05  BA-DATA                  PIC X(44).
      *
       FD    YTDJRNL-ARCHIVE.
       01    YTDJRNL-ARCH-REC.
          05  JA-ARCH-DATE             PIC X(8).
          05  JA-DATA                  PIC X(1032).
      *
       FD    SALESHST-ARCHIVE.
       01    SALESHST-ARCH-REC.
          05  HA-ARCH-DATE             PIC X(8).
          05  HA-DATA                  PIC X(195).
      *
       FD    RUNLOG-ARCHIVE.
       01    RUNLOG-ARCH-REC.
          05  LA-ARCH-DATE             PIC X(8).
          05  LA-DATA                  PIC X(56).
      *
       FD    COMMHST-ARCHIVE.
       01    COMMHST-ARCH-REC.
          05  CA-ARCH-DATE             PIC X(8).
          05  CA-DATA                  PIC X(58).
      *
       FD    PAYACK-ARCHIVE.
       01    PAYACK-ARCH-REC.
          05  KA-ARCH-DATE             PIC X(8).
          05  KA-DATA                  PIC X(44).
      *
       FD    RET-REPORT-FILE.
       01    RET-REPORT-REC    PIC X(100).

      ********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    ARE-THERE-MORE-RECORDS    PIC X(3) VALUE 'YES'.
             05    WS-PARM-STATUS            PIC XX VALUE SPACES.
             05    WS-TRANHST-STATUS         PIC XX VALUE SPACES.
             05    WS-SUSPENSE-STATUS        PIC XX VALUE SPACES.
             05    WS-BATCHCTL-STATUS        PIC XX VALUE SPACES.
             05    WS-JOURNAL-STATUS         PIC XX VALUE SPACES.
             05    WS-SALESHST-STATUS        PIC XX VALUE SPACES.
             05    WS-ANNUAL-STATUS          PIC XX VALUE SPACES.
             05    WS-RUNLOG-STATUS          PIC XX VALUE SPACES.
             05    WS-COMMHST-STATUS         PIC XX VALUE SPACES.
             05    WS-PAYACK-STATUS          PIC XX VALUE SPACES.
             05    WS-COMMFWD-STATUS         PIC XX VALUE SPACES.
             05    WS-WORK-STATUS            PIC XX VALUE SPACES.
             05    WS-ACKNEW-STATUS          PIC XX VALUE SPACES.
             05    WS-FWDNEW-STATUS          PIC XX VALUE SPACES.
             05    WS-FWD-COMMITTED          PIC X(3) VALUE 'NO'.
             05    WS-ARCH-STATUS            PIC XX VALUE SPACES.
             05    WS-COPY-STATUS            PIC XX VALUE SPACES.
             05    WS-CUR-DATE               PIC X(8) VALUE SPACES.
             05    WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
                   10  WS-CUR-YEAR           PIC 9(4).
                   10  WS-CUR-MONTH          PIC 9(2).
                   10  WS-CUR-DAY            PIC 9(2).
             05    WS-CUR-TIME               PIC X(8) VALUE SPACES.
             05    WS-PRIOR-YEAR             PIC 9(4) VALUE ZERO.
             05    WS-LAST-CLOSED            PIC X(4) VALUE SPACES.
             05    WS-LAST-CLOSED-N REDEFINES WS-LAST-CLOSED
                                             PIC 9(4).
             05    WS-OPEN-YEAR              PIC 9(4) VALUE ZERO.
             05    WS-BACKUP-DATE            PIC X(8) VALUE SPACES.
             05    WS-REC-DATE               PIC X(8) VALUE SPACES.
             05    WS-REC-DATE-R REDEFINES WS-REC-DATE.
                   10  WS-REC-YEAR           PIC 9(4).
                   10  WS-REC-MONTH          PIC 9(2).
                   10  WS-REC-DAY            PIC 9(2).
             05    WS-DAYS-OUT               PIC S9(5) VALUE ZERO.
             05    WS-EXPIRED                PIC X(3) VALUE 'NO'.
             05    WS-PROTECTED              PIC X(3) VALUE 'NO'.
             05    WS-REFUSED-COUNT          PIC 9(4) VALUE ZERO.
             05    WS-TOTAL-KEPT             PIC 9(7) VALUE ZERO.
             05    WS-TOTAL-ARCHIVED         PIC 9(7) VALUE ZERO.

      *THIS RUN'S ARCHIVE NAMES, BUILT FROM THE RUN DATE AT
      *HOUSEKEEPING -- A SECOND RUN THE SAME DAY EXTENDS THE SAME
      *ARCHIVES

       01    WS-ARCHIVE-NAMES.
             05    WS-TRANHST-ARC-NAME       PIC X(40) VALUE SPACES.
             05    WS-SUSPENSE-ARC-NAME      PIC X(40) VALUE SPACES.
             05    WS-BATCHCTL-ARC-NAME      PIC X(40) VALUE SPACES.
             05    WS-YTDJRNL-ARC-NAME       PIC X(40) VALUE SPACES.
             05    WS-SALESHST-ARC-NAME      PIC X(40) VALUE SPACES.
             05    WS-RUNLOG-ARC-NAME        PIC X(40) VALUE SPACES.
             05    WS-COMMHST-ARC-NAME       PIC X(40) VALUE SPACES.
             05    WS-PAYACK-ARC-NAME        PIC X(40) VALUE SPACES.

      *ONE ROW PER FILE THIS RUN CAN TRIM, IN THE ORDER THE FILES
      *ARE TAKEN.  PAYACK.DAT HAS NO CARD OF ITS OWN -- AN
      *ACKNOWLEDGMENT GOES WHEN ITS REGISTER GOES

       01    WS-FILE-NAMES.
             05    FILLER              PIC X(8) VALUE 'TRANHST '.
             05    FILLER              PIC X(8) VALUE 'SUSPENSE'.
             05    FILLER              PIC X(8) VALUE 'BATCHCTL'.
             05    FILLER              PIC X(8) VALUE 'YTDJRNL '.
             05    FILLER              PIC X(8) VALUE 'SALESHST'.
             05    FILLER              PIC X(8) VALUE 'RUNLOG  '.
             05    FILLER              PIC X(8) VALUE 'COMMHST '.
             05    FILLER              PIC X(8) VALUE 'PAYACK  '.
       01    WS-FILE-NAMES-R REDEFINES WS-FILE-NAMES.
             05    WS-FILE-NAME        PIC X(8) OCCURS 8 TIMES.

       01    WS-FILE-AREAS.
             05    WS-FILE-COUNT             PIC 9(2) VALUE 8.
             05    WS-FX                     PIC 9(2) VALUE ZERO.
             05    WS-CARD-SUB               PIC 9(2) VALUE ZERO.

       01    WS-FILE-TABLE.
             05    WS-FILE-ENTRY OCCURS 8 TIMES.
                   10    WS-F-CARD           PIC X.
                   10    WS-F-DAYS           PIC 9(4).
                   10    WS-F-READ           PIC 9(7).
                   10    WS-F-KEPT           PIC 9(7).
                   10    WS-F-PROTECTED      PIC 9(7).
                   10    WS-F-ARCHIVED       PIC 9(7).
                   10    WS-F-NOTE           PIC X(30).

      *STATE OF THE REGISTER CURRENTLY BEING WALKED IN COMMHST.DAT.
      *EVERY RECORD OF IT IS HELD UNTIL THE TRAILER SAYS WHETHER
      *THE WHOLE REGISTER STAYS OR GOES

       01    WS-REG-AREAS.
             05    WS-REG-OPEN               PIC X(3) VALUE 'NO'.
             05    WS-REG-RUN-DATE           PIC X(8) VALUE SPACES.
             05    WS-REG-BATCH-DATE         PIC X(8) VALUE SPACES.
             05    WS-REG-REGION             PIC X(10) VALUE SPACES.
             05    WS-REG-ACKED              PIC X(3) VALUE 'NO'.
             05    WS-REG-ACK-SUB            PIC 9(4) VALUE ZERO.
             05    WS-REG-GOES               PIC X(3) VALUE 'NO'.
             05    WS-REG-KEPT-COUNT         PIC 9(5) VALUE ZERO.
             05    WS-REG-ARCH-COUNT         PIC 9(5) VALUE ZERO.

       01    WS-RAW-AREAS.
             05    WS-RAW-COUNT              PIC 9(4) VALUE ZERO.
             05    WS-RAW-MAX                PIC 9(4) VALUE 1100.
             05    WS-RWX                    PIC 9(4) VALUE ZERO.

       01    WS-RAW-TABLE.
             05    WS-RAW-REC  PIC X(58) OCCURS 1100 TIMES.

      *ONE LINE OF A HELD REGISTER, BROKEN OUT FOR THE LEDGER

       01    WS-RAW-LINE.
             05    WS-RL-REC-TYPE            PIC X.
             05    WS-RL-EMP-ID              PIC X(5).
             05    WS-RL-GROSS-AMOUNT        PIC S9(7)V99 SIGN LEADING
                                                          SEPARATE.
             05    WS-RL-TIER-APPLIED        PIC 9(2).
             05    WS-RL-COMMISSION          PIC S9(7)V99 SIGN LEADING
                                                          SEPARATE.
             05    WS-RL-EARNED              PIC S9(7)V99 SIGN LEADING
                                                          SEPARATE.
             05    WS-RL-RECOVERED           PIC S9(7)V99 SIGN LEADING
                                                          SEPARATE.
             05    WS-RL-OWED                PIC S9(7)V99 SIGN LEADING
                                                          SEPARATE.

       01    WS-LINE-AMOUNTS.
             05    WS-LN-COMMISSION          PIC S9(7)V99 VALUE ZERO.
             05    WS-LN-EARNED              PIC S9(7)V99 VALUE ZERO.
             05    WS-LN-RECOVERED           PIC S9(7)V99 VALUE ZERO.
             05    WS-LN-OWED                PIC S9(7)V99 VALUE ZERO.

      *PAYROLL'S ACKNOWLEDGMENTS, EACH USABLE ONCE.  AN
      *ACKNOWLEDGMENT WHOSE REGISTER IS ARCHIVED IS ARCHIVED TOO

       01    WS-ACK-AREAS.
             05    WS-ACK-COUNT              PIC 9(4) VALUE ZERO.
             05    WS-ACK-MAX                PIC 9(4) VALUE 2000.
             05    WS-AX                     PIC 9(4) VALUE ZERO.

       01    WS-ACK-TABLE.
             05    WS-ACK-ENTRY OCCURS 2000 TIMES.
                   10    WS-A-REC            PIC X(44).
                   10    WS-A-BATCH-DATE     PIC X(8).
                   10    WS-A-REGION         PIC X(10).
                   10    WS-A-USED           PIC X.
                   10    WS-A-ARCHIVE        PIC X.

      *THE BROUGHT-FORWARD LEDGER TOTALS, AS FOUND PLUS WHAT THIS
      *RUN ARCHIVES

       01    WS-FWD-AREAS.
             05    WS-FWD-COUNT              PIC 9(4) VALUE ZERO.
             05    WS-FWD-MAX                PIC 9(4) VALUE 1000.
             05    WS-WX                     PIC 9(4) VALUE ZERO.
             05    WS-FWD-SUB                PIC 9(4) VALUE ZERO.

       01    WS-FWD-TABLE.
             05    WS-FWD-ENTRY OCCURS 1000 TIMES.
                   10    WS-W-EMP-ID         PIC X(5).
                   10    WS-W-PAID           PIC S9(9)V99.
                   10    WS-W-EARNED         PIC S9(9)V99.
                   10    WS-W-RECOVERED      PIC S9(9)V99.
                   10    WS-W-CLAWED         PIC S9(9)V99.
                   10    WS-W-OWED           PIC S9(9)V99.

      *************************OUTPUT AREA**************************
       01 REPORT-HEADER.
          05 FILLER          PIC X(20) VALUE SPACES.
          05 FILLER          PIC X(28)
             VALUE 'RETENTION AND ARCHIVE RUN'.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RH-RUN-DATE-OUT PIC X(8) VALUE SPACES.
      *
       01 COLUMN-HEADER-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(9) VALUE 'FILE'.
          05 FILLER          PIC X(6) VALUE ' DAYS'.
          05 FILLER          PIC X(10) VALUE '      READ'.
          05 FILLER          PIC X(10) VALUE '      KEPT'.
          05 FILLER          PIC X(10) VALUE ' PROTECTED'.
          05 FILLER          PIC X(10) VALUE '  ARCHIVED'.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 FILLER          PIC X(30) VALUE 'NOTE'.
      *
       01 DETAIL-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DL-FILE-OUT     PIC X(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DL-DAYS-OUT     PIC Z,ZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DL-READ-OUT     PIC Z,ZZZ,ZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DL-KEPT-OUT     PIC Z,ZZZ,ZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DL-PROT-OUT     PIC Z,ZZZ,ZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DL-ARCH-OUT     PIC Z,ZZZ,ZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DL-NOTE-OUT     PIC X(30).
      *
       01 MESSAGE-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 ML-TEXT-OUT     PIC X(70).
      *
       01 COUNT-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 CL-LABEL-OUT    PIC X(30).
          05 CL-COUNT-OUT    PIC Z,ZZZ,ZZ9.
      *

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 130-LOAD-CARDS-RTN
           PERFORM 135-OPEN-YEAR-RTN
           PERFORM 150-TRANHST-RTN
           PERFORM 155-SUSPENSE-RTN
           PERFORM 160-BATCHCTL-RTN
           PERFORM 165-JOURNAL-RTN
           PERFORM 170-SALESHST-RTN
           PERFORM 175-RUNLOG-RTN
           PERFORM 180-COMMHST-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME

           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FILE-COUNT
               MOVE 'N'    TO WS-F-CARD(WS-FX)
               MOVE ZERO   TO WS-F-DAYS(WS-FX)
               MOVE ZERO   TO WS-F-READ(WS-FX)
               MOVE ZERO   TO WS-F-KEPT(WS-FX)
               MOVE ZERO   TO WS-F-PROTECTED(WS-FX)
               MOVE ZERO   TO WS-F-ARCHIVED(WS-FX)
               MOVE 'NO CARD - NOT TOUCHED' TO WS-F-NOTE(WS-FX)
           END-PERFORM
           MOVE 'FOLLOWS ITS REGISTERS' TO WS-F-NOTE(8)

           PERFORM 127-NAME-ARCHIVES-RTN

           OPEN    OUTPUT RET-REPORT-FILE

           MOVE WS-CUR-DATE TO RH-RUN-DATE-OUT
           MOVE REPORT-HEADER TO RET-REPORT-REC
           WRITE RET-REPORT-REC
                   AFTER ADVANCING 1 LINE

           PERFORM 128-FINISH-COMMHST-RTN
           .
      *
       127-NAME-ARCHIVES-RTN.

      *EVERY RUN DATE GETS ITS OWN ARCHIVE PER FILE.  UNDER THE IBM
      *DIALECT ASSIGN CANNOT NAME A WORKING-STORAGE ITEM, SO EACH
      *NAME IS HANDED TO ITS DD-NAME'S DD_ ENVIRONMENT VARIABLE
      *JUST BEFORE THE ARCHIVE IS OPENED, AS LAB1F22 DOES FOR ITS
      *INPUT AND PRINTER FILES

           STRING 'TRANHST.' WS-CUR-DATE '.ARC' DELIMITED BY SIZE
               INTO WS-TRANHST-ARC-NAME
           STRING 'SUSPENSE.' WS-CUR-DATE '.ARC' DELIMITED BY SIZE
               INTO WS-SUSPENSE-ARC-NAME
           STRING 'BATCHCTL.' WS-CUR-DATE '.ARC' DELIMITED BY SIZE
               INTO WS-BATCHCTL-ARC-NAME
           STRING 'YTDJRNL.' WS-CUR-DATE '.ARC' DELIMITED BY SIZE
               INTO WS-YTDJRNL-ARC-NAME
           STRING 'SALESHST.' WS-CUR-DATE '.ARC' DELIMITED BY SIZE
               INTO WS-SALESHST-ARC-NAME
           STRING 'RUNLOG.' WS-CUR-DATE '.ARC' DELIMITED BY SIZE
               INTO WS-RUNLOG-ARC-NAME
           STRING 'COMMHST.' WS-CUR-DATE '.ARC' DELIMITED BY SIZE
               INTO WS-COMMHST-ARC-NAME
           STRING 'PAYACK.' WS-CUR-DATE '.ARC' DELIMITED BY SIZE
               INTO WS-PAYACK-ARC-NAME
           .
      *
       128-FINISH-COMMHST-RTN.

      *A COMMITTED COMMFWD.NEW MEANS THE LAST RUN STAGED COMMHST,
      *PAYACK AND COMMFWD BUT DIED BEFORE ALL THREE WERE COPIED
      *BACK.  FINISH THE COPIES NOW, BEFORE ANY FILE BELOW REUSES
      *RETWORK.DAT.  AN UNCOMMITTED ONE BELONGS TO A RUN THAT DIED
      *BEFORE IT CHANGED ANY OF THE THREE, SO IT IS NOT USED

           MOVE 'NO' TO WS-FWD-COMMITTED
           OPEN INPUT COMM-FORWARD-NEW
           IF WS-FWDNEW-STATUS NOT = '00'
               AND WS-FWDNEW-STATUS NOT = '35'
               DISPLAY 'LAB1RET: UNABLE TO OPEN COMMFWD.NEW, '
                       'STATUS=' WS-FWDNEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-FWDNEW-STATUS = '00'
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ COMM-FORWARD-NEW
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           IF NF-EMP-ID = '*****'
                               MOVE 'YES' TO WS-FWD-COMMITTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMM-FORWARD-NEW
           END-IF

           IF WS-FWD-COMMITTED = 'YES'
               DISPLAY 'LAB1RET: COMPLETING THE PRIOR RUN''S '
                       'COMMHST/PAYACK/COMMFWD REWRITE'
               MOVE 'PRIOR RUN''S COMMHST/PAYACK/COMMFWD REWRITE DONE'
                    TO ML-TEXT-OUT
               PERFORM 240-WRITE-MESSAGE-RTN
               PERFORM 199-COPY-BACK-COMMHST-RTN
           END-IF
           .
      *
       130-LOAD-CARDS-RTN.

      *NO CARD FILE AT ALL MEANS NOTHING IS TRIMMED -- THE RUN
      *STILL PRINTS THE REPORT SO OPERATIONS SEES IT DID NOTHING

           OPEN INPUT RET-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               MOVE 'NO RETPARM.DAT - NO FILE TRIMMED' TO ML-TEXT-OUT
               PERFORM 240-WRITE-MESSAGE-RTN
           ELSE
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ RET-PARM-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           PERFORM 132-STORE-CARD-RTN
                   END-READ
               END-PERFORM
               CLOSE RET-PARM-FILE
           END-IF

           IF WS-F-CARD(4) = 'Y' AND WS-BACKUP-DATE = SPACES
               MOVE 'N' TO WS-F-CARD(4)
               MOVE 'NO BACKUP CARD - NOT TOUCHED' TO WS-F-NOTE(4)
           END-IF
           .
      *
       132-STORE-CARD-RTN.

      *A CARD MUST NAME A FILE THIS RUN KNOWS AND GIVE A RETENTION
      *OF AT LEAST ONE DAY; THE BACKUP CARD MUST GIVE A DATE.  A
      *REFUSED CARD LEAVES ITS FILE ALONE

           MOVE SPACES TO ML-TEXT-OUT
           IF RP-FILE = 'BACKUP  '
               IF RP-DATE NUMERIC
                   MOVE RP-DATE TO WS-BACKUP-DATE
               ELSE
                   ADD 1 TO WS-REFUSED-COUNT
                   STRING 'BACKUP CARD REFUSED - DATE NOT YYYYMMDD'
                       DELIMITED BY SIZE INTO ML-TEXT-OUT
                   END-STRING
                   PERFORM 240-WRITE-MESSAGE-RTN
               END-IF
           ELSE
               MOVE ZERO TO WS-CARD-SUB
               PERFORM VARYING WS-FX FROM 1 BY 1
                       UNTIL WS-FX > 7
                   IF WS-FILE-NAME(WS-FX) = RP-FILE
                       MOVE WS-FX TO WS-CARD-SUB
                   END-IF
               END-PERFORM
               IF WS-CARD-SUB = ZERO
                   ADD 1 TO WS-REFUSED-COUNT
                   STRING 'CARD REFUSED - UNKNOWN FILE ' RP-FILE
                       DELIMITED BY SIZE INTO ML-TEXT-OUT
                   END-STRING
                   PERFORM 240-WRITE-MESSAGE-RTN
               ELSE
                   IF RP-DAYS NOT NUMERIC OR RP-DAYS-N = ZERO
                       ADD 1 TO WS-REFUSED-COUNT
                       STRING 'CARD REFUSED - ' RP-FILE
                              ' RETENTION DAYS NOT A NUMBER OVER ZERO'
                           DELIMITED BY SIZE INTO ML-TEXT-OUT
                       END-STRING
                       PERFORM 240-WRITE-MESSAGE-RTN
                       MOVE 'CARD REFUSED - NOT TOUCHED'
                           TO WS-F-NOTE(WS-CARD-SUB)
                   ELSE
                       MOVE 'Y'       TO WS-F-CARD(WS-CARD-SUB)
                       MOVE RP-DAYS-N TO WS-F-DAYS(WS-CARD-SUB)
                       MOVE SPACES    TO WS-F-NOTE(WS-CARD-SUB)
                   END-IF
               END-IF
           END-IF
           .
      *
       135-OPEN-YEAR-RTN.

      *THE OPEN YEAR IS THE YEAR AFTER THE LATEST ONE CLOSED INTO
      *SALESANN.DAT, NEVER LATER THAN THE CURRENT YEAR.  NO FILE,
      *OR NO ROWS, MEANS NOTHING HAS BEEN CLOSED AND THE OPEN YEAR
      *STAYS ZERO -- EVERY DATED SALE AND JOURNAL RECORD IS KEPT

           COMPUTE WS-PRIOR-YEAR = WS-CUR-YEAR - 1
           MOVE ZERO TO WS-OPEN-YEAR
           MOVE SPACES TO WS-LAST-CLOSED

           OPEN INPUT SALES-ANNUAL-FILE
           IF WS-ANNUAL-STATUS NOT = '00'
               AND WS-ANNUAL-STATUS NOT = '35'
               DISPLAY 'LAB1RET: UNABLE TO OPEN SALESANN.DAT, '
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
                           IF AN-YEAR NUMERIC
                               AND AN-YEAR > WS-LAST-CLOSED
                               MOVE AN-YEAR TO WS-LAST-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-ANNUAL-FILE
           END-IF

           IF WS-LAST-CLOSED NOT = SPACES
               COMPUTE WS-OPEN-YEAR = WS-LAST-CLOSED-N + 1
               IF WS-OPEN-YEAR > WS-CUR-YEAR
                   MOVE WS-CUR-YEAR TO WS-OPEN-YEAR
               END-IF
           END-IF

           IF WS-F-CARD(1) = 'Y' OR WS-F-CARD(4) = 'Y'
               MOVE SPACES TO ML-TEXT-OUT
               IF WS-OPEN-YEAR = ZERO
                   STRING 'NO YEAR CLOSED IN SALESANN.DAT - ALL '
                          'DATED SALES/JOURNAL KEPT'
                       DELIMITED BY SIZE INTO ML-TEXT-OUT
                   END-STRING
               ELSE
                   STRING 'OPEN YEAR ' WS-OPEN-YEAR
                          ' - SALES AND JOURNAL FROM THEN ON KEPT'
                       DELIMITED BY SIZE INTO ML-TEXT-OUT
                   END-STRING
               END-IF
               PERFORM 240-WRITE-MESSAGE-RTN
           END-IF
           .
      *
       140-AGE-RECORD-RTN.

      *AGE WS-REC-DATE ON THE 30/360 CONVENTION AND DECIDE WHETHER
      *IT IS PAST FILE WS-FX'S RETENTION.  A DATE THAT IS NOT A
      *DATE NEVER EXPIRES

           MOVE 'NO' TO WS-EXPIRED
           IF WS-REC-DATE NUMERIC
               COMPUTE WS-DAYS-OUT =
                   ((WS-CUR-YEAR - WS-REC-YEAR) * 360) +
                   ((WS-CUR-MONTH - WS-REC-MONTH) * 30) +
                   (WS-CUR-DAY - WS-REC-DAY)
               IF WS-DAYS-OUT > WS-F-DAYS(WS-FX)
                   MOVE 'YES' TO WS-EXPIRED
               END-IF
           END-IF
           .
      *
       145-TALLY-RTN.

      *COUNT ONE RECORD OF FILE WS-FX: KEPT BECAUSE IT IS YOUNG,
      *KEPT BECAUSE A RULE PROTECTS IT, OR ARCHIVED

           ADD 1 TO WS-F-READ(WS-FX)
           IF WS-EXPIRED = 'YES' AND WS-PROTECTED = 'NO'
               ADD 1 TO WS-F-ARCHIVED(WS-FX)
           ELSE
               ADD 1 TO WS-F-KEPT(WS-FX)
               IF WS-EXPIRED = 'YES'
                   ADD 1 TO WS-F-PROTECTED(WS-FX)
               END-IF
           END-IF
           .
      *
       147-OPEN-ARCHIVE-ERROR-RTN.

           DISPLAY 'LAB1RET: UNABLE TO OPEN ARCHIVE FOR '
                   WS-FILE-NAME(WS-FX) ', STATUS=' WS-ARCH-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
      *
       148-OPEN-WORK-RTN.

           OPEN OUTPUT RETAIN-WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'LAB1RET: UNABLE TO OPEN RETWORK.DAT, '
                       'STATUS=' WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *
       149-COPY-BACK-ERROR-RTN.

      *THE LIVE FILE MAY ALREADY BE EMPTY AND ITS EXPIRED RECORDS
      *ARE IN THE ARCHIVE -- THE KEPT RECORDS ARE IN RETWORK.DAT
      *AND MUST BE COPIED BACK BY HAND BEFORE ANYTHING ELSE RUNS

           DISPLAY 'LAB1RET: COPY-BACK OF ' WS-FILE-NAME(WS-FX)
                   ' FAILED, STATUS=' WS-COPY-STATUS
           DISPLAY 'LAB1RET: RETWORK.DAT HOLDS THE KEPT RECORDS OF '
                   WS-FILE-NAME(WS-FX) ' - RESTORE IT BEFORE RERUN'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
      *
       150-TRANHST-RTN.

      *THE TRANSACTION HISTORY IS INDEXED, SO EXPIRED SALES ARE
      *DELETED WHERE THEY STAND

           MOVE 1 TO WS-FX
           IF WS-F-CARD(WS-FX) = 'Y'
               OPEN I-O TRAN-HISTORY-FILE
               IF WS-TRANHST-STATUS NOT = '00'
                   DISPLAY 'LAB1RET: UNABLE TO OPEN TRANHST.DAT, '
                       'STATUS=' WS-TRANHST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'DD_TRANARC' UPON ENVIRONMENT-NAME
               DISPLAY WS-TRANHST-ARC-NAME UPON ENVIRONMENT-VALUE
               OPEN EXTEND TRANHST-ARCHIVE
               IF WS-ARCH-STATUS NOT = '00'
                   OPEN OUTPUT TRANHST-ARCHIVE
               END-IF
               IF WS-ARCH-STATUS NOT = '00'
                   PERFORM 147-OPEN-ARCHIVE-ERROR-RTN
               END-IF
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ TRAN-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           PERFORM 152-TRANHST-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE TRAN-HISTORY-FILE
                     TRANHST-ARCHIVE
           END-IF
           .
      *
       152-TRANHST-RECORD-RTN.

           MOVE 'NO' TO WS-PROTECTED
           IF TH-TRAN-ID = ZERO
               MOVE 'NO' TO WS-EXPIRED
           ELSE
               MOVE TH-BATCH-DATE TO WS-REC-DATE
               PERFORM 140-AGE-RECORD-RTN
               IF WS-REC-DATE NUMERIC
                   AND WS-REC-YEAR NOT < WS-OPEN-YEAR
                   MOVE 'YES' TO WS-PROTECTED
               END-IF

      *AN EARLIER SALE VOIDED IN THE OPEN YEAR STAYS TOO -- LAB1AUD
      *TAKES THE VOID OFF THE OPEN YEAR BY ITS VOID DATE

               IF TH-VOIDED = 'Y'
                   MOVE TH-VOID-DATE TO WS-REC-DATE
                   IF WS-REC-DATE NUMERIC
                       AND WS-REC-YEAR NOT < WS-OPEN-YEAR
                       MOVE 'YES' TO WS-PROTECTED
                   END-IF
               END-IF
           END-IF
           PERFORM 145-TALLY-RTN
           IF WS-EXPIRED = 'YES' AND WS-PROTECTED = 'NO'
               MOVE WS-CUR-DATE      TO TA-ARCH-DATE
               MOVE TRAN-HISTORY-REC TO TA-DATA
               WRITE TRANHST-ARCH-REC
               DELETE TRAN-HISTORY-FILE RECORD
                   INVALID KEY
                       DISPLAY 'LAB1RET: DELETE FAILED ON TRANHST '
                               TH-TRAN-ID
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-DELETE
           END-IF
           .
      *
       155-SUSPENSE-RTN.

      *THE SUSPENSE FILE IS INDEXED, SO RESOLVED ITEMS PAST
      *RETENTION ARE DELETED WHERE THEY STAND

           MOVE 2 TO WS-FX
           IF WS-F-CARD(WS-FX) = 'Y'
               OPEN I-O SUSPENSE-FILE
               IF WS-SUSPENSE-STATUS NOT = '00'
                   DISPLAY 'LAB1RET: UNABLE TO OPEN SUSPENSE.DAT, '
                       'STATUS=' WS-SUSPENSE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'DD_SUSPARC' UPON ENVIRONMENT-NAME
               DISPLAY WS-SUSPENSE-ARC-NAME UPON ENVIRONMENT-VALUE
               OPEN EXTEND SUSPENSE-ARCHIVE
               IF WS-ARCH-STATUS NOT = '00'
                   OPEN OUTPUT SUSPENSE-ARCHIVE
               END-IF
               IF WS-ARCH-STATUS NOT = '00'
                   PERFORM 147-OPEN-ARCHIVE-ERROR-RTN
               END-IF
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           PERFORM 157-SUSPENSE-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
                     SUSPENSE-ARCHIVE
           END-IF
           .
      *
       157-SUSPENSE-RECORD-RTN.

      *AN ITEM AGES FROM THE DAY IT WAS RELEASED OR CANCELED.  THE
      *CONTROL RECORD AND ANYTHING NOT YET RESOLVED STAY

           MOVE 'NO' TO WS-PROTECTED
           IF SU-SUSP-ID = ZERO
               MOVE 'NO' TO WS-EXPIRED
           ELSE
               IF SU-REL-DATE NUMERIC
                   MOVE SU-REL-DATE TO WS-REC-DATE
               ELSE
                   MOVE SU-ORIG-RUN-DATE TO WS-REC-DATE
               END-IF
               PERFORM 140-AGE-RECORD-RTN
               IF SU-STATUS NOT = 'R' AND SU-STATUS NOT = 'X'
                   MOVE 'YES' TO WS-PROTECTED
               END-IF
           END-IF
           PERFORM 145-TALLY-RTN
           IF WS-EXPIRED = 'YES' AND WS-PROTECTED = 'NO'
               MOVE WS-CUR-DATE  TO SA-ARCH-DATE
               MOVE SUSPENSE-REC TO SA-DATA
               WRITE SUSPENSE-ARCH-REC
               DELETE SUSPENSE-FILE RECORD
                   INVALID KEY
                       DISPLAY 'LAB1RET: DELETE FAILED ON SUSPENSE '
                               SU-SUSP-ID
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-DELETE
           END-IF
           .
      *
       160-BATCHCTL-RTN.

      *THE BATCH CONTROL FILE IS INDEXED, SO OLD COMPLETED BATCHES
      *ARE DELETED WHERE THEY STAND.  LAB1YTD ALREADY REFUSES A
      *BATCH DATED OUTSIDE THE MASTER'S OPEN MONTH, SO AN ARCHIVED
      *BATCH STILL CANNOT BE POSTED TWICE

           MOVE 3 TO WS-FX
           IF WS-F-CARD(WS-FX) = 'Y'
               OPEN I-O BATCH-CONTROL-FILE
               IF WS-BATCHCTL-STATUS NOT = '00'
                   DISPLAY 'LAB1RET: UNABLE TO OPEN BATCHCTL.DAT, '
                       'STATUS=' WS-BATCHCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'DD_BCTLARC' UPON ENVIRONMENT-NAME
               DISPLAY WS-BATCHCTL-ARC-NAME UPON ENVIRONMENT-VALUE
               OPEN EXTEND BATCHCTL-ARCHIVE
               IF WS-ARCH-STATUS NOT = '00'
                   OPEN OUTPUT BATCHCTL-ARCHIVE
               END-IF
               IF WS-ARCH-STATUS NOT = '00'
                   PERFORM 147-OPEN-ARCHIVE-ERROR-RTN
               END-IF
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ BATCH-CONTROL-FILE NEXT RECORD
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           PERFORM 162-BATCHCTL-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE BATCH-CONTROL-FILE
                     BATCHCTL-ARCHIVE
           END-IF
           .
      *
       162-BATCHCTL-RECORD-RTN.

           MOVE 'NO' TO WS-PROTECTED
           MOVE BC-BATCH-DATE TO WS-REC-DATE
           PERFORM 140-AGE-RECORD-RTN
           IF BC-COMPLETE NOT = 'Y'
               MOVE 'YES' TO WS-PROTECTED
           END-IF
           PERFORM 145-TALLY-RTN
           IF WS-EXPIRED = 'YES' AND WS-PROTECTED = 'NO'
               MOVE WS-CUR-DATE       TO BA-ARCH-DATE
               MOVE BATCH-CONTROL-REC TO BA-DATA
               WRITE BATCHCTL-ARCH-REC
               DELETE BATCH-CONTROL-FILE RECORD
                   INVALID KEY
                       DISPLAY 'LAB1RET: DELETE FAILED ON BATCHCTL '
                               BC-BATCH-ID
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-DELETE
           END-IF
           .
      *
       165-JOURNAL-RTN.

      *THE JOURNAL IS SEQUENTIAL: KEPT RECORDS GO TO THE WORK FILE
      *AND ARE COPIED BACK OVER THE LIVE FILE ONCE THE PASS IS DONE

           MOVE 4 TO WS-FX
           IF WS-F-CARD(WS-FX) = 'Y'
               OPEN INPUT YTD-JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'LAB1RET: UNABLE TO OPEN YTDJRNL.DAT, '
                       'STATUS=' WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'DD_JRNLARC' UPON ENVIRONMENT-NAME
               DISPLAY WS-YTDJRNL-ARC-NAME UPON ENVIRONMENT-VALUE
               OPEN EXTEND YTDJRNL-ARCHIVE
               IF WS-ARCH-STATUS NOT = '00'
                   OPEN OUTPUT YTDJRNL-ARCHIVE
               END-IF
               IF WS-ARCH-STATUS NOT = '00'
                   PERFORM 147-OPEN-ARCHIVE-ERROR-RTN
               END-IF
               PERFORM 148-OPEN-WORK-RTN
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ YTD-JOURNAL-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           PERFORM 167-JOURNAL-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE YTD-JOURNAL-FILE
                     YTDJRNL-ARCHIVE
                     RETAIN-WORK-FILE

               OPEN INPUT RETAIN-WORK-FILE
               IF WS-WORK-STATUS NOT = '00'
                   MOVE WS-WORK-STATUS TO WS-COPY-STATUS
                   PERFORM 149-COPY-BACK-ERROR-RTN
               END-IF
               OPEN OUTPUT YTD-JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = '00'
                   MOVE WS-JOURNAL-STATUS TO WS-COPY-STATUS
                   PERFORM 149-COPY-BACK-ERROR-RTN
               END-IF
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ RETAIN-WORK-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           MOVE RETAIN-WORK-REC TO YTD-JOURNAL-REC
                           WRITE YTD-JOURNAL-REC
                   END-READ
               END-PERFORM
               CLOSE RETAIN-WORK-FILE
                     YTD-JOURNAL-FILE
           END-IF
           .
      *
       167-JOURNAL-RECORD-RTN.

      *LAB1RCV REPLAYS EVERYTHING FROM THE BACKUP DATE ON, AND THE
      *OPEN YEAR'S RETURNS ARE READ BACK FROM HERE

           MOVE 'NO' TO WS-PROTECTED
           MOVE JR-RUN-DATE TO WS-REC-DATE
           PERFORM 140-AGE-RECORD-RTN
           IF JR-RUN-DATE NOT < WS-BACKUP-DATE
               MOVE 'YES' TO WS-PROTECTED
           END-IF
           IF WS-REC-DATE NUMERIC
               AND WS-REC-YEAR NOT < WS-OPEN-YEAR
               MOVE 'YES' TO WS-PROTECTED
           END-IF
           PERFORM 145-TALLY-RTN
           IF WS-EXPIRED = 'YES' AND WS-PROTECTED = 'NO'
               MOVE WS-CUR-DATE     TO JA-ARCH-DATE
               MOVE YTD-JOURNAL-REC TO JA-DATA
               WRITE YTDJRNL-ARCH-REC
           ELSE
               MOVE YTD-JOURNAL-REC TO RETAIN-WORK-REC
               WRITE RETAIN-WORK-REC
           END-IF
           .
      *
       170-SALESHST-RTN.

      *THE MONTHLY HISTORY IS SEQUENTIAL -- SAME TWO PASSES AS THE
      *JOURNAL

           MOVE 5 TO WS-FX
           IF WS-F-CARD(WS-FX) = 'Y'
               OPEN INPUT SALES-HISTORY-FILE
               IF WS-SALESHST-STATUS NOT = '00'
                   DISPLAY 'LAB1RET: UNABLE TO OPEN SALESHST.DAT, '
                       'STATUS=' WS-SALESHST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'DD_SHSTARC' UPON ENVIRONMENT-NAME
               DISPLAY WS-SALESHST-ARC-NAME UPON ENVIRONMENT-VALUE
               OPEN EXTEND SALESHST-ARCHIVE
               IF WS-ARCH-STATUS NOT = '00'
                   OPEN OUTPUT SALESHST-ARCHIVE
               END-IF
               IF WS-ARCH-STATUS NOT = '00'
                   PERFORM 147-OPEN-ARCHIVE-ERROR-RTN
               END-IF
               PERFORM 148-OPEN-WORK-RTN
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ SALES-HISTORY-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           PERFORM 172-SALESHST-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE SALES-HISTORY-FILE
                     SALESHST-ARCHIVE
                     RETAIN-WORK-FILE

               OPEN INPUT RETAIN-WORK-FILE
               IF WS-WORK-STATUS NOT = '00'
                   MOVE WS-WORK-STATUS TO WS-COPY-STATUS
                   PERFORM 149-COPY-BACK-ERROR-RTN
               END-IF
               OPEN OUTPUT SALES-HISTORY-FILE
               IF WS-SALESHST-STATUS NOT = '00'
                   MOVE WS-SALESHST-STATUS TO WS-COPY-STATUS
                   PERFORM 149-COPY-BACK-ERROR-RTN
               END-IF
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ RETAIN-WORK-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           MOVE RETAIN-WORK-REC TO SALES-HISTORY-REC
                           WRITE SALES-HISTORY-REC
                   END-READ
               END-PERFORM
               CLOSE RETAIN-WORK-FILE
                     SALES-HISTORY-FILE
           END-IF
           .
      *
       172-SALESHST-RECORD-RTN.

      *A MONTH AGES FROM ITS LAST DAY (THE 30TH ON 30/360).  THE
      *CURRENT AND PRIOR YEARS' MONTHS ARE KEPT FOR THE MONTHLY
      *AND YEAR-OVER-YEAR REPORTS

           MOVE 'NO' TO WS-PROTECTED
           MOVE SPACES TO WS-REC-DATE
           STRING HS-MONTH '30' DELIMITED BY SIZE INTO WS-REC-DATE
           END-STRING
           PERFORM 140-AGE-RECORD-RTN
           IF WS-REC-DATE NUMERIC
               AND WS-REC-YEAR NOT < WS-PRIOR-YEAR
               MOVE 'YES' TO WS-PROTECTED
           END-IF
           PERFORM 145-TALLY-RTN
           IF WS-EXPIRED = 'YES' AND WS-PROTECTED = 'NO'
               MOVE WS-CUR-DATE       TO HA-ARCH-DATE
               MOVE SALES-HISTORY-REC TO HA-DATA
               WRITE SALESHST-ARCH-REC
           ELSE
               MOVE SALES-HISTORY-REC TO RETAIN-WORK-REC
               WRITE RETAIN-WORK-REC
           END-IF
           .
      *
       175-RUNLOG-RTN.

      *THE RUN LOG IS SEQUENTIAL -- SAME TWO PASSES AS THE JOURNAL.
      *THIS RUN'S OWN COMPLETION RECORD IS APPENDED AFTERWARDS

           MOVE 6 TO WS-FX
           IF WS-F-CARD(WS-FX) = 'Y'
               OPEN INPUT RUN-LOG-FILE
               IF WS-RUNLOG-STATUS NOT = '00'
                   DISPLAY 'LAB1RET: UNABLE TO OPEN RUNLOG.DAT, '
                       'STATUS=' WS-RUNLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'DD_RLOGARC' UPON ENVIRONMENT-NAME
               DISPLAY WS-RUNLOG-ARC-NAME UPON ENVIRONMENT-VALUE
               OPEN EXTEND RUNLOG-ARCHIVE
               IF WS-ARCH-STATUS NOT = '00'
                   OPEN OUTPUT RUNLOG-ARCHIVE
               END-IF
               IF WS-ARCH-STATUS NOT = '00'
                   PERFORM 147-OPEN-ARCHIVE-ERROR-RTN
               END-IF
               PERFORM 148-OPEN-WORK-RTN
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ RUN-LOG-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           PERFORM 177-RUNLOG-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
                     RUNLOG-ARCHIVE
                     RETAIN-WORK-FILE

               OPEN INPUT RETAIN-WORK-FILE
               IF WS-WORK-STATUS NOT = '00'
                   MOVE WS-WORK-STATUS TO WS-COPY-STATUS
                   PERFORM 149-COPY-BACK-ERROR-RTN
               END-IF
               OPEN OUTPUT RUN-LOG-FILE
               IF WS-RUNLOG-STATUS NOT = '00'
                   MOVE WS-RUNLOG-STATUS TO WS-COPY-STATUS
                   PERFORM 149-COPY-BACK-ERROR-RTN
               END-IF
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ RETAIN-WORK-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           MOVE RETAIN-WORK-REC TO RUN-LOG-REC
                           WRITE RUN-LOG-REC
                   END-READ
               END-PERFORM
               CLOSE RETAIN-WORK-FILE
                     RUN-LOG-FILE
           END-IF
           .
      *
       177-RUNLOG-RECORD-RTN.

           MOVE 'NO' TO WS-PROTECTED
           MOVE RL-RUN-DATE TO WS-REC-DATE
           PERFORM 140-AGE-RECORD-RTN
           PERFORM 145-TALLY-RTN
           IF WS-EXPIRED = 'YES'
               MOVE WS-CUR-DATE TO LA-ARCH-DATE
               MOVE RUN-LOG-REC TO LA-DATA
               WRITE RUNLOG-ARCH-REC
           ELSE
               MOVE RUN-LOG-REC TO RETAIN-WORK-REC
               WRITE RETAIN-WORK-REC
           END-IF
           .
      *
       180-COMMHST-RTN.

      *THE REGISTER HISTORY IS SEQUENTIAL AND GOES A WHOLE REGISTER
      *AT A TIME.  WHEN ANY REGISTER GOES, THE KEPT REGISTERS
      *(RETWORK.DAT), THE KEPT ACKNOWLEDGMENTS (PAYACK.NEW) AND THE
      *NEW BROUGHT-FORWARD TOTALS (COMMFWD.NEW) ARE ALL STAGED AND
      *COMMITTED BEFORE ANY OF THE THREE LIVE FILES IS TOUCHED --
      *SEE 128-FINISH-COMMHST-RTN FOR A RUN THAT DIES PART WAY

           MOVE 7 TO WS-FX
           IF WS-F-CARD(WS-FX) = 'Y'
               PERFORM 181-LOAD-ACKS-RTN
               PERFORM 182-LOAD-FORWARD-RTN
               OPEN INPUT COMM-HISTORY-FILE
               IF WS-COMMHST-STATUS NOT = '00'
                   DISPLAY 'LAB1RET: UNABLE TO OPEN COMMHST.DAT, '
                       'STATUS=' WS-COMMHST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'DD_CHSTARC' UPON ENVIRONMENT-NAME
               DISPLAY WS-COMMHST-ARC-NAME UPON ENVIRONMENT-VALUE
               OPEN EXTEND COMMHST-ARCHIVE
               IF WS-ARCH-STATUS NOT = '00'
                   OPEN OUTPUT COMMHST-ARCHIVE
               END-IF
               IF WS-ARCH-STATUS NOT = '00'
                   PERFORM 147-OPEN-ARCHIVE-ERROR-RTN
               END-IF
               PERFORM 148-OPEN-WORK-RTN
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ COMM-HISTORY-FILE
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           PERFORM 184-REGISTER-RECORD-RTN
                   END-READ
               END-PERFORM

      *A REGISTER STILL OPEN AT END OF FILE NEVER GOT ITS TRAILER

               IF WS-REG-OPEN = 'YES'
                   MOVE 'NO' TO WS-REG-GOES
                   PERFORM 190-RELEASE-REGISTER-RTN
               END-IF
               CLOSE COMM-HISTORY-FILE
                     COMMHST-ARCHIVE
                     RETAIN-WORK-FILE

               PERFORM 195-REWRITE-ACKS-RTN
               PERFORM 197-REWRITE-FORWARD-RTN
               PERFORM 199-COPY-BACK-COMMHST-RTN
               MOVE 7 TO WS-FX

               MOVE SPACES TO WS-F-NOTE(WS-FX)
               STRING WS-REG-ARCH-COUNT ' REGISTERS ARCHIVED'
                   DELIMITED BY SIZE INTO WS-F-NOTE(WS-FX)
               END-STRING
           END-IF
           .
      *
       181-LOAD-ACKS-RTN.

      *EVERY ACKNOWLEDGMENT IS HELD WHOLE SO THE FILE CAN BE
      *WRITTEN BACK WITHOUT THE ONES THAT LEAVE WITH THEIR
      *REGISTERS.  A MISSING FILE MEANS NOTHING IS ACKNOWLEDGED,
      *SO NO REGISTER CAN GO

           OPEN INPUT PAY-ACK-FILE
           IF WS-PAYACK-STATUS NOT = '00'
               AND WS-PAYACK-STATUS NOT = '35'
               DISPLAY 'LAB1RET: UNABLE TO OPEN PAYACK.DAT, '
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
                           PERFORM 1815-STORE-ACK-RTN
                   END-READ
               END-PERFORM
               CLOSE PAY-ACK-FILE
           END-IF
           .
      *
       1815-STORE-ACK-RTN.

           IF WS-ACK-COUNT >= WS-ACK-MAX
               DISPLAY 'LAB1RET: ACKNOWLEDGMENT TABLE FULL - '
                       'RAISE WS-ACK-MAX AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACK-COUNT
           MOVE PAY-ACK-REC     TO WS-A-REC(WS-ACK-COUNT)
           MOVE AK-BATCH-DATE   TO WS-A-BATCH-DATE(WS-ACK-COUNT)
           MOVE AK-BATCH-REGION TO WS-A-REGION(WS-ACK-COUNT)
           MOVE 'N'             TO WS-A-USED(WS-ACK-COUNT)
           MOVE 'N'             TO WS-A-ARCHIVE(WS-ACK-COUNT)
           .
      *
       182-LOAD-FORWARD-RTN.

      *THE TOTALS EARLIER RETENTION RUNS BROUGHT FORWARD.  A
      *MISSING FILE IS THE FIRST RUN

           OPEN INPUT COMM-FORWARD-FILE
           IF WS-COMMFWD-STATUS NOT = '00'
               AND WS-COMMFWD-STATUS NOT = '35'
               DISPLAY 'LAB1RET: UNABLE TO OPEN COMMFWD.DAT, '
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
                           PERFORM 1825-STORE-FORWARD-RTN
                   END-READ
               END-PERFORM
               CLOSE COMM-FORWARD-FILE
           END-IF
           .
      *
       1825-STORE-FORWARD-RTN.

           IF WS-FWD-COUNT >= WS-FWD-MAX
               DISPLAY 'LAB1RET: FORWARD TABLE FULL - RAISE '
                       'WS-FWD-MAX AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FWD-COUNT
           MOVE FW-EMP-ID    TO WS-W-EMP-ID(WS-FWD-COUNT)
           MOVE FW-PAID      TO WS-W-PAID(WS-FWD-COUNT)
           MOVE FW-EARNED    TO WS-W-EARNED(WS-FWD-COUNT)
           MOVE FW-RECOVERED TO WS-W-RECOVERED(WS-FWD-COUNT)
           MOVE FW-CLAWED    TO WS-W-CLAWED(WS-FWD-COUNT)
           MOVE FW-OWED      TO WS-W-OWED(WS-FWD-COUNT)
           .
      *
       184-REGISTER-RECORD-RTN.

      *HOLD EVERY RECORD OF THE REGISTER IN PROGRESS.  A HEADER
      *ARRIVING WHILE ONE IS OPEN MEANS THE OPEN ONE NEVER GOT ITS
      *TRAILER -- IT IS KEPT AS IT STANDS.  A STRAY RECORD OUTSIDE
      *ANY REGISTER IS KEPT TOO

           EVALUATE CR-REC-TYPE
               WHEN 'H'
                   IF WS-REG-OPEN = 'YES'
                       MOVE 'NO' TO WS-REG-GOES
                       PERFORM 190-RELEASE-REGISTER-RTN
                   END-IF
                   MOVE 'YES'            TO WS-REG-OPEN
                   MOVE CRH-RUN-DATE     TO WS-REG-RUN-DATE
                   MOVE CRH-BATCH-DATE   TO WS-REG-BATCH-DATE
                   MOVE CRH-BATCH-REGION TO WS-REG-REGION
                   MOVE ZERO             TO WS-RAW-COUNT
                   PERFORM 186-HOLD-RECORD-RTN
               WHEN 'D'
                   IF WS-REG-OPEN = 'YES'
                       PERFORM 186-HOLD-RECORD-RTN
                   ELSE
                       PERFORM 185-KEEP-STRAY-RTN
                   END-IF
               WHEN 'T'
                   IF WS-REG-OPEN = 'YES'
                       PERFORM 186-HOLD-RECORD-RTN
                       PERFORM 188-CLAIM-ACK-RTN
                       MOVE WS-REG-RUN-DATE TO WS-REC-DATE
                       PERFORM 140-AGE-RECORD-RTN
                       IF WS-REG-ACKED = 'YES'
                           AND WS-EXPIRED = 'YES'
                           MOVE 'YES' TO WS-REG-GOES
                       ELSE
                           MOVE 'NO' TO WS-REG-GOES
                       END-IF
                       PERFORM 190-RELEASE-REGISTER-RTN
                   ELSE
                       PERFORM 185-KEEP-STRAY-RTN
                   END-IF
               WHEN OTHER
                   PERFORM 185-KEEP-STRAY-RTN
           END-EVALUATE
           .
      *
       185-KEEP-STRAY-RTN.

           ADD 1 TO WS-F-READ(WS-FX)
           ADD 1 TO WS-F-KEPT(WS-FX)
           MOVE COMMISSION-REG-REC TO RETAIN-WORK-REC
           WRITE RETAIN-WORK-REC
           .
      *
       186-HOLD-RECORD-RTN.

           IF WS-RAW-COUNT >= WS-RAW-MAX
               DISPLAY 'LAB1RET: REGISTER BUFFER FULL - RAISE '
                       'WS-RAW-MAX AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RAW-COUNT
           MOVE COMMISSION-REG-REC TO WS-RAW-REC(WS-RAW-COUNT)
           .
      *
       188-CLAIM-ACK-RTN.

      *FIND THE FIRST UNUSED ACKNOWLEDGMENT FOR THIS REGISTER'S
      *BATCH IDENTITY, EXACTLY AS LAB1PAY DOES, SO THE REGISTER
      *ARCHIVED HERE IS THE ONE LAB1PAY PAID IT AGAINST

           MOVE 'NO' TO WS-REG-ACKED
           MOVE ZERO TO WS-REG-ACK-SUB
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ACK-COUNT
                   OR WS-REG-ACKED = 'YES'
               IF WS-A-USED(WS-AX) = 'N'
                   AND WS-A-BATCH-DATE(WS-AX) = WS-REG-BATCH-DATE
                   AND WS-A-REGION(WS-AX) = WS-REG-REGION
                   MOVE 'YES'  TO WS-REG-ACKED
                   MOVE WS-AX  TO WS-REG-ACK-SUB
                   MOVE 'Y'    TO WS-A-USED(WS-AX)
               END-IF
           END-PERFORM
           .
      *
       190-RELEASE-REGISTER-RTN.

      *SEND THE HELD REGISTER TO THE ARCHIVE OR BACK TO THE LIVE
      *FILE.  AN ARCHIVED REGISTER TAKES ITS ACKNOWLEDGMENT WITH IT
      *AND ITS LINES JOIN THE BROUGHT-FORWARD TOTALS

           IF WS-REG-GOES = 'YES'
               ADD 1 TO WS-REG-ARCH-COUNT
               MOVE 'Y' TO WS-A-ARCHIVE(WS-REG-ACK-SUB)
           ELSE
               ADD 1 TO WS-REG-KEPT-COUNT
           END-IF
           PERFORM VARYING WS-RWX FROM 1 BY 1
                   UNTIL WS-RWX > WS-RAW-COUNT
               ADD 1 TO WS-F-READ(WS-FX)
               IF WS-REG-GOES = 'YES'
                   ADD 1 TO WS-F-ARCHIVED(WS-FX)
                   MOVE WS-CUR-DATE          TO CA-ARCH-DATE
                   MOVE WS-RAW-REC(WS-RWX)   TO CA-DATA
                   WRITE COMMHST-ARCH-REC
                   MOVE WS-RAW-REC(WS-RWX)   TO WS-RAW-LINE
                   IF WS-RL-REC-TYPE = 'D'
                       PERFORM 192-FOLD-FORWARD-RTN
                   END-IF
               ELSE
                   ADD 1 TO WS-F-KEPT(WS-FX)
                   MOVE WS-RAW-REC(WS-RWX)   TO RETAIN-WORK-REC
                   WRITE RETAIN-WORK-REC
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-RAW-COUNT
           MOVE 'NO' TO WS-REG-OPEN
           .
      *
       192-FOLD-FORWARD-RTN.

      *ONE ARCHIVED LINE INTO ITS EMPLOYEE'S BROUGHT-FORWARD
      *TOTALS, ON THE SAME RULES LAB1PAY FOLDS ITS LEDGER BY: A
      *LINE FROM BEFORE THE BALANCE FILE WAS EARNED AS PAID, AND A
      *NEGATIVE DAY THAT PAID NOTHING WAS CLAWED BACK

           MOVE WS-RL-COMMISSION TO WS-LN-COMMISSION
           IF WS-RL-EARNED NUMERIC
               AND WS-RL-RECOVERED NUMERIC
               AND WS-RL-OWED NUMERIC
               MOVE WS-RL-EARNED    TO WS-LN-EARNED
               MOVE WS-RL-RECOVERED TO WS-LN-RECOVERED
               MOVE WS-RL-OWED      TO WS-LN-OWED
           ELSE
               MOVE WS-RL-COMMISSION TO WS-LN-EARNED
               MOVE ZERO             TO WS-LN-RECOVERED
               MOVE ZERO             TO WS-LN-OWED
           END-IF

           MOVE ZERO TO WS-FWD-SUB
           PERFORM VARYING WS-WX FROM 1 BY 1
                   UNTIL WS-WX > WS-FWD-COUNT
                   OR WS-FWD-SUB > ZERO
               IF WS-W-EMP-ID(WS-WX) = WS-RL-EMP-ID
                   MOVE WS-WX TO WS-FWD-SUB
               END-IF
           END-PERFORM
           IF WS-FWD-SUB = ZERO
               IF WS-FWD-COUNT >= WS-FWD-MAX
                   DISPLAY 'LAB1RET: FORWARD TABLE FULL - RAISE '
                           'WS-FWD-MAX AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FWD-COUNT
               MOVE WS-FWD-COUNT TO WS-FWD-SUB
               MOVE WS-RL-EMP-ID TO WS-W-EMP-ID(WS-FWD-SUB)
               MOVE ZERO         TO WS-W-PAID(WS-FWD-SUB)
               MOVE ZERO         TO WS-W-EARNED(WS-FWD-SUB)
               MOVE ZERO         TO WS-W-RECOVERED(WS-FWD-SUB)
               MOVE ZERO         TO WS-W-CLAWED(WS-FWD-SUB)
               MOVE ZERO         TO WS-W-OWED(WS-FWD-SUB)
           END-IF
           ADD WS-LN-COMMISSION TO WS-W-PAID(WS-FWD-SUB)
           ADD WS-LN-EARNED     TO WS-W-EARNED(WS-FWD-SUB)
           ADD WS-LN-RECOVERED  TO WS-W-RECOVERED(WS-FWD-SUB)
           MOVE WS-LN-OWED      TO WS-W-OWED(WS-FWD-SUB)
           IF WS-LN-EARNED < ZERO
               AND WS-LN-COMMISSION = ZERO
               SUBTRACT WS-LN-EARNED FROM WS-W-CLAWED(WS-FWD-SUB)
           END-IF
           .
      *
       195-REWRITE-ACKS-RTN.

      *STAGE PAYACK.NEW WITHOUT THE ACKNOWLEDGMENTS WHOSE
      *REGISTERS WERE ARCHIVED; THOSE GO TO ITS OWN ARCHIVE

           MOVE 8 TO WS-FX
           IF WS-REG-ARCH-COUNT > ZERO
               DISPLAY 'DD_PACKARC' UPON ENVIRONMENT-NAME
               DISPLAY WS-PAYACK-ARC-NAME UPON ENVIRONMENT-VALUE
               OPEN EXTEND PAYACK-ARCHIVE
               IF WS-ARCH-STATUS NOT = '00'
                   OPEN OUTPUT PAYACK-ARCHIVE
               END-IF
               IF WS-ARCH-STATUS NOT = '00'
                   PERFORM 147-OPEN-ARCHIVE-ERROR-RTN
               END-IF
               OPEN OUTPUT PAY-ACK-NEW
               IF WS-ACKNEW-STATUS NOT = '00'
                   DISPLAY 'LAB1RET: UNABLE TO WRITE PAYACK.NEW, '
                       'STATUS=' WS-ACKNEW-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-AX FROM 1 BY 1
                       UNTIL WS-AX > WS-ACK-COUNT
                   ADD 1 TO WS-F-READ(WS-FX)
                   IF WS-A-ARCHIVE(WS-AX) = 'Y'
                       ADD 1 TO WS-F-ARCHIVED(WS-FX)
                       MOVE WS-CUR-DATE      TO KA-ARCH-DATE
                       MOVE WS-A-REC(WS-AX)  TO KA-DATA
                       WRITE PAYACK-ARCH-REC
                   ELSE
                       ADD 1 TO WS-F-KEPT(WS-FX)
                       MOVE WS-A-REC(WS-AX)  TO PAY-ACK-NEW-REC
                       WRITE PAY-ACK-NEW-REC
                   END-IF
               END-PERFORM
               CLOSE PAY-ACK-NEW
                     PAYACK-ARCHIVE
           ELSE
               MOVE WS-ACK-COUNT TO WS-F-READ(WS-FX)
               MOVE WS-ACK-COUNT TO WS-F-KEPT(WS-FX)
           END-IF
           .
      *
       197-REWRITE-FORWARD-RTN.

      *STAGE COMMFWD.NEW, THEN CLOSE IT OFF WITH THE COMMIT RECORD.
      *RETWORK.DAT AND PAYACK.NEW ARE ALREADY CLOSED, SO FROM THE
      *COMMIT RECORD ON ALL THREE STAGED FILES ARE COMPLETE

           MOVE 'NO' TO WS-FWD-COMMITTED
           IF WS-REG-ARCH-COUNT > ZERO
               OPEN OUTPUT COMM-FORWARD-NEW
               IF WS-FWDNEW-STATUS NOT = '00'
                   DISPLAY 'LAB1RET: UNABLE TO WRITE COMMFWD.NEW, '
                       'STATUS=' WS-FWDNEW-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-WX FROM 1 BY 1
                       UNTIL WS-WX > WS-FWD-COUNT
                   MOVE WS-W-EMP-ID(WS-WX)    TO FW-EMP-ID
                   MOVE WS-W-PAID(WS-WX)      TO FW-PAID
                   MOVE WS-W-EARNED(WS-WX)    TO FW-EARNED
                   MOVE WS-W-RECOVERED(WS-WX) TO FW-RECOVERED
                   MOVE WS-W-CLAWED(WS-WX)    TO FW-CLAWED
                   MOVE WS-W-OWED(WS-WX)      TO FW-OWED
                   MOVE COMM-FORWARD-REC      TO COMM-FORWARD-NEW-REC
                   WRITE COMM-FORWARD-NEW-REC
               END-PERFORM
               CLOSE COMM-FORWARD-NEW

               OPEN EXTEND COMM-FORWARD-NEW
               IF WS-FWDNEW-STATUS NOT = '00'
                   DISPLAY 'LAB1RET: UNABLE TO COMMIT COMMFWD.NEW, '
                       'STATUS=' WS-FWDNEW-STATUS
                       ' - NOTHING CHANGED, RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES  TO COMM-FORWARD-NEW-REC
               MOVE '*****' TO NF-EMP-ID
               WRITE COMM-FORWARD-NEW-REC
               CLOSE COMM-FORWARD-NEW
               MOVE 'YES' TO WS-FWD-COMMITTED
           END-IF
           .
      *
       199-COPY-BACK-COMMHST-RTN.

      *COPY THE KEPT REGISTERS BACK, THEN -- WHEN THE STAGE IS
      *COMMITTED -- PAYACK.NEW AND COMMFWD.NEW, AND LAST EMPTY
      *COMMFWD.NEW SO THE COMMIT IS NOT FINISHED TWICE.  EVERY COPY
      *IS WHOLE-FILE, SO A RUN THAT DIES IN HERE AFTER THE COMMIT
      *IS FINISHED BY THE NEXT RUN'S 128-FINISH-COMMHST-RTN.
      *WITHOUT A COMMIT (NO REGISTER ARCHIVED) ONLY COMMHST IS
      *COPIED BACK, AND A FAILURE LEAVES ITS RECORDS IN RETWORK.DAT

           MOVE 7 TO WS-FX
           OPEN INPUT RETAIN-WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               MOVE WS-WORK-STATUS TO WS-COPY-STATUS
               PERFORM 149-COPY-BACK-ERROR-RTN
           END-IF
           OPEN OUTPUT COMM-HISTORY-FILE
           IF WS-COMMHST-STATUS NOT = '00'
               MOVE WS-COMMHST-STATUS TO WS-COPY-STATUS
               PERFORM 149-COPY-BACK-ERROR-RTN
           END-IF
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
               READ RETAIN-WORK-FILE
                   AT END
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       MOVE RETAIN-WORK-REC TO COMMISSION-REG-REC
                       WRITE COMMISSION-REG-REC
               END-READ
           END-PERFORM
           CLOSE RETAIN-WORK-FILE
                 COMM-HISTORY-FILE

           IF WS-FWD-COMMITTED = 'YES'
               OPEN INPUT PAY-ACK-NEW
               OPEN OUTPUT PAY-ACK-FILE
               IF WS-ACKNEW-STATUS NOT = '00'
                   OR WS-PAYACK-STATUS NOT = '00'
                   DISPLAY 'LAB1RET: UNABLE TO COPY PAYACK.NEW TO '
                       'PAYACK.DAT, STATUS=' WS-ACKNEW-STATUS '/'
                       WS-PAYACK-STATUS ' - RERUN TO FINISH'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ PAY-ACK-NEW
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           MOVE PAY-ACK-NEW-REC TO PAY-ACK-REC
                           WRITE PAY-ACK-REC
                   END-READ
               END-PERFORM
               CLOSE PAY-ACK-NEW
                     PAY-ACK-FILE

               OPEN INPUT COMM-FORWARD-NEW
               OPEN OUTPUT COMM-FORWARD-FILE
               IF WS-FWDNEW-STATUS NOT = '00'
                   OR WS-COMMFWD-STATUS NOT = '00'
                   DISPLAY 'LAB1RET: UNABLE TO COPY COMMFWD.NEW TO '
                       'COMMFWD.DAT, STATUS=' WS-FWDNEW-STATUS '/'
                       WS-COMMFWD-STATUS ' - RERUN TO FINISH'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                   READ COMM-FORWARD-NEW
                       AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           IF NF-EMP-ID NOT = '*****'
                               MOVE COMM-FORWARD-NEW-REC
                                   TO COMM-FORWARD-REC
                               WRITE COMM-FORWARD-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMM-FORWARD-NEW
                     COMM-FORWARD-FILE

               OPEN OUTPUT COMM-FORWARD-NEW
               CLOSE COMM-FORWARD-NEW
               MOVE 'NO' TO WS-FWD-COMMITTED
           END-IF
           .
      *
       240-WRITE-MESSAGE-RTN.

           MOVE MESSAGE-LINE TO RET-REPORT-REC
           WRITE RET-REPORT-REC AFTER
                ADVANCING 1 LINE
           .

       250-CLOSE-ROUTINE.

      *ONE LINE PER FILE, THEN THE TOTALS

           MOVE COLUMN-HEADER-LINE TO RET-REPORT-REC
           WRITE RET-REPORT-REC AFTER
                ADVANCING 2 LINES

           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FILE-COUNT
               MOVE WS-FILE-NAME(WS-FX)   TO DL-FILE-OUT
               MOVE WS-F-DAYS(WS-FX)      TO DL-DAYS-OUT
               MOVE WS-F-READ(WS-FX)      TO DL-READ-OUT
               MOVE WS-F-KEPT(WS-FX)      TO DL-KEPT-OUT
               MOVE WS-F-PROTECTED(WS-FX) TO DL-PROT-OUT
               MOVE WS-F-ARCHIVED(WS-FX)  TO DL-ARCH-OUT
               MOVE WS-F-NOTE(WS-FX)      TO DL-NOTE-OUT
               MOVE DETAIL-LINE TO RET-REPORT-REC
               WRITE RET-REPORT-REC AFTER
                    ADVANCING 1 LINE
               ADD WS-F-KEPT(WS-FX)     TO WS-TOTAL-KEPT
               ADD WS-F-ARCHIVED(WS-FX) TO WS-TOTAL-ARCHIVED
           END-PERFORM

           MOVE 'TOTAL RECORDS KEPT' TO CL-LABEL-OUT
           MOVE WS-TOTAL-KEPT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO RET-REPORT-REC
           WRITE RET-REPORT-REC AFTER
                ADVANCING 2 LINES
           MOVE 'TOTAL RECORDS ARCHIVED' TO CL-LABEL-OUT
           MOVE WS-TOTAL-ARCHIVED TO CL-COUNT-OUT
           MOVE COUNT-LINE TO RET-REPORT-REC
           WRITE RET-REPORT-REC AFTER
                ADVANCING 1 LINE
           MOVE 'CARDS REFUSED' TO CL-LABEL-OUT
           MOVE WS-REFUSED-COUNT TO CL-COUNT-OUT
           MOVE COUNT-LINE TO RET-REPORT-REC
           WRITE RET-REPORT-REC AFTER
                ADVANCING 1 LINE

           IF WS-REFUSED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 245-WRITE-RUNLOG-RTN

      *SAME FILE NAME AS SELECT STATEMENT

              CLOSE    RET-REPORT-FILE
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
               DISPLAY 'LAB1RET: UNABLE TO OPEN RUN LOG, STATUS='
                   WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES              TO RUN-LOG-REC
               MOVE 'LAB1RET'           TO RL-PROGRAM
               MOVE WS-CUR-DATE         TO RL-RUN-DATE
               MOVE WS-CUR-TIME         TO RL-RUN-TIME
               MOVE SPACES              TO RL-BATCH-DATE
               MOVE SPACES              TO RL-BATCH-REGION
               MOVE WS-TOTAL-KEPT       TO RL-ACCEPT-COUNT
               MOVE WS-TOTAL-ARCHIVED   TO RL-REJECT-COUNT
               MOVE RETURN-CODE         TO RL-RETURN-CODE
               WRITE RUN-LOG-REC
               CLOSE RUN-LOG-FILE
           END-IF
           .
