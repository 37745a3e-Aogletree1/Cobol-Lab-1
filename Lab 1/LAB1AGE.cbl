                15  SU-ORIG-DAY        PIC 9(2).
             10  SU-STATUS             PIC X.
             10  SU-REL-DATE           PIC X(8).
             10  SU-REC-IMAGE          PIC X(53).
          05  SU-CONTROL-DATA REDEFINES SU-DETAIL-DATA.
             10  SU-NEXT-ID            PIC 9(6).
             10  FILLER                PIC X(103).
      *
       FD    AGE-REPORT-FILE.
       01    AGE-REPORT-REC    PIC X(100).
