000100* ---------------------------------------------------------------
000110*  ARRREC - FEED ARRIVAL RECORD, 120 BYTES, WRITTEN BY THE
000120*  ARRIVAL WATCH COUNTARV.  THE SAME LAYOUT SERVES TWO FILES:
000130*    ARRLOG  - THE ARRIVAL LOG, APPENDED ONE EVENT AT A TIME AND
000140*              NEVER REWRITTEN, SO EACH EVENT IS LOGGED ONCE PER
000150*              FEED PER BUSINESS DATE HOWEVER OFTEN THE WATCH
000160*              CYCLES.  SEEN CARRIES THE FIRST-SEEN STAMP AND THE
000170*              ON-TIME VERDICT FOR THE SENDERS' MONTHLY RECORD.
000180*    ARRHOLD - THE HOLD LIST, REWRITTEN BY EVERY WATCH CYCLE WITH
000190*              ONE HOLD EVENT PER FEED STILL MISSING PAST ITS
000200*              CUTOFF.  COUNT MULTI HOLDS THOSE ENTRIES.
000210*  EVENTS:  SEEN FEED FIRST SEEN      LATE LATE ALERT RAISED
000220*           CUTF CUTOFF ALERT RAISED  HOLD ON THE HOLD LIST
000230*  ARRIVAL: ONTM BY THE EXPECTED TIME
000240*           LATE AFTER EXPECTED, BY THE CUTOFF
000250*           AFTR AFTER THE CUTOFF     NSCH NO ARRIVAL SCHEDULE
000260*  TIMES ARE HHMM ON THE BUSINESS DATE.
000270* ---------------------------------------------------------------
000280  01  ARRIVAL-RECORD.
000290      05  ARR-RUN-DATE            PIC X(10).
000300      05  ARR-FILE-ID             PIC X(08).
000310      05  ARR-EVENT               PIC X(04).
000320          88  ARR-SEEN                      VALUE "SEEN".
000330          88  ARR-LATE-RAISED               VALUE "LATE".
000340          88  ARR-CUTOFF-RAISED             VALUE "CUTF".
000350          88  ARR-HOLD                      VALUE "HOLD".
000360      05  ARR-STAMP-DATE          PIC X(10).
000370      05  ARR-STAMP-TIME          PIC X(08).
000380      05  ARR-EXPECTED            PIC 9(04).
000390      05  ARR-EXPECTED-X REDEFINES
000400          ARR-EXPECTED            PIC X(04).
000410      05  ARR-CUTOFF              PIC 9(04).
000420      05  ARR-CUTOFF-X REDEFINES
000430          ARR-CUTOFF              PIC X(04).
000440      05  ARR-ARRIVAL             PIC X(04).
000450          88  ARR-ON-TIME                   VALUE "ONTM".
000460      05  ARR-MINUTES-LATE        PIC 9(05).
000470      05  ARR-DSNAME              PIC X(44).
000480      05  FILLER                  PIC X(19).
