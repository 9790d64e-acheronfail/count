000100* ---------------------------------------------------------------
000110*  TMSREC - TIMMST KEYED TIMING MASTER RECORD, ONE PER
000120*  FILE-ID / RUN DATE, ACCUMULATED ACROSS THE DAY'S RUNS.
000130*  MAINTAINED BY COUNTTIM, RETAINED AND ARCHIVED BY COUNTHKP.
000140* ---------------------------------------------------------------
000150  01  TIMMST-RECORD.
000160      05  TMS-KEY.
000170          10  TMS-FILE-ID         PIC X(08).
000180          10  TMS-RUN-DATE        PIC X(10).
000190      05  TMS-RUNS                PIC 9(04).
000200      05  TMS-ELAPSED             PIC 9(09)V99.
000210      05  TMS-ITERS               PIC 9(18).
000220      05  TMS-RATE                PIC 9(10)V99.
000230      05  FILLER                  PIC X(15).
