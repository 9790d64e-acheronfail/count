000100* ---------------------------------------------------------------
000110*  RSLREC - RSLTOUT MACHINE-READABLE PER-ENTRY RESULT RECORD,
000120*  MULTI MODE.  WRITTEN BY COUNT, READ BY THE DAILY CLOSE
000130*  PROGRAM.  STATUS VALUES: OK, DIFF, SKIP, DUPL, TOLR, HELD,
000135*  TRLR.
000140* ---------------------------------------------------------------
000150  01  RSLTOUT-RECORD.
000160      05  RSL-FILE-ID             PIC X(08).
