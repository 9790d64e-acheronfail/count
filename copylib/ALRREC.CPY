000100* ---------------------------------------------------------------
000110*  ALRREC - ALERT RECORD FOR THE OPS MONITORING BRIDGE, ONE
000120*  PER NOTEWORTHY EVENT.  WRITTEN BY COUNT (ALRTOUT), THE
000130*  CAPACITY REPORTER (CAPALRT), THE FEED ARRIVAL WATCH
000135*  (ARRALRT) AND THE SEQUENCE MASTER (SEQALRT), ROLLED INTO
000137*  THE ALERT MASTER BY THE ALERT LIFECYCLE PROGRAM.  REASON
000140*  CODES:
000150*    DIFF RESULT NE TARGET        SKIP ENTRY SKIPPED
000160*    OVFL COUNTER OVERFLOW        UNFL COUNTER UNDERFLOW
000170*    OPEN FILE OPEN FAILURE       WRIT FILE WRITE FAILURE
000180*    INTR OPERATOR INTERRUPT      LOWW SEQUENCE RANGE LOW WATER
000182*    DUPL SUSPECTED DUPLICATE     TOLR FEED OUTSIDE TOLERANCE
000184*         FEED TRANSMISSION       HELD PREREQ NOT CLEAN/NO FEED
000186*    TRLR FEED TRAILER MISSING OR OUT OF BALANCE
000188*    LATE FEED LATE (W) OR PAST ITS ARRIVAL CUTOFF (E)
000189*    SECV COUNTSEQ SECURITY VIOLATION (SEQALRT)
000190*  SEVERITY:  W WARNING,  E ERROR
000200* ---------------------------------------------------------------
000210  01  ALRTOUT-RECORD.
