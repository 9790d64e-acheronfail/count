000100* ---------------------------------------------------------------
000110*  DRVREC - DRVIN DRIVING FILE RECORD, ONE FILE-ID/TARGET PAIR
000120*  PER ENTRY.  READ BY COUNT (MULTI MODE) AND BY THE
000130*  RECONCILIATION PROGRAM.  COUNTCAT EDIT PROVES EACH ENTRY
000135*  AGAINST THE CATMST FILE-ID CATALOG BEFORE THE MULTI STEP.
000140*  WHEN DRVIN-DSNAME IS NOT SPACES THE ENTRY NAMES AN ACTUAL
000150*  FEED DATASET: COUNT OPENS AND READS IT, COUNTING PHYSICAL
000160*  RECORDS AGAINST THE TARGET.  DRVIN-AMT-POS/LEN OPTIONALLY
