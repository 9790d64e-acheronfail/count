000100* ---------------------------------------------------------------
000110*  SJRREC - SEQJRN ASSIGNMENT JOURNAL RECORD, ONE LINE PER
000120*  ISSUED BLOCK.  WRITTEN BY COUNTSEQ, READ BACK BY THE
000130*  CAPACITY REPORTER FOR THE ISSUANCE PACE AND BY COUNTUSE TO
000131*  PROVE THE APPLICATIONS' USEIN USAGE AGAINST WHAT WAS ISSUED.
000132*  JRN-FUNC SAYS WHAT THE LINE RECORDS:
000134*    ISSU (OR SPACES ON OLD LINES)  BLOCK ISSUED
000136*    RTRN  UNUSED BLOCK RETURNED    VOID  ISSUED BLOCK VOIDED
