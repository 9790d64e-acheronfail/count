000100* ---------------------------------------------------------------
000110*  USEREC - USEIN SEQUENCE NUMBER USAGE RECORD, ONE LINE PER
000120*  NUMBER A REQUESTING APPLICATION ACTUALLY CONSUMED.  SENT
000130*  BACK BY THE APPLICATIONS AND PROVED BY COUNTUSE AGAINST THE
000140*  SEQJRN ASSIGNMENT JOURNAL.  USG-USER IS THE REQ-USER THE
000150*  BLOCK WAS REQUESTED UNDER.
000160* ---------------------------------------------------------------
000170  01  USAGE-RECORD.
000180      05  USG-RANGE-NAME          PIC X(08).
000190      05  FILLER                  PIC X(01).
000200      05  USG-USER                PIC X(08).
000210      05  FILLER                  PIC X(01).
000220      05  USG-NUMBER              PIC Z(17)9.
000230      05  USG-NUMBER-X REDEFINES
000240          USG-NUMBER              PIC X(18).
000250      05  FILLER                  PIC X(01).
000260      05  USG-USED-DATE           PIC X(10).
000270      05  FILLER                  PIC X(33).
