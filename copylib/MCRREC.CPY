000100* ---------------------------------------------------------------
000110*  MCRREC - MCROUT MONTH-END CERTIFICATE, ONE PER CERTIFICATION
000120*  RUN, WRITTEN BY COUNTMEC.  THE MONTH-END DOWNSTREAM JOBS KEY
000130*  ON MCR-VERDICT:
000140*    CERT  EVERY DUE DAY CLOSED PASS ONCE, NO EXCEPTIONS
000150*    WAIV  CERTIFIED - EVERY EXCEPTION FORMALLY WAIVED
000160*    OPEN  EXCEPTIONS OUTSTANDING - THE MONTH IS NOT CERTIFIED
000170*  MCR-BACKDATE-SW IS "Y" WHEN THE RUN WAS FOR A PAST BUSINESS
000180*  DATE; MCR-PROCESS-DATE IS THE MACHINE DATE IT RAN.
000190* ---------------------------------------------------------------
000200  01  MCROUT-RECORD.
000210      05  MCR-MONTH               PIC X(07).
000220      05  FILLER                  PIC X(01).
000230      05  MCR-RUN-DATE            PIC X(10).
000240      05  FILLER                  PIC X(01).
000250      05  MCR-VERDICT             PIC X(04).
000260          88  MCR-CERTIFIED                 VALUE "CERT".
000270          88  MCR-CERTIFIED-WAIVED          VALUE "WAIV".
000280          88  MCR-NOT-CERTIFIED             VALUE "OPEN".
000290      05  FILLER                  PIC X(01).
000300      05  MCR-DUE-DAYS            PIC 9(02).
000310      05  FILLER                  PIC X(01).
000320      05  MCR-CLEAN-DAYS          PIC 9(02).
000330      05  FILLER                  PIC X(01).
000340      05  MCR-EXCEPTIONS          PIC 9(03).
000350      05  FILLER                  PIC X(01).
000360      05  MCR-WAIVED              PIC 9(03).
000370      05  FILLER                  PIC X(01).
000380      05  MCR-OUTSTANDING         PIC 9(03).
000390      05  FILLER                  PIC X(01).
000400      05  MCR-BACKDATE-SW         PIC X(01).
000410          88  MCR-BACKDATED                 VALUE "Y".
000420      05  FILLER                  PIC X(01).
000430      05  MCR-PROCESS-DATE        PIC X(10).
000440      05  FILLER                  PIC X(26).
