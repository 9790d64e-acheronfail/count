000350      05  RPT-CTL-TOTAL           PIC -(13)9.99.
000360      05  RPT-CTL-TOTAL-X REDEFINES
000370          RPT-CTL-TOTAL           PIC X(17).
000380*     "Y" WHEN THE LINE WAS WRITTEN BY A BACKDATED RUN - THE
000382*     RUN DATE IS THE BUSDATE BUSINESS DATE, NOT THE RUN DAY
000384      05  RPT-BACKDATE-SW         PIC X(01).
000386          88  RPT-BACKDATED                 VALUE "Y".
000388      05  FILLER                  PIC X(04).
