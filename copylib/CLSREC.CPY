000100* ---------------------------------------------------------------
000110*  CLSREC - CLSOUT DAILY CLOSE RECORD WRITTEN BY COUNTEOD, ONE
000120*  PER CLOSE RUN.  THE SAME RECORD IS APPENDED TO THE CLSHST
000130*  CLOSE HISTORY, WHICH THE POSTING STEPS READ TO REFUSE A
000140*  BACKDATED RUN FOR A DATE THAT ALREADY CLOSED PASS.
000150*  CLS-BACKDATE-SW IS "Y" WHEN THE CLOSE WAS RUN FOR A PAST
000160*  BUSINESS DATE; CLS-PROCESS-DATE IS THE MACHINE DATE IT RAN.
000170* ---------------------------------------------------------------
000180  01  CLSOUT-RECORD.
000190      05  CLS-RUN-DATE            PIC X(10).
000200      05  FILLER                  PIC X(01).
000210      05  CLS-RESULTS-FLAG        PIC X(01).
000220      05  FILLER                  PIC X(01).
000230      05  CLS-BALANCE-FLAG        PIC X(01).
000240      05  FILLER                  PIC X(01).
000250      05  CLS-VERIFY-FLAG         PIC X(01).
000260      05  FILLER                  PIC X(01).
000270      05  CLS-ALERTS-FLAG         PIC X(01).
000280      05  FILLER                  PIC X(01).
000290      05  CLS-OVERALL             PIC X(04).
000300      05  FILLER                  PIC X(01).
000310      05  CLS-DRV-COUNT           PIC Z(08)9.
000320      05  FILLER                  PIC X(01).
000330      05  CLS-RSL-COUNT           PIC Z(08)9.
000340      05  FILLER                  PIC X(01).
000350      05  CLS-BACKDATE-SW         PIC X(01).
000360          88  CLS-BACKDATED                 VALUE "Y".
000370      05  FILLER                  PIC X(01).
000380      05  CLS-PROCESS-DATE        PIC X(10).
000390      05  FILLER                  PIC X(22).
