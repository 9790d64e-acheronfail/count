000240          10  RJN-SEQ             PIC 9(04).
000250      05  RJN-POST-TIME           PIC X(08).
000260      05  RJN-AUDIT-LINE          PIC X(103).
000270*     "Y" WHEN POSTED BY A BACKDATED RUN UNDER A BUSDATE
000272*     BUSINESS DATE EARLIER THAN THE DAY IT RAN
000274      05  RJN-BACKDATE-SW         PIC X(01).
000276          88  RJN-BACKDATED                 VALUE "Y".
000278      05  FILLER                  PIC X(09).
