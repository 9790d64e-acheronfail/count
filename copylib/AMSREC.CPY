000100* ---------------------------------------------------------------
000110*  AMSREC - ALMMST KEYED ALERT MASTER RECORD, ONE PER ALERT
000120*  EVENT.  MAINTAINED BY COUNTALM; COUNTHKP ARCHIVES AND PURGES
000130*  ACKNOWLEDGED ALERTS PAST RETENTION - NEVER AN UNACKED ONE.
000140* ---------------------------------------------------------------
000150  01  ALMMST-RECORD.
000160      05  ALM-KEY.
000170          10  ALM-FILE-ID         PIC X(08).
000180          10  ALM-RUN-DATE        PIC X(10).
000190          10  ALM-RUN-TIME        PIC X(08).
000200          10  ALM-REASON          PIC X(04).
000210      05  ALM-SEVERITY            PIC X(01).
000220      05  ALM-JOBNAME             PIC X(08).
000230      05  ALM-STEPNAME            PIC X(08).
000240      05  ALM-TARGET              PIC X(18).
000250      05  ALM-RESULT              PIC X(18).
000260      05  ALM-ACK-SW              PIC X(01).
000270          88  ALM-ACKED                     VALUE "Y".
000280      05  ALM-ACK-OPERATOR        PIC X(08).
000290      05  ALM-ACK-DATE            PIC X(10).
000300      05  FILLER                  PIC X(08).
