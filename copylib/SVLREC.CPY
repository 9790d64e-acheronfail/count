000100* ---------------------------------------------------------------
000110*  SVLREC - SEQUENCE SECURITY VIOLATION LOG (SEQVIO), ONE RECORD
000120*  PER COUNTSEQ TRANSACTION REFUSED FOR WANT OF AUTHORITY.
000130*  APPENDED BY COUNTSEQ IN BOTH RUN MODES, SUMMARIZED WEEKLY FOR
000140*  THE SECURITY OFFICER BY COUNTSVR.  REASON CODES:
000150*    NOTA NO SEQAUTH ENTRY GIVES THE USER THE FUNCTION ON THE
000160*         RANGE
000170*    OVMX BLOCK COUNT OVER THE USER'S SEQAUTH LIMIT
000180*    SELF RANGE CHANGE APPROVED BY THE USER WHO ASKED FOR IT
000190*  SVL-FUNC IS THE SEQREQ FUNCTION, OR DEFN / APPR FOR A SEQDEF
000200*  RANGE CHANGE OR ITS APPROVAL.  SVL-RUN-DATE IS THE BUSINESS
000210*  DATE, SVL-RUN-TIME THE MACHINE TIME.
000220* ---------------------------------------------------------------
000230  01  SEQVIO-RECORD.
000240      05  SVL-RUN-DATE            PIC X(10).
000250      05  FILLER                  PIC X(01).
000260      05  SVL-RUN-TIME            PIC X(08).
000270      05  FILLER                  PIC X(01).
000280      05  SVL-USER                PIC X(08).
000290      05  FILLER                  PIC X(01).
000300      05  SVL-RANGE-NAME          PIC X(08).
000310      05  FILLER                  PIC X(01).
000320      05  SVL-FUNC                PIC X(04).
000330      05  FILLER                  PIC X(01).
000340      05  SVL-REASON              PIC X(04).
000350          88  SVL-NO-AUTHORITY              VALUE "NOTA".
000360          88  SVL-OVER-LIMIT                VALUE "OVMX".
000370          88  SVL-SELF-APPROVAL             VALUE "SELF".
000380      05  FILLER                  PIC X(01).
000390      05  SVL-BLOCK-COUNT         PIC 9(09).
000400      05  FILLER                  PIC X(01).
000410      05  SVL-MAX-BLOCK           PIC 9(09).
000420      05  FILLER                  PIC X(13).
