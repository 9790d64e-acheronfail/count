000100* ---------------------------------------------------------------
000110*  BDTREC - BUSDATE BUSINESS-DATE CONTROL RECORD.  ONE RECORD,
000120*  SET BY OPERATIONS, THAT EVERY PROGRAM IN THE SUITE READS AT
000130*  START-UP.  WHEN BDT-BUSINESS-DATE IS FILLED IN THE RUN IS
000140*  PROCESSED FOR THAT DATE INSTEAD OF THE MACHINE DATE (A
000150*  MISSED NIGHT RUN THE NEXT MORNING); AN EMPTY OR ABSENT
000160*  CONTROL MEANS TODAY.  A DATE EARLIER THAN TODAY MAKES THE
000170*  RUN BACKDATED: IT IS MARKED ON RPTOUT, RUNJRN AND THE CLOSE
000180*  RECORD, AND THE POSTING STEPS REFUSE IT FOR A DATE THAT
000190*  ALREADY HAS A PASS CLOSE UNLESS BDT-REOPEN-SW IS "Y".
000200*  BDT-AUTH-USER AND BDT-REASON SAY WHO ASKED FOR IT AND WHY.
000210* ---------------------------------------------------------------
000220  01  BUSDATE-RECORD.
000230      05  BDT-BUSINESS-DATE       PIC 9(08).
000240      05  BDT-BUSINESS-DATE-X REDEFINES
000250          BDT-BUSINESS-DATE       PIC X(08).
000260      05  FILLER                  PIC X(01).
000270      05  BDT-REOPEN-SW           PIC X(01).
000280          88  BDT-REOPEN-AUTH               VALUE "Y".
000290      05  FILLER                  PIC X(01).
000300      05  BDT-AUTH-USER           PIC X(08).
000310      05  FILLER                  PIC X(01).
000320      05  BDT-REASON              PIC X(40).
000330      05  FILLER                  PIC X(20).
