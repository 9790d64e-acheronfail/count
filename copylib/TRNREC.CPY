000100* ---------------------------------------------------------------
000110*  TRNREC - TRNOUT SHIFT TURNOVER ITEM, ONE PER OUTSTANDING ITEM
000120*  ON THE NIGHT'S HANDOVER.  WRITTEN BY COUNTTOV; THE NEXT
000130*  NIGHT'S RUN READS IT BACK AS TRNIN SO AN ITEM NOBODY HAS
000140*  DISPOSITIONED CARRIES FORWARD WITH ITS ORIGINAL OPEN DATE.
000150*  THE DAY SHIFT RECORDS A DISPOSITION BY SENDING THE ITEM
000160*  BACK ON DSPIN IN THIS LAYOUT WITH TRN-DISP-CODE, OPERATOR
000170*  AND NOTE FILLED IN (OR BY FILLING THEM IN ON TRNIN ITSELF).
000180*  ITEM TYPES:
000190*    CLOS DAILY CLOSE DID NOT PASS  ALRT ALERT NOT ACKNOWLEDGED
000200*    SLA  RUN TIME OVER ITS SLA     RSLT ENTRY HELD OR FAILED
000210*    RERN ENTRY ON RERUN DRIVER     LOWW SEQUENCE RANGE LOW WATER
000220*  DISPOSITIONS:
000230*    DONE RESOLVED - RAISED AGAIN IF STILL PRESENT NEXT NIGHT
000240*    ACPT ACCEPTED AS IS - NOT RAISED AGAIN WHILE IT PERSISTS
000250*    XFER PASSED TO THE OWNER - NOT RAISED AGAIN WHILE IT PERSISTS
000260* ---------------------------------------------------------------
000270  01  TURNOVER-RECORD.
000280      05  TRN-KEY.
000290          10  TRN-ITEM-TYPE       PIC X(04).
000300          10  TRN-FILE-ID         PIC X(08).
000310          10  TRN-REF             PIC X(22).
000320      05  TRN-OPEN-DATE           PIC X(10).
000330      05  TRN-HANDOVER-DATE       PIC X(10).
000340      05  TRN-AGE-DAYS            PIC 9(05).
000350      05  TRN-SEVERITY            PIC X(01).
000360      05  TRN-SOURCE              PIC X(08).
000370*     N NEW TONIGHT  O STILL OPEN  C CARRIED, NOT SEEN TONIGHT
000380*     R REOPENED AFTER A DONE    D DISPOSITIONED, STILL PRESENT
000390      05  TRN-STATE               PIC X(01).
000400          88  TRN-NEW                       VALUE "N".
000410          88  TRN-STILL-OPEN                VALUE "O".
000420          88  TRN-CARRIED                   VALUE "C".
000430          88  TRN-REOPENED                  VALUE "R".
000440          88  TRN-CLOSED                    VALUE "D".
000450      05  TRN-CARRY-COUNT         PIC 9(03).
000460      05  TRN-TEXT                PIC X(40).
000470      05  TRN-DISP-CODE           PIC X(04).
000480          88  TRN-DISP-VALID                VALUE "DONE" "ACPT"
000490                                                  "XFER".
000500          88  TRN-DISP-DONE                 VALUE "DONE".
000510      05  TRN-DISP-OPERATOR       PIC X(08).
000520      05  TRN-DISP-DATE           PIC X(10).
000530      05  TRN-DISP-NOTE           PIC X(30).
000540      05  FILLER                  PIC X(16).
