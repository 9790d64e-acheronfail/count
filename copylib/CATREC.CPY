000100* ---------------------------------------------------------------
000110*  CATREC - CATMST KEYED FILE-ID CATALOG RECORD, ONE PER
000120*  FILE-ID THE SERVICE COUNTS.  THE SINGLE PLACE THE STANDING
000130*  ATTRIBUTES OF A FILE-ID ARE KEPT: THE DRVIN FIELDS, THE
000140*  ALLOWED RUN SECONDS, THE OWNING APPLICATION AND CONTACT,
000150*  AND WHETHER THE FEED IS STILL ACTIVE.  MAINTAINED BY
000160*  COUNTCAT FROM CATTRN TRANSACTIONS (EVERY CHANGE IS LOGGED
000170*  WITH ITS BEFORE AND AFTER IMAGES ON CATAUD); COUNTCAT EDIT
000180*  PROVES EACH NIGHT'S DRVIN AGAINST IT BEFORE THE MULTI STEP.
000190* ---------------------------------------------------------------
000200  01  CATMST-RECORD.
000210      05  CAT-FILE-ID             PIC X(08).
000220      05  CAT-TARGET              PIC 9(18).
000230      05  CAT-DSNAME              PIC X(44).
000240      05  CAT-AMT-POS             PIC 9(03).
000250      05  CAT-AMT-POS-X REDEFINES
000260          CAT-AMT-POS             PIC X(03).
000270      05  CAT-AMT-LEN             PIC 9(02).
000280      05  CAT-AMT-LEN-X REDEFINES
000290          CAT-AMT-LEN             PIC X(02).
000300      05  CAT-TOL-PCT             PIC 9(03).
000310      05  CAT-PRIORITY            PIC 9(01).
000320      05  CAT-PREREQ-ID           PIC X(08).
000330      05  CAT-SLA-SECONDS         PIC 9(09).
000340      05  CAT-OWNER-APPL          PIC X(08).
000350      05  CAT-CONTACT             PIC X(24).
000360      05  CAT-ACTIVE-SW           PIC X(01).
000370          88  CAT-ACTIVE                    VALUE "Y".
000380          88  CAT-INACTIVE                  VALUE "N".
000390      05  CAT-MAINT-USER          PIC X(08).
000400      05  CAT-MAINT-DATE          PIC X(10).
000410      05  FILLER                  PIC X(13).
