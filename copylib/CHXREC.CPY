000100* ---------------------------------------------------------------
000110*  CHXREC - CHGEXT MONTHLY CHARGEBACK EXTRACT FOR THE GENERAL
000120*  LEDGER FEED, FIXED 100 BYTES.  WRITTEN BY COUNTCHG: ONE
000130*  HEADER, ONE DETAIL PER COST CENTER AND BILLABLE UNIT, AND A
000140*  TRAILER CARRYING THE CONTROL TOTALS.  QUANTITIES AND AMOUNTS
000150*  ARE UNSIGNED WITH A SIGN BYTE BEFORE THEM, "-" FOR A CREDIT
000160*  (MORE NUMBERS RETURNED THAN ISSUED IN THE MONTH), ELSE "+".
000170* ---------------------------------------------------------------
000180  01  CHGEXT-RECORD.
000190      05  CHX-REC-TYPE            PIC X(01).
000200          88  CHX-HEADER-REC                VALUE "H".
000210          88  CHX-DETAIL-REC                VALUE "D".
000220          88  CHX-TRAILER-REC               VALUE "T".
000230      05  CHX-MONTH               PIC X(07).
000240      05  CHX-DETAIL-DATA.
000250          10  CHX-COST-CENTER     PIC X(10).
000260          10  CHX-UNIT            PIC X(04).
000270          10  CHX-GL-ACCOUNT      PIC X(10).
000280          10  CHX-QTY-SIGN        PIC X(01).
000290          10  CHX-QUANTITY        PIC 9(13)V99.
000300          10  CHX-RATE            PIC 9(03)V9(06).
000310          10  CHX-AMT-SIGN        PIC X(01).
000320          10  CHX-AMOUNT          PIC 9(13)V99.
000330          10  FILLER              PIC X(27).
000340      05  CHX-HEADER-DATA REDEFINES CHX-DETAIL-DATA.
000350          10  CHX-H-RUN-DATE      PIC X(10).
000360          10  CHX-H-SOURCE        PIC X(08).
000370          10  CHX-H-FIRST-DATE    PIC X(10).
000380          10  CHX-H-LAST-DATE     PIC X(10).
000390          10  FILLER              PIC X(54).
000400      05  CHX-TRAILER-DATA REDEFINES CHX-DETAIL-DATA.
000410          10  CHX-T-DETAIL-COUNT  PIC 9(09).
000420          10  CHX-T-AMT-SIGN      PIC X(01).
000430          10  CHX-T-AMOUNT-TOTAL  PIC 9(13)V99.
000440          10  CHX-T-RECORD-COUNT  PIC 9(09).
000450          10  FILLER              PIC X(58).
