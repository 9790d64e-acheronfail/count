000100* ---------------------------------------------------------------
000110*  FMSREC - FDCMST KEYED FEED CONTROL MASTER RECORD, ONE PER
000120*  FILE-ID AND TRANSMISSION DATE, HOLDING THE ACCEPTED RECORD
000130*  COUNT AND CONTROL TOTAL LATER TRANSMISSIONS ARE CHECKED
000140*  AGAINST.  POSTED BY COUNT, RETAINED AND ARCHIVED BY COUNTHKP.
000150* ---------------------------------------------------------------
000160  01  FDCMST-RECORD.
000170      05  FDC-KEY.
000180          10  FDC-FILE-ID         PIC X(08).
000190          10  FDC-DATE            PIC X(10).
000200      05  FDC-COUNT               PIC 9(18).
000210      05  FDC-CTL-TOTAL           PIC S9(13)V99.
000220      05  FILLER                  PIC X(09).
