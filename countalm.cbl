000400*   --------  ----  --------------------------------------------
000410*   09/02/26  JRS   ORIGINAL PROGRAM - ALERT MASTER ROLLUP,
000420*                   ACKNOWLEDGMENT POSTING AND AGING REPORT.
000422*   10/15/26  JRS   PROCESS UNDER THE BUSDATE BUSINESS DATE WHEN
000424*                   OPERATIONS SETS ONE, OTHERWISE THE MACHINE
000426*                   DATE.
000427*   10/15/26  JRS   MOVE ALMMST LAYOUT TO AMSREC COPYBOOK FOR THE
000428*                   HOUSEKEEPING PROGRAM.
000429*   10/15/26  JRS   BACKDATED RUN MARKED ON THE REPORT HEADER.
000430* ---------------------------------------------------------------
000440
000450  ENVIRONMENT DIVISION.
000590      SELECT AGERPT-FILE ASSIGN TO AGERPT
000600          ORGANIZATION IS SEQUENTIAL
000610          FILE STATUS IS AGERPT-STATUS.
000612      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000614          ORGANIZATION IS SEQUENTIAL
000616          FILE STATUS IS BUSDATE-STATUS.
000620
000630  DATA DIVISION.
000640  FILE SECTION.
000710*   ALMMST - KEYED ALERT MASTER, ONE RECORD PER ALERT EVENT
000720  FD  ALMMST-FILE
000730      LABEL RECORDS ARE STANDARD.
000740      COPY AMSREC.
000900
000910*   ACKIN - ACKNOWLEDGMENT ENTRIES DROPPED BY THE DUTY
000920*   OPERATOR, ONE PER ALERT, KEY FIELDS AS PRINTED ON THE
001070      RECORDING MODE IS F
001080      LABEL RECORDS ARE STANDARD.
001090  01  AGERPT-LINE                 PIC X(132).
001091
001092*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
001093  FD  BUSDATE-FILE
001094      RECORDING MODE IS F
001095      LABEL RECORDS ARE STANDARD.
001096  01  BUSDATE-LINE                PIC X(80).
001100
001110  WORKING-STORAGE SECTION.
001120
001470      05  ACKIN-STATUS            PIC X(02) VALUE SPACES.
001480          88  ACKIN-EOF                     VALUE "10".
001490      05  AGERPT-STATUS           PIC X(02) VALUE SPACES.
001491      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
001492
001493*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
001494*   MACHINE DATE IT OVERRIDES
001495      COPY BDTREC.
001496  01  ALM-BUSDATE-FIELDS.
001497      05  ALM-MACHINE-DATE        PIC 9(08) VALUE 0.
001498      05  ALM-BACKDATE-SW         PIC X(01) VALUE "N".
001499          88  ALM-BACKDATED                 VALUE "Y".
001500
001510*   RUN DATE AND AGE ARITHMETIC WORK FIELDS
001520  01  ALM-CURRENT-DATE-FIELDS.
001800  01  ALM-HEADER-2.
001810      05  FILLER                  PIC X(10) VALUE "AS OF:    ".
001820      05  ALM-H2-RUN-DATE         PIC X(10).
001830      05  ALM-H2-BACKDATE         PIC X(15) VALUE SPACES.
001835      05  FILLER                  PIC X(97) VALUE SPACES.
001840  01  ALM-COL-HEADS.
001850      05  FILLER                  PIC X(05) VALUE "SEV".
001860      05  FILLER                  PIC X(10) VALUE "FILE-ID".
002440* ****************************************************************
002450  1000-INITIALIZE.
002460      MOVE FUNCTION CURRENT-DATE TO ALM-CURRENT-DATE-FIELDS.
002465      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002470      STRING ALM-CD-DATE(1:4) "-" ALM-CD-DATE(5:2) "-"
002480          ALM-CD-DATE(7:2) DELIMITED BY SIZE
002490          INTO ALM-RUN-DATE-DISPLAY
002540      PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
002550      PERFORM 1300-OPEN-MASTER THRU 1300-EXIT.
002560  1000-EXIT.
002561      EXIT.
002562
002563* ****************************************************************
002564* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
002565* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
002566* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
002567* * TODAY OR NOT A VALID DATE STOPS THE RUN.
002568* ****************************************************************
002569  1050-GET-BUSINESS-DATE.
002570      MOVE ALM-CD-DATE TO ALM-MACHINE-DATE.
002571      MOVE SPACES TO BUSDATE-RECORD.
002572      OPEN INPUT BUSDATE-FILE.
002573      IF BUSDATE-STATUS NOT = "00"
002574          GO TO 1050-EXIT
002575      END-IF.
002576      READ BUSDATE-FILE INTO BUSDATE-RECORD
002577          AT END
002578              MOVE SPACES TO BUSDATE-RECORD
002579      END-READ.
002580      CLOSE BUSDATE-FILE.
002581      IF BDT-BUSINESS-DATE-X = SPACES
002582          OR BDT-BUSINESS-DATE-X = ZEROS
002583          GO TO 1050-EXIT
002584      END-IF.
002585      IF BDT-BUSINESS-DATE-X NOT NUMERIC
002586          DISPLAY "COUNTALM - BUSDATE DATE NOT NUMERIC: "
002587              BDT-BUSINESS-DATE-X
002588          MOVE 16 TO RETURN-CODE
002589          GO TO 9999-EXIT
002590      END-IF.
002591      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
002592          OR BDT-BUSINESS-DATE > ALM-MACHINE-DATE
002593          DISPLAY "COUNTALM - BUSDATE NOT A VALID PAST DATE: "
002594              BDT-BUSINESS-DATE-X
002595          MOVE 16 TO RETURN-CODE
002596          GO TO 9999-EXIT
002597      END-IF.
002598      MOVE BDT-BUSINESS-DATE TO ALM-CD-DATE.
002599      IF ALM-CD-DATE < ALM-MACHINE-DATE
002600          MOVE "Y" TO ALM-BACKDATE-SW
002601          DISPLAY "COUNTALM - BACKDATED RUN FOR BUSINESS DATE "
002602              BDT-BUSINESS-DATE-X
002603      END-IF.
002604  1050-EXIT.
002570      EXIT.
002580
002590  1100-PARSE-PARM.
005610      END-IF.
005620      PERFORM 4650-CHECK-AGERPT THRU 4650-EXIT.
005630      MOVE ALM-RUN-DATE-DISPLAY TO ALM-H2-RUN-DATE.
005632      IF ALM-BACKDATED
005634          MOVE "  BACKDATED RUN" TO ALM-H2-BACKDATE
005636      END-IF.
005640      MOVE ALM-HEADER-2 TO AGERPT-LINE.
005650      WRITE AGERPT-LINE AFTER ADVANCING 1 LINE.
005660      PERFORM 4650-CHECK-AGERPT THRU 4650-EXIT.
