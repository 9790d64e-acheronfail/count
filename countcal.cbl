000450*   --------  ----  --------------------------------------------
000460*   09/02/26  JRS   ORIGINAL PROGRAM - CALENDAR VALIDATION,
000470*                   PROOF SHEET AND B-RECORD GENERATION.
000472*   10/15/26  JRS   PROCESS UNDER THE BUSDATE BUSINESS DATE WHEN
000474*                   OPERATIONS SETS ONE, OTHERWISE THE MACHINE
000476*                   DATE.
000478*   10/15/26  JRS   BACKDATED RUN MARKED ON THE REPORT HEADER.
000480* ---------------------------------------------------------------
000490
000500  ENVIRONMENT DIVISION.
000620      SELECT CALRPT-FILE ASSIGN TO CALRPT
000630          ORGANIZATION IS SEQUENTIAL
000640          FILE STATUS IS CALRPT-STATUS.
000642      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000644          ORGANIZATION IS SEQUENTIAL
000646          FILE STATUS IS BUSDATE-STATUS.
000650
000660  DATA DIVISION.
000670  FILE SECTION.
001030      RECORDING MODE IS F
001040      LABEL RECORDS ARE STANDARD.
001050  01  CALRPT-LINE                 PIC X(132).
001051
001052*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
001053  FD  BUSDATE-FILE
001054      RECORDING MODE IS F
001055      LABEL RECORDS ARE STANDARD.
001056  01  BUSDATE-LINE                PIC X(80).
001060
001070  WORKING-STORAGE SECTION.
001080
001850          88  HOLIN-EOF                     VALUE "10".
001860      05  BGENOUT-STATUS          PIC X(02) VALUE SPACES.
001870      05  CALRPT-STATUS           PIC X(02) VALUE SPACES.
001871      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
001872
001873*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
001874*   MACHINE DATE IT OVERRIDES
001875      COPY BDTREC.
001876  01  CLU-BUSDATE-FIELDS.
001877      05  CLU-MACHINE-DATE        PIC 9(08) VALUE 0.
001878      05  CLU-BACKDATE-SW         PIC X(01) VALUE "N".
001879          88  CLU-BACKDATED                 VALUE "Y".
001880
001890*   RUN DATE FIELDS
001900  01  CLU-CURRENT-DATE-FIELDS.
002430  01  CLU-HEADER-2.
002440      05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002450      05  CLU-H2-RUN-DATE         PIC X(10).
002460      05  CLU-H2-BACKDATE         PIC X(15) VALUE SPACES.
002465      05  FILLER                  PIC X(97) VALUE SPACES.
002470  01  CLU-ERROR-LINE.
002480      05  FILLER                  PIC X(07) VALUE "RECORD".
002490      05  CLU-ERR-RECNO           PIC Z(05)9.
003020* ****************************************************************
003030  1000-INITIALIZE.
003040      MOVE FUNCTION CURRENT-DATE TO CLU-CURRENT-DATE-FIELDS.
003045      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
003050      STRING CLU-CD-DATE(1:4) "-" CLU-CD-DATE(5:2) "-"
003060          CLU-CD-DATE(7:2) DELIMITED BY SIZE
003070          INTO CLU-RUN-DATE-DISPLAY
003180      END-IF.
003190      PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT.
003200  1000-EXIT.
003201      EXIT.
003202
003203* ****************************************************************
003204* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
003205* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
003206* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
003207* * TODAY OR NOT A VALID DATE STOPS THE RUN.
003208* ****************************************************************
003209  1050-GET-BUSINESS-DATE.
003210      MOVE CLU-CD-DATE TO CLU-MACHINE-DATE.
003211      MOVE SPACES TO BUSDATE-RECORD.
003212      OPEN INPUT BUSDATE-FILE.
003213      IF BUSDATE-STATUS NOT = "00"
003214          GO TO 1050-EXIT
003215      END-IF.
003216      READ BUSDATE-FILE INTO BUSDATE-RECORD
003217          AT END
003218              MOVE SPACES TO BUSDATE-RECORD
003219      END-READ.
003220      CLOSE BUSDATE-FILE.
003221      IF BDT-BUSINESS-DATE-X = SPACES
003222          OR BDT-BUSINESS-DATE-X = ZEROS
003223          GO TO 1050-EXIT
003224      END-IF.
003225      IF BDT-BUSINESS-DATE-X NOT NUMERIC
003226          DISPLAY "COUNTCAL - BUSDATE DATE NOT NUMERIC: "
003227              BDT-BUSINESS-DATE-X
003228          MOVE 16 TO RETURN-CODE
003229          GO TO 9999-EXIT
003230      END-IF.
003231      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
003232          OR BDT-BUSINESS-DATE > CLU-MACHINE-DATE
003233          DISPLAY "COUNTCAL - BUSDATE NOT A VALID PAST DATE: "
003234              BDT-BUSINESS-DATE-X
003235          MOVE 16 TO RETURN-CODE
003236          GO TO 9999-EXIT
003237      END-IF.
003238      MOVE BDT-BUSINESS-DATE TO CLU-CD-DATE.
003239      IF CLU-CD-DATE < CLU-MACHINE-DATE
003240          MOVE "Y" TO CLU-BACKDATE-SW
003241          DISPLAY "COUNTCAL - BACKDATED RUN FOR BUSINESS DATE "
003242              BDT-BUSINESS-DATE-X
003243      END-IF.
003244  1050-EXIT.
003210      EXIT.
003220
003230  1100-PARSE-PARM.
009090      END-IF.
009100      PERFORM 4650-CHECK-CALRPT THRU 4650-EXIT.
009110      MOVE CLU-RUN-DATE-DISPLAY TO CLU-H2-RUN-DATE.
009112      IF CLU-BACKDATED
009114          MOVE "  BACKDATED RUN" TO CLU-H2-BACKDATE
009116      END-IF.
009120      MOVE CLU-HEADER-2 TO CALRPT-LINE.
009130      WRITE CALRPT-LINE AFTER ADVANCING 1 LINE.
009140      PERFORM 4650-CHECK-CALRPT THRU 4650-EXIT.
