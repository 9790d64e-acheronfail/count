000380*   --------  ----  --------------------------------------------
000390*   09/02/26  JRS   ORIGINAL PROGRAM - MONTHLY VARIANCE REPORT
000400*                   WITH SWING FLAG.
000402*   10/15/26  JRS   PROCESS UNDER THE BUSDATE BUSINESS DATE WHEN
000404*                   OPERATIONS SETS ONE, OTHERWISE THE MACHINE
000406*                   DATE.
000408*   10/15/26  JRS   BACKDATED RUN MARKED ON THE REPORT HEADER.
000410* ---------------------------------------------------------------
000420
000430  ENVIRONMENT DIVISION.
000510      SELECT VARRPT-FILE ASSIGN TO VARRPT
000520          ORGANIZATION IS SEQUENTIAL
000530          FILE STATUS IS VARRPT-STATUS.
000532      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000534          ORGANIZATION IS SEQUENTIAL
000536          FILE STATUS IS BUSDATE-STATUS.
000540
000550  DATA DIVISION.
000560  FILE SECTION.
000640      RECORDING MODE IS F
000650      LABEL RECORDS ARE STANDARD.
000660  01  VARRPT-LINE                 PIC X(132).
000661
000662*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
000663  FD  BUSDATE-FILE
000664      RECORDING MODE IS F
000665      LABEL RECORDS ARE STANDARD.
000666  01  BUSDATE-LINE                PIC X(80).
000670
000680  WORKING-STORAGE SECTION.
000690
001160  01  VAR-FILE-STATUSES.
001170      05  HSTMST-STATUS           PIC X(02) VALUE SPACES.
001180      05  VARRPT-STATUS           PIC X(02) VALUE SPACES.
001181      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
001182
001183*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
001184*   MACHINE DATE IT OVERRIDES
001185      COPY BDTREC.
001186  01  VAR-BUSDATE-FIELDS.
001187      05  VAR-MACHINE-DATE        PIC 9(08) VALUE 0.
001188      05  VAR-BACKDATE-SW         PIC X(01) VALUE "N".
001189          88  VAR-BACKDATED                 VALUE "Y".
001190
001200*   RUN DATE FOR THE REPORT HEADER
001210  01  VAR-CURRENT-DATE-FIELDS.
001460          VALUE "  THRESHOLD = ".
001470      05  VAR-H2-THRESHOLD        PIC Z(02)9.
001480      05  FILLER                  PIC X(04) VALUE " PCT".
001490      05  VAR-H2-BACKDATE         PIC X(15) VALUE SPACES.
001495      05  FILLER                  PIC X(75) VALUE SPACES.
001500  01  VAR-COL-HEADS.
001510      05  FILLER                  PIC X(09) VALUE "MONTH".
001520      05  FILLER                  PIC X(20)
001980* ****************************************************************
001990  1000-INITIALIZE.
002000      MOVE FUNCTION CURRENT-DATE TO VAR-CURRENT-DATE-FIELDS.
002005      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002010      STRING VAR-CD-DATE(1:4) "-" VAR-CD-DATE(5:2) "-"
002020          VAR-CD-DATE(7:2) DELIMITED BY SIZE
002030          INTO VAR-RUN-DATE-DISPLAY
002210      END-IF.
002220      PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT.
002230  1000-EXIT.
002231      EXIT.
002232
002233* ****************************************************************
002234* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
002235* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
002236* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
002237* * TODAY OR NOT A VALID DATE STOPS THE RUN.
002238* ****************************************************************
002239  1050-GET-BUSINESS-DATE.
002240      MOVE VAR-CD-DATE TO VAR-MACHINE-DATE.
002241      MOVE SPACES TO BUSDATE-RECORD.
002242      OPEN INPUT BUSDATE-FILE.
002243      IF BUSDATE-STATUS NOT = "00"
002244          GO TO 1050-EXIT
002245      END-IF.
002246      READ BUSDATE-FILE INTO BUSDATE-RECORD
002247          AT END
002248              MOVE SPACES TO BUSDATE-RECORD
002249      END-READ.
002250      CLOSE BUSDATE-FILE.
002251      IF BDT-BUSINESS-DATE-X = SPACES
002252          OR BDT-BUSINESS-DATE-X = ZEROS
002253          GO TO 1050-EXIT
002254      END-IF.
002255      IF BDT-BUSINESS-DATE-X NOT NUMERIC
002256          DISPLAY "COUNTVAR - BUSDATE DATE NOT NUMERIC: "
002257              BDT-BUSINESS-DATE-X
002258          MOVE 16 TO RETURN-CODE
002259          GO TO 9999-EXIT
002260      END-IF.
002261      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
002262          OR BDT-BUSINESS-DATE > VAR-MACHINE-DATE
002263          DISPLAY "COUNTVAR - BUSDATE NOT A VALID PAST DATE: "
002264              BDT-BUSINESS-DATE-X
002265          MOVE 16 TO RETURN-CODE
002266          GO TO 9999-EXIT
002267      END-IF.
002268      MOVE BDT-BUSINESS-DATE TO VAR-CD-DATE.
002269      IF VAR-CD-DATE < VAR-MACHINE-DATE
002270          MOVE "Y" TO VAR-BACKDATE-SW
002271          DISPLAY "COUNTVAR - BACKDATED RUN FOR BUSINESS DATE "
002272              BDT-BUSINESS-DATE-X
002273      END-IF.
002274  1050-EXIT.
002240      EXIT.
002250
002260  1100-PARSE-PARM.
004090      END-IF.
004100      PERFORM 4650-CHECK-VARRPT THRU 4650-EXIT.
004110      MOVE VAR-RUN-DATE-DISPLAY TO VAR-H2-RUN-DATE.
004112      IF VAR-BACKDATED
004114          MOVE "  BACKDATED RUN" TO VAR-H2-BACKDATE
004116      END-IF.
004120      MOVE VAR-THRESHOLD-PCT TO VAR-H2-THRESHOLD.
004130      MOVE VAR-HEADER-2 TO VARRPT-LINE.
004140      WRITE VARRPT-LINE AFTER ADVANCING 1 LINE.
