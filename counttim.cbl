000410*   --------  ----  --------------------------------------------
000420*   09/02/26  JRS   ORIGINAL PROGRAM - TIMING MASTER ROLLUP,
000430*                   SLA FLAGS AND BATCH-WINDOW PROJECTION.
000432*   10/15/26  JRS   PROCESS UNDER THE BUSDATE BUSINESS DATE WHEN
000434*                   OPERATIONS SETS ONE, OTHERWISE THE MACHINE
000436*                   DATE.
000437*   10/15/26  JRS   MOVE TIMMST LAYOUT TO TMSREC COPYBOOK FOR THE
000438*                   HOUSEKEEPING PROGRAM.
000439*   10/15/26  JRS   BACKDATED RUN MARKED ON THE REPORT HEADER.
000440* ---------------------------------------------------------------
000450
000460  ENVIRONMENT DIVISION.
000630      SELECT TIMRPT-FILE ASSIGN TO TIMRPT
000640          ORGANIZATION IS SEQUENTIAL
000650          FILE STATUS IS TIMRPT-STATUS.
000652      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000654          ORGANIZATION IS SEQUENTIAL
000656          FILE STATUS IS BUSDATE-STATUS.
000660
000670  DATA DIVISION.
000680  FILE SECTION.
000760*   ACCUMULATED ACROSS THE DAY'S RUNS
000770  FD  TIMMST-FILE
000780      LABEL RECORDS ARE STANDARD.
000790      COPY TMSREC.
000880
000890*   SLAIN - PER-FILE-ID ALLOWED DURATION IN SECONDS
000900  FD  SLAIN-FILE
001080      RECORDING MODE IS F
001090      LABEL RECORDS ARE STANDARD.
001100  01  TIMRPT-LINE                 PIC X(132).
001101
001102*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
001103  FD  BUSDATE-FILE
001104      RECORDING MODE IS F
001105      LABEL RECORDS ARE STANDARD.
001106  01  BUSDATE-LINE                PIC X(80).
001110
001120  WORKING-STORAGE SECTION.
001130
001850      05  DRVIN-STATUS            PIC X(02) VALUE SPACES.
001860          88  DRVIN-EOF                     VALUE "10".
001870      05  TIMRPT-STATUS           PIC X(02) VALUE SPACES.
001871      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
001872
001873*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
001874*   MACHINE DATE IT OVERRIDES
001875      COPY BDTREC.
001876  01  MON-BUSDATE-FIELDS.
001877      05  MON-MACHINE-DATE        PIC 9(08) VALUE 0.
001878      05  MON-BACKDATE-SW         PIC X(01) VALUE "N".
001879          88  MON-BACKDATED                 VALUE "Y".
001880
001890*   RUN DATE AND TIME FOR THE REPORT AND THE PROJECTION
001900  01  MON-CURRENT-DATE-FIELDS.
002170      05  FILLER                  PIC X(16)
002180          VALUE "  WINDOW END =  ".
002190      05  MON-H2-WINDOW           PIC 9(04).
002200      05  MON-H2-BACKDATE         PIC X(15) VALUE SPACES.
002205      05  FILLER                  PIC X(77) VALUE SPACES.
002210  01  MON-COL-HEADS.
002220      05  FILLER                  PIC X(10) VALUE "FILE-ID".
002230      05  FILLER                  PIC X(10) VALUE "JOBNAME".
002750* ****************************************************************
002760  1000-INITIALIZE.
002770      MOVE FUNCTION CURRENT-DATE TO MON-CURRENT-DATE-FIELDS.
002775      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002780      STRING MON-CD-DATE(1:4) "-" MON-CD-DATE(5:2) "-"
002790          MON-CD-DATE(7:2) DELIMITED BY SIZE
002800          INTO MON-RUN-DATE-DISPLAY
003010      PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT.
003020      PERFORM 1500-LOAD-SLA THRU 1500-EXIT.
003030  1000-EXIT.
003031      EXIT.
003032
003033* ****************************************************************
003034* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
003035* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
003036* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
003037* * TODAY OR NOT A VALID DATE STOPS THE RUN.
003038* ****************************************************************
003039  1050-GET-BUSINESS-DATE.
003040      MOVE MON-CD-DATE TO MON-MACHINE-DATE.
003041      MOVE SPACES TO BUSDATE-RECORD.
003042      OPEN INPUT BUSDATE-FILE.
003043      IF BUSDATE-STATUS NOT = "00"
003044          GO TO 1050-EXIT
003045      END-IF.
003046      READ BUSDATE-FILE INTO BUSDATE-RECORD
003047          AT END
003048              MOVE SPACES TO BUSDATE-RECORD
003049      END-READ.
003050      CLOSE BUSDATE-FILE.
003051      IF BDT-BUSINESS-DATE-X = SPACES
003052          OR BDT-BUSINESS-DATE-X = ZEROS
003053          GO TO 1050-EXIT
003054      END-IF.
003055      IF BDT-BUSINESS-DATE-X NOT NUMERIC
003056          DISPLAY "COUNTTIM - BUSDATE DATE NOT NUMERIC: "
003057              BDT-BUSINESS-DATE-X
003058          MOVE 16 TO RETURN-CODE
003059          GO TO 9999-EXIT
003060      END-IF.
003061      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
003062          OR BDT-BUSINESS-DATE > MON-MACHINE-DATE
003063          DISPLAY "COUNTTIM - BUSDATE NOT A VALID PAST DATE: "
003064              BDT-BUSINESS-DATE-X
003065          MOVE 16 TO RETURN-CODE
003066          GO TO 9999-EXIT
003067      END-IF.
003068      MOVE BDT-BUSINESS-DATE TO MON-CD-DATE.
003069      IF MON-CD-DATE < MON-MACHINE-DATE
003070          MOVE "Y" TO MON-BACKDATE-SW
003071          DISPLAY "COUNTTIM - BACKDATED RUN FOR BUSINESS DATE "
003072              BDT-BUSINESS-DATE-X
003073      END-IF.
003074  1050-EXIT.
003040      EXIT.
003050
003060  1100-PARSE-PARM.
007190      END-IF.
007200      PERFORM 4650-CHECK-TIMRPT THRU 4650-EXIT.
007210      MOVE MON-RUN-DATE-DISPLAY TO MON-H2-RUN-DATE.
007212      IF MON-BACKDATED
007214          MOVE "  BACKDATED RUN" TO MON-H2-BACKDATE
007216      END-IF.
007220      MOVE MON-WINDOW-HHMM TO MON-H2-WINDOW.
007230      MOVE MON-HEADER-2 TO TIMRPT-LINE.
007240      WRITE TIMRPT-LINE AFTER ADVANCING 1 LINE.
