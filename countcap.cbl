000420*                   EXHAUSTION PROJECTION AND LOW-WATER ALERT.
000422*   09/02/26  JRS   COUNT RECLAIMED BLOCKS AS STILL ISSUABLE
000424*                   AND PACE ONLY THE ISSUANCE JOURNAL LINES.
000425*   10/15/26  JRS   PROCESS UNDER THE BUSDATE BUSINESS DATE WHEN
000426*                   OPERATIONS SETS ONE, OTHERWISE THE MACHINE
000427*                   DATE.
000428*   10/15/26  JRS   BACKDATED RUN MARKED ON THE REPORT HEADER.
000430* ---------------------------------------------------------------
000440
000450  ENVIRONMENT DIVISION.
000590      SELECT CAPALRT-FILE ASSIGN TO CAPALRT
000600          ORGANIZATION IS SEQUENTIAL
000610          FILE STATUS IS CAPALRT-STATUS.
000612      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000614          ORGANIZATION IS SEQUENTIAL
000616          FILE STATUS IS BUSDATE-STATUS.
000620
000630  DATA DIVISION.
000640  FILE SECTION.
000840      RECORDING MODE IS F
000850      LABEL RECORDS ARE STANDARD.
000860      COPY ALRREC.
000861
000862*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
000863  FD  BUSDATE-FILE
000864      RECORDING MODE IS F
000865      LABEL RECORDS ARE STANDARD.
000866  01  BUSDATE-LINE                PIC X(80).
000870
000880  WORKING-STORAGE SECTION.
000890
001500          88  SEQJRN-EOF                    VALUE "10".
001510      05  CAPRPT-STATUS           PIC X(02) VALUE SPACES.
001520      05  CAPALRT-STATUS          PIC X(02) VALUE SPACES.
001521      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
001522
001523*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
001524*   MACHINE DATE IT OVERRIDES
001525      COPY BDTREC.
001526  01  CAP-BUSDATE-FIELDS.
001527      05  CAP-MACHINE-DATE        PIC 9(08) VALUE 0.
001528      05  CAP-BACKDATE-SW         PIC X(01) VALUE "N".
001529          88  CAP-BACKDATED                 VALUE "Y".
001530
001540*   JOB IDENTIFICATION, RUN DATE AND TIME
001550  01  CAP-JOBNAME                 PIC X(08) VALUE SPACES.
001840          VALUE "  LOW WATER = ".
001850      05  CAP-H2-THRESHOLD        PIC Z(02)9.
001860      05  FILLER                  PIC X(09) VALUE " PCT LEFT".
001870      05  CAP-H2-BACKDATE         PIC X(15) VALUE SPACES.
001875      05  FILLER                  PIC X(70) VALUE SPACES.
001880  01  CAP-COL-HEADS.
001890      05  FILLER                  PIC X(10) VALUE "RANGE".
001900      05  FILLER                  PIC X(20)
002380* ****************************************************************
002390  1000-INITIALIZE.
002400      MOVE FUNCTION CURRENT-DATE TO CAP-CURRENT-DATE-FIELDS.
002405      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002410      STRING CAP-CD-DATE(1:4) "-" CAP-CD-DATE(5:2) "-"
002420          CAP-CD-DATE(7:2) DELIMITED BY SIZE
002430          INTO CAP-RUN-DATE-DISPLAY
002830              CAPALRT-STATUS
002840      END-IF.
002850  1000-EXIT.
002851      EXIT.
002852
002853* ****************************************************************
002854* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
002855* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
002856* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
002857* * TODAY OR NOT A VALID DATE STOPS THE RUN.
002858* ****************************************************************
002859  1050-GET-BUSINESS-DATE.
002860      MOVE CAP-CD-DATE TO CAP-MACHINE-DATE.
002861      MOVE SPACES TO BUSDATE-RECORD.
002862      OPEN INPUT BUSDATE-FILE.
002863      IF BUSDATE-STATUS NOT = "00"
002864          GO TO 1050-EXIT
002865      END-IF.
002866      READ BUSDATE-FILE INTO BUSDATE-RECORD
002867          AT END
002868              MOVE SPACES TO BUSDATE-RECORD
002869      END-READ.
002870      CLOSE BUSDATE-FILE.
002871      IF BDT-BUSINESS-DATE-X = SPACES
002872          OR BDT-BUSINESS-DATE-X = ZEROS
002873          GO TO 1050-EXIT
002874      END-IF.
002875      IF BDT-BUSINESS-DATE-X NOT NUMERIC
002876          DISPLAY "COUNTCAP - BUSDATE DATE NOT NUMERIC: "
002877              BDT-BUSINESS-DATE-X
002878          MOVE 16 TO RETURN-CODE
002879          GO TO 9999-EXIT
002880      END-IF.
002881      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
002882          OR BDT-BUSINESS-DATE > CAP-MACHINE-DATE
002883          DISPLAY "COUNTCAP - BUSDATE NOT A VALID PAST DATE: "
002884              BDT-BUSINESS-DATE-X
002885          MOVE 16 TO RETURN-CODE
002886          GO TO 9999-EXIT
002887      END-IF.
002888      MOVE BDT-BUSINESS-DATE TO CAP-CD-DATE.
002889      IF CAP-CD-DATE < CAP-MACHINE-DATE
002890          MOVE "Y" TO CAP-BACKDATE-SW
002891          DISPLAY "COUNTCAP - BACKDATED RUN FOR BUSINESS DATE "
002892              BDT-BUSINESS-DATE-X
002893      END-IF.
002894  1050-EXIT.
002860      EXIT.
002870
002880  1100-PARSE-PARM.
005800      END-IF.
005810      PERFORM 4650-CHECK-CAPRPT THRU 4650-EXIT.
005820      MOVE CAP-RUN-DATE-DISPLAY TO CAP-H2-RUN-DATE.
005822      IF CAP-BACKDATED
005824          MOVE "  BACKDATED RUN" TO CAP-H2-BACKDATE
005826      END-IF.
005830      MOVE CAP-THRESHOLD-PCT TO CAP-H2-THRESHOLD.
005840      MOVE CAP-HEADER-2 TO CAPRPT-LINE.
005850      WRITE CAPRPT-LINE AFTER ADVANCING 1 LINE.
