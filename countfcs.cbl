000100* ---------------------------------------------------------------
000110  IDENTIFICATION DIVISION.
000120  PROGRAM-ID. COUNTFCS.
000130  AUTHOR. J SANDERS.
000140  INSTALLATION. DATA CENTER SERVICES.
000150  DATE-WRITTEN. 10/15/2026.
000160  DATE-COMPILED.
000170* ---------------------------------------------------------------
000180*  COUNTFCS - TARGET FORECAST FROM THE HSTMST HISTORY MASTER.
000190*  PROJECTS EACH FILE-ID'S EXPECTED VOLUME FOR THE COMING
000200*  PROCESSING DAYS AND PROPOSES THE TARGETS, SO A SHIFT IN A
000210*  FEED'S VOLUME IS CAUGHT BEFORE IT SHOWS UP AS A DIFF.
000220*
000230*  THE PROJECTION USES THE LAST 13 WEEKS OF OK AND DIFF RESULTS
000240*  (CALIN BYPASS DATES, HELD, INTERRUPTED AND FLAGGED RUNS ARE
000250*  LEFT OUT):
000260*    LEVEL   - THE AVERAGE RESULT OVER THE LAST 4 WEEKS
000270*    PATTERN - THE DAY-OF-WEEK AVERAGE OVER THE 13 WEEKS AS A
000280*              FRACTION OF THE 13-WEEK AVERAGE
000290*    TREND   - THE CHANGE OF THE LAST 4 WEEKS' AVERAGE AGAINST
000300*              THE 4 WEEKS BEFORE, LIMITED TO 50 PCT, CARRIED
000310*              FORWARD FROM THE MIDDLE OF THE LAST 4 WEEKS
000320*  PROJECTION = LEVEL X PATTERN X (1 + TREND X WEEKS AHEAD / 4).
000330*  A FILE-ID WITH FEWER THAN 7 USABLE DAYS IS NOT PROJECTED.
000340*
000350*  THE COMING PROCESSING DAYS ARE THE DAYS AFTER THE BUSINESS
000360*  DATE THAT ARE NOT CALIN BYPASS DATES.  FCSDRV PROPOSES THE
000370*  NEXT PROCESSING DAY'S DRVIN - THE CURRENT DRVIN WITH EACH
000380*  PROJECTED TARGET IN PLACE; AN ENTRY WITHOUT A PROJECTION
000390*  KEEPS ITS CURRENT TARGET.  FCSCAL PROPOSES THE WHOLE CALIN -
000400*  EVERY CURRENT CALIN RECORD CARRIED OVER AS IT STANDS, WITH A
000410*  D RECORD FOR THE SINGLE-RUN FILE-ID ON EACH COMING PROCESSING
000420*  DAY THAT CAN BE PROJECTED, REPLACING ANY D RECORD FOR THAT
000423*  DATE.  NEITHER IS USED UNTIL AN ANALYST HAS REVIEWED FCSRPT
000426*  AND APPROVED IT IN PLACE OF THE CURRENT DRVIN/CALIN.
000430*
000440*  PARM:    A NUMERIC TOKEN IS THE REVIEW THRESHOLD - A PROPOSAL
000450*           DIFFERING FROM THE CURRENT TARGET BY MORE THAN THIS
000460*           PERCENT IS FLAGGED (DEFAULT 25, AS COUNTVAR).
000470*           DAYS=NN - COMING PROCESSING DAYS TO PROPOSE CALIN
000480*           D RECORDS FOR (DEFAULT 5, 1 TO 14).
000490*           ANY OTHER TOKEN IS THE SINGLE-RUN FILE-ID FOR THE
000500*           CALIN PROPOSAL (DEFAULT COUNT).
000510*  INPUT:   HSTMST  - THE KEYED HISTORY MASTER FROM COUNTHST
000520*           DRVIN   - THE CURRENT DRIVING FILE (OPTIONAL)
000530*           CALIN   - THE PROCESSING CALENDAR (OPTIONAL)
000540*  OUTPUT:  FCSDRV  - PROPOSED DRVIN, DRVREC LAYOUT
000550*           FCSCAL  - PROPOSED CALIN, CALREC LAYOUT
000560*           FCSRPT  - REVIEW REPORT, PROPOSED AGAINST CURRENT
000570*  RETURN CODES: 0 PROPOSAL WRITTEN, NOTHING FLAGGED,  4 ANY
000580*  PROPOSAL FLAGGED OR ANY ENTRY LEFT UNPROJECTED,  16 FILE
000590*  FAILURE.
000600* ---------------------------------------------------------------
000610*  MODIFICATION HISTORY
000620* ---------------------------------------------------------------
000630*   DATE      INIT  DESCRIPTION
000640*   --------  ----  --------------------------------------------
000650*   10/15/26  JRS   ORIGINAL PROGRAM - DRVIN AND CALIN TARGET
000660*                   PROPOSALS FROM HISTORY WITH REVIEW REPORT.
000663*   10/15/26  JRS   FCSCAL IS THE WHOLE CALIN PROPOSED; TARGETS
000666*                   EDITED WITH TEST-NUMVAL AS COUNT EDITS THEM.
000670* ---------------------------------------------------------------
000680
000690  ENVIRONMENT DIVISION.
000700  INPUT-OUTPUT SECTION.
000710  FILE-CONTROL.
000720      SELECT HSTMST-FILE ASSIGN TO HSTMST
000730          ORGANIZATION IS INDEXED
000740          ACCESS MODE IS DYNAMIC
000750          RECORD KEY IS HST-KEY
000760          FILE STATUS IS HSTMST-STATUS.
000770      SELECT DRVIN-FILE ASSIGN TO DRVIN
000780          ORGANIZATION IS SEQUENTIAL
000790          FILE STATUS IS DRVIN-STATUS.
000800      SELECT CALIN-FILE ASSIGN TO CALIN
000810          ORGANIZATION IS SEQUENTIAL
000820          FILE STATUS IS CALIN-STATUS.
000830      SELECT FCSDRV-FILE ASSIGN TO FCSDRV
000840          ORGANIZATION IS SEQUENTIAL
000850          FILE STATUS IS FCSDRV-STATUS.
000860      SELECT FCSCAL-FILE ASSIGN TO FCSCAL
000870          ORGANIZATION IS SEQUENTIAL
000880          FILE STATUS IS FCSCAL-STATUS.
000890      SELECT FCSRPT-FILE ASSIGN TO FCSRPT
000900          ORGANIZATION IS SEQUENTIAL
000910          FILE STATUS IS FCSRPT-STATUS.
000920      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000930          ORGANIZATION IS SEQUENTIAL
000940          FILE STATUS IS BUSDATE-STATUS.
000950
000960  DATA DIVISION.
000970  FILE SECTION.
000980*   HSTMST - THE KEYED HISTORY MASTER MAINTAINED BY COUNTHST
000990  FD  HSTMST-FILE
001000      LABEL RECORDS ARE STANDARD.
001010      COPY HMSREC.
001020
001030*   DRVIN - THE DRIVING FILE CURRENTLY IN USE
001040  FD  DRVIN-FILE
001050      RECORDING MODE IS F
001060      LABEL RECORDS ARE STANDARD.
001070      COPY DRVREC.
001080
001090*   CALIN - THE PROCESSING CALENDAR CURRENTLY IN USE
001100  FD  CALIN-FILE
001110      RECORDING MODE IS F
001120      LABEL RECORDS ARE STANDARD.
001130      COPY CALREC.
001140
001150*   FCSDRV - PROPOSED DRIVING FILE FOR THE NEXT PROCESSING DAY
001160  FD  FCSDRV-FILE
001170      RECORDING MODE IS F
001180      LABEL RECORDS ARE STANDARD.
001190      COPY DRVREC REPLACING LEADING ==DRVIN== BY ==FDV==.
001200
001210*   FCSCAL - PROPOSED CALENDAR, CALIN CARRIED OVER IN FULL
001220  FD  FCSCAL-FILE
001230      RECORDING MODE IS F
001240      LABEL RECORDS ARE STANDARD.
001250      COPY CALREC REPLACING LEADING ==CAL== BY ==FCL==.
001260
001270*   FCSRPT - FORECAST REVIEW REPORT
001280  FD  FCSRPT-FILE
001290      RECORDING MODE IS F
001300      LABEL RECORDS ARE STANDARD.
001310  01  FCSRPT-LINE                 PIC X(132).
001320
001330*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
001340  FD  BUSDATE-FILE
001350      RECORDING MODE IS F
001360      LABEL RECORDS ARE STANDARD.
001370  01  BUSDATE-LINE                PIC X(80).
001380
001390  WORKING-STORAGE SECTION.
001400
001410*   COUNTERS
001420  77  FCS-HST-READ-COUNT          PIC 9(09) COMP VALUE 0.
001430  77  FCS-HST-USED-COUNT          PIC 9(09) COMP VALUE 0.
001440  77  FCS-HST-ID-COUNT            PIC 9(09) COMP VALUE 0.
001450  77  FCS-DRV-WRITE-COUNT         PIC 9(09) COMP VALUE 0.
001460  77  FCS-CAL-WRITE-COUNT         PIC 9(09) COMP VALUE 0.
001465  77  FCS-CAL-COPY-COUNT          PIC 9(09) COMP VALUE 0.
001470  77  FCS-FLAG-COUNT              PIC 9(09) COMP VALUE 0.
001480  77  FCS-KEPT-COUNT              PIC 9(09) COMP VALUE 0.
001490  77  FCS-COUNT-DISPLAY           PIC Z(08)9.
001500
001510*   CALIN - BYPASS DATES, SPECIFIC-DATE AND DAY-OF-WEEK TARGETS
001520  77  FCS-BYP-MAX                 PIC 9(04) COMP VALUE 500.
001530  01  FCS-BYPASS-TABLE.
001540      05  FCS-BYP-DATE            PIC X(08) OCCURS 500 TIMES.
001550  77  FCS-BYP-CNT                 PIC 9(04) COMP VALUE 0.
001560  77  FCS-BYP-IX                  PIC 9(04) COMP.
001570  77  FCS-BYP-FOUND-SW            PIC X(01) VALUE "N".
001580      88  FCS-BYP-FOUND                     VALUE "Y".
001590  77  FCS-CLD-MAX                 PIC 9(04) COMP VALUE 500.
001600  01  FCS-CAL-DATE-TABLE.
001610      05  FCS-CLD-ENTRY OCCURS 500 TIMES.
001620          10  FCS-CLD-DATE        PIC X(08).
001630          10  FCS-CLD-TARGET      PIC 9(18) COMP.
001640  77  FCS-CLD-CNT                 PIC 9(04) COMP VALUE 0.
001650  77  FCS-CLD-IX                  PIC 9(04) COMP.
001660  01  FCS-CAL-DOW-TABLE.
001670      05  FCS-CLW-ENTRY OCCURS 7 TIMES.
001680          10  FCS-CLW-SET-SW      PIC X(01).
001690          10  FCS-CLW-TARGET      PIC 9(18) COMP.
001700
001710*   DRVIN - THE CURRENT ENTRIES, AND THE PROJECTION FOR EACH
001720  77  FCS-DRV-MAX                 PIC 9(04) COMP VALUE 500.
001730  01  FCS-DRIVER-TABLE.
001740      05  FCS-DRV-ENTRY OCCURS 500 TIMES.
001750          10  FCS-DRV-REC         PIC X(100).
001760          10  FCS-DRV-CURRENT     PIC 9(18) COMP.
001770          10  FCS-DRV-CUR-SW      PIC X(01).
001780          10  FCS-DRV-FCST        PIC 9(18) COMP.
001790          10  FCS-DRV-FCST-SW     PIC X(01).
001800          10  FCS-DRV-DAYS        PIC 9(04) COMP.
001810  77  FCS-DRV-CNT                 PIC 9(04) COMP VALUE 0.
001820  77  FCS-DRV-IX                  PIC 9(04) COMP.
001830
001840*   THE COMING PROCESSING DAYS AND THE SINGLE-RUN PROJECTION
001850*   FOR EACH
001860  77  FCS-DAYS-WANTED             PIC 9(02) COMP VALUE 5.
001870  77  FCS-DAYS-IN                 PIC 9(02) VALUE 0.
001880  01  FCS-TARGET-DAY-TABLE.
001890      05  FCS-TD-ENTRY OCCURS 14 TIMES.
001900          10  FCS-TD-DATE         PIC 9(08).
001910          10  FCS-TD-DAYNO        PIC 9(07) COMP.
001920          10  FCS-TD-DOW          PIC 9(01) COMP.
001930          10  FCS-TD-CURRENT      PIC 9(18) COMP.
001940          10  FCS-TD-CUR-SRC      PIC X(04).
001950          10  FCS-TD-FCST         PIC 9(18) COMP.
001960          10  FCS-TD-FCST-SW      PIC X(01).
001970  77  FCS-TD-CNT                  PIC 9(02) COMP VALUE 0.
001980  77  FCS-TD-IX                   PIC 9(02) COMP.
001990  77  FCS-CAL-FILE-ID             PIC X(08) VALUE "COUNT".
002000  77  FCS-CAL-DAYS                PIC 9(04) COMP VALUE 0.
002010  77  FCS-CAL-HIST-SW             PIC X(01) VALUE "N".
002020      88  FCS-CAL-HIST-FOUND                VALUE "Y".
002023  77  FCS-CAL-REPL-SW             PIC X(01) VALUE "N".
002026      88  FCS-CAL-REPLACED                  VALUE "Y".
002030
002040*   HISTORY OF THE CURRENT FILE-ID BY AGE IN DAYS - ROW 1 IS
002050*   THE BUSINESS DATE, ROW 91 IS 13 WEEKS BACK
002060  77  FCS-AGE-MAX                 PIC 9(03) COMP VALUE 91.
002070  01  FCS-HISTORY-TABLE.
002080      05  FCS-HIS-ENTRY OCCURS 91 TIMES.
002090          10  FCS-HIS-SW          PIC X(01).
002100          10  FCS-HIS-RESULT      PIC 9(18) COMP.
002110  77  FCS-AGE-IX                  PIC 9(03) COMP.
002120  77  FCS-AGE                     PIC S9(07) COMP.
002130  77  FCS-CUR-FILE-ID             PIC X(08) VALUE SPACES.
002140
002150*   PROJECTION WORK FIELDS
002160  77  FCS-MIN-DAYS                PIC 9(02) COMP VALUE 7.
002170  01  FCS-SUMS.
002180      05  FCS-ALL-SUM             PIC 9(18) COMP.
002190      05  FCS-ALL-CNT             PIC 9(04) COMP.
002200      05  FCS-REC-SUM             PIC 9(18) COMP.
002210      05  FCS-REC-CNT             PIC 9(04) COMP.
002220      05  FCS-PRI-SUM             PIC 9(18) COMP.
002230      05  FCS-PRI-CNT             PIC 9(04) COMP.
002240  01  FCS-DOW-SUMS.
002250      05  FCS-DOW-ENTRY OCCURS 7 TIMES.
002260          10  FCS-DOW-SUM         PIC 9(18) COMP.
002270          10  FCS-DOW-CNT         PIC 9(04) COMP.
002280  77  FCS-DOW-IX                  PIC 9(01) COMP.
002290  77  FCS-OVERALL-AVG             PIC 9(15)V9(04) COMP-3 VALUE 0.
002300  77  FCS-LEVEL                   PIC 9(15)V9(04) COMP-3 VALUE 0.
002310  77  FCS-PRIOR-AVG               PIC 9(15)V9(04) COMP-3 VALUE 0.
002320  77  FCS-DOW-INDEX               PIC 9(03)V9(06) COMP-3 VALUE 0.
002330  77  FCS-TREND                   PIC S9(03)V9(06) COMP-3 VALUE 0.
002340  77  FCS-TREND-CAP               PIC 9(01)V9(02) COMP-3
002350                                  VALUE 0.50.
002360  77  FCS-TREND-FACTOR            PIC S9(03)V9(06) COMP-3 VALUE 0.
002370  77  FCS-PROJ-WORK               PIC S9(18) COMP-3 VALUE 0.
002380  77  FCS-PROJECTED               PIC 9(18) COMP VALUE 0.
002390  77  FCS-FCST-OK-SW              PIC X(01) VALUE "N".
002400      88  FCS-FCST-OK                       VALUE "Y".
002410  77  FCS-DAY-OK-SW               PIC X(01) VALUE "N".
002420  77  FCS-TGT-DAYNO               PIC 9(07) COMP VALUE 0.
002430  77  FCS-TGT-DOW                 PIC 9(01) COMP VALUE 0.
002440  77  FCS-AHEAD                   PIC 9(04) COMP VALUE 0.
002450
002460*   DATE WORK FIELDS
002470  77  FCS-BUS-DAYNO               PIC 9(07) COMP VALUE 0.
002480  77  FCS-WORK-DAYNO              PIC 9(07) COMP VALUE 0.
002490  77  FCS-WORK-DATE               PIC 9(08) VALUE 0.
002500  77  FCS-DOW-WORK                PIC 9(09) COMP VALUE 0.
002510  77  FCS-DOW-QUOT                PIC 9(09) COMP VALUE 0.
002520  77  FCS-DOW                     PIC 9(01) COMP VALUE 0.
002530  77  FCS-SCAN-DAYS               PIC 9(03) COMP VALUE 0.
002540  01  FCS-HST-DATE.
002550      05  FCS-HST-DATE-X          PIC X(08).
002560      05  FCS-HST-DATE-N REDEFINES
002570          FCS-HST-DATE-X          PIC 9(08).
002580  77  FCS-DATE-DISPLAY            PIC X(10).
002590  01  FCS-DAY-NAMES-TEXT          PIC X(21)
002600                                  VALUE "MONTUEWEDTHUFRISATSUN".
002610  01  FCS-DAY-NAMES REDEFINES FCS-DAY-NAMES-TEXT.
002620      05  FCS-DAY-NAME            PIC X(03) OCCURS 7 TIMES.
002630
002640*   REVIEW ARITHMETIC
002650  77  FCS-THRESHOLD-PCT           PIC 9(03) COMP VALUE 25.
002660  77  FCS-THRESHOLD-IN            PIC 9(18) COMP VALUE 0.
002670  77  FCS-NUMVAL-CHK              PIC S9(04) COMP.
002680  77  FCS-CMP-CURRENT             PIC 9(18) COMP VALUE 0.
002690  77  FCS-CMP-CUR-SW              PIC X(01) VALUE "N".
002700  77  FCS-CMP-PROPOSED            PIC 9(18) COMP VALUE 0.
002710  77  FCS-CMP-FCST-SW             PIC X(01) VALUE "N".
002720  77  FCS-CMP-DAYS                PIC 9(04) COMP VALUE 0.
002730  77  FCS-DIFF                    PIC S9(18) COMP-3 VALUE 0.
002740  77  FCS-PCT-CHG                 PIC S9(07)V9 COMP-3 VALUE 0.
002750  77  FCS-PCT-ABS                 PIC 9(07)V9 COMP-3 VALUE 0.
002760
002770*   PARM STRING AND ITS PARSED TOKENS
002780  01  FCS-PARM-TEXT               PIC X(80).
002790  01  FCS-PARM-TOKENS.
002800      05  FCS-PARM-TOK            PIC X(18) OCCURS 8 TIMES.
002810  77  FCS-PARM-IX                 PIC 9(02) COMP.
002820
002830*   CONDITION SWITCHES
002840  01  FCS-SWITCHES.
002850      05  FCS-MASTER-EOF-SW       PIC X(01) VALUE "N".
002860          88  FCS-MASTER-EOF                VALUE "Y".
002870      05  FCS-DRVIN-SW            PIC X(01) VALUE "N".
002880          88  FCS-DRVIN-FOUND               VALUE "Y".
002890      05  FCS-CALIN-SW            PIC X(01) VALUE "N".
002900          88  FCS-CALIN-FOUND               VALUE "Y".
002910      05  FCS-HST-OPEN-SW         PIC X(01) VALUE "N".
002920          88  FCS-HST-OPEN                  VALUE "Y".
002930      05  FCS-DRV-OPEN-SW         PIC X(01) VALUE "N".
002940          88  FCS-DRV-OPEN                  VALUE "Y".
002950      05  FCS-CAL-OPEN-SW         PIC X(01) VALUE "N".
002960          88  FCS-CAL-OPEN                  VALUE "Y".
002970      05  FCS-RPT-OPEN-SW         PIC X(01) VALUE "N".
002980          88  FCS-RPT-OPEN                  VALUE "Y".
002990
003000*   FILE STATUS FIELDS
003010  01  FCS-FILE-STATUSES.
003020      05  HSTMST-STATUS           PIC X(02) VALUE SPACES.
003030      05  DRVIN-STATUS            PIC X(02) VALUE SPACES.
003040          88  DRVIN-EOF                     VALUE "10".
003050      05  CALIN-STATUS            PIC X(02) VALUE SPACES.
003060          88  CALIN-EOF                     VALUE "10".
003070      05  FCSDRV-STATUS           PIC X(02) VALUE SPACES.
003080      05  FCSCAL-STATUS           PIC X(02) VALUE SPACES.
003090      05  FCSRPT-STATUS           PIC X(02) VALUE SPACES.
003100      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
003110
003120*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
003130*   MACHINE DATE IT OVERRIDES
003140      COPY BDTREC.
003150  01  FCS-BUSDATE-FIELDS.
003160      05  FCS-MACHINE-DATE        PIC 9(08) VALUE 0.
003170      05  FCS-BACKDATE-SW         PIC X(01) VALUE "N".
003180          88  FCS-BACKDATED                 VALUE "Y".
003190
003200*   RUN DATE
003210  01  FCS-CURRENT-DATE-FIELDS.
003220      05  FCS-CD-DATE             PIC 9(08).
003230      05  FCS-CD-TIME             PIC 9(06).
003240      05  FILLER                  PIC X(07).
003250  77  FCS-RUN-DATE-DISPLAY        PIC X(10).
003260
003270*   PAGE CONTROL
003280  77  FCS-PAGE-CTR                PIC 9(04) COMP VALUE 0.
003290  77  FCS-LINE-CTR                PIC 9(02) COMP VALUE 99.
003300  77  FCS-LINES-PER-PAGE          PIC 9(02) COMP VALUE 56.
003310
003320*   REPORT LINE LAYOUTS
003330  01  FCS-HEADER-1.
003340      05  FILLER                  PIC X(09) VALUE "COUNTFCS".
003350      05  FILLER                  PIC X(20) VALUE SPACES.
003360      05  FILLER                  PIC X(36)
003370          VALUE "TARGET FORECAST - PROPOSAL REVIEW".
003380      05  FILLER                  PIC X(52) VALUE SPACES.
003390      05  FILLER                  PIC X(05) VALUE "PAGE ".
003400      05  FCS-H1-PAGE             PIC Z(03)9.
003410      05  FILLER                  PIC X(06) VALUE SPACES.
003420  01  FCS-HEADER-2.
003430      05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
003440      05  FCS-H2-RUN-DATE         PIC X(10).
003450      05  FILLER                  PIC X(14)
003460          VALUE "  THRESHOLD = ".
003470      05  FCS-H2-THRESHOLD        PIC Z(02)9.
003480      05  FILLER                  PIC X(04) VALUE " PCT".
003490      05  FILLER                  PIC X(27)
003500          VALUE "  NOT IN USE UNTIL APPROVED".
003510      05  FILLER                  PIC X(64) VALUE SPACES.
003520  01  FCS-COL-HEADS.
003530      05  FILLER                  PIC X(12) VALUE "FILE/DATE".
003540      05  FILLER                  PIC X(05) VALUE "DAY".
003550      05  FILLER                  PIC X(25)
003560          VALUE "    CURRENT TARGET   FROM".
003570      05  FILLER                  PIC X(20)
003580          VALUE "          PROPOSED".
003590      05  FILLER                  PIC X(20)
003600          VALUE "        DIFFERENCE".
003610      05  FILLER                  PIC X(10) VALUE "  PCT CHG".
003620      05  FILLER                  PIC X(06) VALUE "  DAYS".
003630      05  FILLER                  PIC X(34) VALUE "  NOTE".
003640  01  FCS-DETAIL-LINE.
003650      05  FCS-DL-KEY              PIC X(10).
003660      05  FILLER                  PIC X(02) VALUE SPACES.
003670      05  FCS-DL-DAY              PIC X(03).
003680      05  FILLER                  PIC X(02) VALUE SPACES.
003690      05  FCS-DL-CURRENT          PIC Z(17)9.
003700      05  FCS-DL-CURRENT-X REDEFINES
003710          FCS-DL-CURRENT          PIC X(18).
003720      05  FILLER                  PIC X(03) VALUE SPACES.
003730      05  FCS-DL-SOURCE           PIC X(04).
003740      05  FILLER                  PIC X(02) VALUE SPACES.
003750      05  FCS-DL-PROPOSED         PIC Z(17)9.
003760      05  FILLER                  PIC X(02) VALUE SPACES.
003770      05  FCS-DL-DIFF             PIC -(17)9.
003780      05  FCS-DL-DIFF-X REDEFINES
003790          FCS-DL-DIFF             PIC X(18).
003800      05  FILLER                  PIC X(02) VALUE SPACES.
003810      05  FCS-DL-PCT              PIC -(05)9.9.
003820      05  FCS-DL-PCT-X REDEFINES
003830          FCS-DL-PCT              PIC X(08).
003840      05  FILLER                  PIC X(02) VALUE SPACES.
003850      05  FCS-DL-DAYS             PIC Z(03)9.
003860      05  FILLER                  PIC X(02) VALUE SPACES.
003870      05  FCS-DL-NOTE             PIC X(24).
003880      05  FILLER                  PIC X(10) VALUE SPACES.
003890  01  FCS-SECTION-LINE.
003900      05  FCS-SEC-TEXT            PIC X(44).
003910      05  FCS-SEC-VALUE           PIC X(20).
003920      05  FILLER                  PIC X(68) VALUE SPACES.
003930  01  FCS-SAVE-LINE               PIC X(132).
003940
003950  PROCEDURE DIVISION.
003960
003970* ****************************************************************
003980* * 0000-MAINLINE - LOAD WHAT IS IN USE, PROJECT FROM HISTORY,
003990* * WRITE THE PROPOSAL AND THE REVIEW
004000* ****************************************************************
004010  0000-MAINLINE.
004020      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004030      PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.
004040      PERFORM 1400-LOAD-DRIVER THRU 1400-EXIT.
004050      PERFORM 1500-SET-TARGET-DAYS THRU 1500-EXIT.
004060      PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT.
004070      PERFORM 5000-PROPOSE-DRIVER THRU 5000-EXIT.
004075      PERFORM 5400-CARRY-CALENDAR THRU 5400-EXIT.
004080      PERFORM 5500-PROPOSE-CALENDAR THRU 5500-EXIT.
004090      PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
004100      PERFORM 8000-TERMINATE THRU 8000-EXIT.
004110      GO TO 9999-EXIT.
004120  0000-EXIT.
004130      EXIT.
004140
004150* ****************************************************************
004160* * 1000-INITIALIZE - PARM, RUN DATE, OPEN MASTER AND OUTPUTS
004170* ****************************************************************
004180  1000-INITIALIZE.
004190      MOVE FUNCTION CURRENT-DATE TO FCS-CURRENT-DATE-FIELDS.
004200      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
004210      STRING FCS-CD-DATE(1:4) "-" FCS-CD-DATE(5:2) "-"
004220          FCS-CD-DATE(7:2) DELIMITED BY SIZE
004230          INTO FCS-RUN-DATE-DISPLAY
004240      END-STRING.
004250      COMPUTE FCS-BUS-DAYNO =
004260          FUNCTION INTEGER-OF-DATE(FCS-CD-DATE).
004270      ACCEPT FCS-PARM-TEXT FROM COMMAND-LINE.
004280      PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
004290      OPEN INPUT HSTMST-FILE.
004300      IF HSTMST-STATUS NOT = "00"
004310          DISPLAY "COUNTFCS - UNABLE TO OPEN HSTMST, STATUS "
004320              HSTMST-STATUS
004330          MOVE 16 TO RETURN-CODE
004340          GO TO 9999-EXIT
004350      END-IF.
004360      MOVE "Y" TO FCS-HST-OPEN-SW.
004370      OPEN OUTPUT FCSRPT-FILE.
004380      IF FCSRPT-STATUS NOT = "00"
004390          DISPLAY "COUNTFCS - UNABLE TO OPEN FCSRPT, STATUS "
004400              FCSRPT-STATUS
004410          MOVE 16 TO RETURN-CODE
004420          PERFORM 8000-TERMINATE THRU 8000-EXIT
004430          GO TO 9999-EXIT
004440      END-IF.
004450      MOVE "Y" TO FCS-RPT-OPEN-SW.
004460      OPEN OUTPUT FCSDRV-FILE.
004470      IF FCSDRV-STATUS NOT = "00"
004480          DISPLAY "COUNTFCS - UNABLE TO OPEN FCSDRV, STATUS "
004490              FCSDRV-STATUS
004500          MOVE 16 TO RETURN-CODE
004510          PERFORM 8000-TERMINATE THRU 8000-EXIT
004520          GO TO 9999-EXIT
004530      END-IF.
004540      MOVE "Y" TO FCS-DRV-OPEN-SW.
004550      OPEN OUTPUT FCSCAL-FILE.
004560      IF FCSCAL-STATUS NOT = "00"
004570          DISPLAY "COUNTFCS - UNABLE TO OPEN FCSCAL, STATUS "
004580              FCSCAL-STATUS
004590          MOVE 16 TO RETURN-CODE
004600          PERFORM 8000-TERMINATE THRU 8000-EXIT
004610          GO TO 9999-EXIT
004620      END-IF.
004630      MOVE "Y" TO FCS-CAL-OPEN-SW.
004640      PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT.
004650  1000-EXIT.
004660      EXIT.
004670
004680* ****************************************************************
004690* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
004700* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
004710* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
004720* * TODAY OR NOT A VALID DATE STOPS THE RUN.
004730* ****************************************************************
004740  1050-GET-BUSINESS-DATE.
004750      MOVE FCS-CD-DATE TO FCS-MACHINE-DATE.
004760      MOVE SPACES TO BUSDATE-RECORD.
004770      OPEN INPUT BUSDATE-FILE.
004780      IF BUSDATE-STATUS NOT = "00"
004790          GO TO 1050-EXIT
004800      END-IF.
004810      READ BUSDATE-FILE INTO BUSDATE-RECORD
004820          AT END
004830              MOVE SPACES TO BUSDATE-RECORD
004840      END-READ.
004850      CLOSE BUSDATE-FILE.
004860      IF BDT-BUSINESS-DATE-X = SPACES
004870          OR BDT-BUSINESS-DATE-X = ZEROS
004880          GO TO 1050-EXIT
004890      END-IF.
004900      IF BDT-BUSINESS-DATE-X NOT NUMERIC
004910          DISPLAY "COUNTFCS - BUSDATE DATE NOT NUMERIC: "
004920              BDT-BUSINESS-DATE-X
004930          MOVE 16 TO RETURN-CODE
004940          GO TO 9999-EXIT
004950      END-IF.
004960      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
004970          OR BDT-BUSINESS-DATE > FCS-MACHINE-DATE
004980          DISPLAY "COUNTFCS - BUSDATE NOT A VALID PAST DATE: "
004990              BDT-BUSINESS-DATE-X
005000          MOVE 16 TO RETURN-CODE
005010          GO TO 9999-EXIT
005020      END-IF.
005030      MOVE BDT-BUSINESS-DATE TO FCS-CD-DATE.
005040      IF FCS-CD-DATE < FCS-MACHINE-DATE
005050          MOVE "Y" TO FCS-BACKDATE-SW
005060          DISPLAY "COUNTFCS - BACKDATED RUN FOR BUSINESS DATE "
005070              BDT-BUSINESS-DATE-X
005080      END-IF.
005090  1050-EXIT.
005100      EXIT.
005110
005120  1100-PARSE-PARM.
005130      MOVE SPACES TO FCS-PARM-TOKENS.
005140      UNSTRING FCS-PARM-TEXT DELIMITED BY ALL SPACE OR ","
005150          INTO FCS-PARM-TOK(1) FCS-PARM-TOK(2) FCS-PARM-TOK(3)
005160               FCS-PARM-TOK(4) FCS-PARM-TOK(5) FCS-PARM-TOK(6)
005170               FCS-PARM-TOK(7) FCS-PARM-TOK(8)
005180      END-UNSTRING.
005190      PERFORM 1110-CHECK-TOKEN THRU 1110-EXIT
005200          VARYING FCS-PARM-IX FROM 1 BY 1
005210          UNTIL FCS-PARM-IX > 8.
005220  1100-EXIT.
005230      EXIT.
005240
005250  1110-CHECK-TOKEN.
005260      IF FCS-PARM-TOK(FCS-PARM-IX) = SPACES
005270          GO TO 1110-EXIT
005280      END-IF.
005290      IF FCS-PARM-TOK(FCS-PARM-IX)(1:5) = "DAYS="
005300          PERFORM 1120-CHECK-DAYS THRU 1120-EXIT
005310          GO TO 1110-EXIT
005320      END-IF.
005330      MOVE FUNCTION TEST-NUMVAL(FCS-PARM-TOK(FCS-PARM-IX))
005340          TO FCS-NUMVAL-CHK.
005350      IF FCS-NUMVAL-CHK = 0
005360          MOVE FUNCTION NUMVAL(FCS-PARM-TOK(FCS-PARM-IX))
005370              TO FCS-THRESHOLD-IN
005380          IF FCS-THRESHOLD-IN > 999
005390              MOVE 999 TO FCS-THRESHOLD-IN
005400              DISPLAY "COUNTFCS - THRESHOLD LIMITED TO 999 PCT"
005410          END-IF
005420          MOVE FCS-THRESHOLD-IN TO FCS-THRESHOLD-PCT
005430      ELSE
005440          MOVE FCS-PARM-TOK(FCS-PARM-IX) TO FCS-CAL-FILE-ID
005450      END-IF.
005460  1110-EXIT.
005470      EXIT.
005480
005490  1120-CHECK-DAYS.
005500      IF FCS-PARM-TOK(FCS-PARM-IX)(6:2) IS NUMERIC
005510          AND FCS-PARM-TOK(FCS-PARM-IX)(8:) = SPACES
005520          MOVE FCS-PARM-TOK(FCS-PARM-IX)(6:2) TO FCS-DAYS-IN
005530      ELSE
005540          IF FCS-PARM-TOK(FCS-PARM-IX)(6:1) IS NUMERIC
005550              AND FCS-PARM-TOK(FCS-PARM-IX)(7:) = SPACES
005560              MOVE FCS-PARM-TOK(FCS-PARM-IX)(6:1) TO FCS-DAYS-IN
005570          ELSE
005580              MOVE 0 TO FCS-DAYS-IN
005590          END-IF
005600      END-IF.
005610      IF FCS-DAYS-IN < 1 OR FCS-DAYS-IN > 14
005620          DISPLAY "COUNTFCS - DAYS TOKEN NOT 1 TO 14, IGNORED: "
005630              FCS-PARM-TOK(FCS-PARM-IX)
005640          GO TO 1120-EXIT
005650      END-IF.
005660      MOVE FCS-DAYS-IN TO FCS-DAYS-WANTED.
005670  1120-EXIT.
005680      EXIT.
005690
005700* ****************************************************************
005710* * 1300-LOAD-CALENDAR - BYPASS DATES, AND THE D AND W TARGETS
005720* * NOW IN USE FOR THE SINGLE RUN.  NO CALIN MEANS NO BYPASS
005730* * DATES AND NO CALENDAR TARGETS.
005740* ****************************************************************
005750  1300-LOAD-CALENDAR.
005760      PERFORM 1305-CLEAR-DOW-TARGET THRU 1305-EXIT
005770          VARYING FCS-DOW-IX FROM 1 BY 1
005780          UNTIL FCS-DOW-IX > 7.
005790      OPEN INPUT CALIN-FILE.
005800      IF CALIN-STATUS NOT = "00"
005810          DISPLAY "COUNTFCS - NO CALIN, NO BYPASS DATES APPLIED"
005820          GO TO 1300-EXIT
005830      END-IF.
005840      MOVE "Y" TO FCS-CALIN-SW.
005850      PERFORM 1310-READ-CALIN THRU 1310-EXIT.
005860      PERFORM 1320-LOAD-CAL-ENTRY THRU 1320-EXIT
005870          UNTIL CALIN-EOF.
005880      CLOSE CALIN-FILE.
005890  1300-EXIT.
005900      EXIT.
005910
005920  1305-CLEAR-DOW-TARGET.
005930      MOVE "N" TO FCS-CLW-SET-SW(FCS-DOW-IX).
005940      MOVE 0 TO FCS-CLW-TARGET(FCS-DOW-IX).
005950  1305-EXIT.
005960      EXIT.
005970
005980  1310-READ-CALIN.
005990      READ CALIN-FILE
006000          AT END
006010              CONTINUE
006020      END-READ.
006030  1310-EXIT.
006040      EXIT.
006050
006060  1320-LOAD-CAL-ENTRY.
006070      IF CAL-REC-TYPE = "B" AND CAL-DATE-X NUMERIC
006080          IF FCS-BYP-CNT < FCS-BYP-MAX
006090              ADD 1 TO FCS-BYP-CNT
006100              MOVE CAL-DATE-X TO FCS-BYP-DATE(FCS-BYP-CNT)
006110          ELSE
006120              DISPLAY "COUNTFCS - BYPASS TABLE FULL, IGNORED: "
006130                  CAL-DATE-X
006140          END-IF
006150          GO TO 1320-NEXT
006160      END-IF.
006170      MOVE FUNCTION TEST-NUMVAL(CAL-TARGET-X) TO FCS-NUMVAL-CHK.
006175      IF FCS-NUMVAL-CHK NOT = 0
006180          GO TO 1320-NEXT
006190      END-IF.
006200      IF CAL-REC-TYPE = "D" AND CAL-DATE-X NUMERIC
006210          IF FCS-CLD-CNT < FCS-CLD-MAX
006220              ADD 1 TO FCS-CLD-CNT
006230              MOVE CAL-DATE-X TO FCS-CLD-DATE(FCS-CLD-CNT)
006240              MOVE FUNCTION NUMVAL(CAL-TARGET-X)
006245                  TO FCS-CLD-TARGET(FCS-CLD-CNT)
006250          END-IF
006260          GO TO 1320-NEXT
006270      END-IF.
006280      IF CAL-REC-TYPE = "W" AND CAL-DOW-X NUMERIC
006290          AND CAL-DOW NOT < 1 AND CAL-DOW NOT > 7
006300          MOVE "Y" TO FCS-CLW-SET-SW(CAL-DOW)
006310          MOVE FUNCTION NUMVAL(CAL-TARGET-X)
006315              TO FCS-CLW-TARGET(CAL-DOW)
006320      END-IF.
006330  1320-NEXT.
006340      PERFORM 1310-READ-CALIN THRU 1310-EXIT.
006350  1320-EXIT.
006360      EXIT.
006370
006380* ****************************************************************
006390* * 1400-LOAD-DRIVER - THE CURRENT DRVIN ENTRIES.  THE PROPOSAL
006400* * IS THE SAME FILE WITH THE PROJECTED TARGETS IN IT.
006410* ****************************************************************
006420  1400-LOAD-DRIVER.
006430      OPEN INPUT DRVIN-FILE.
006440      IF DRVIN-STATUS NOT = "00"
006450          DISPLAY "COUNTFCS - NO DRVIN, NO DRIVER PROPOSAL"
006460          GO TO 1400-EXIT
006470      END-IF.
006480      MOVE "Y" TO FCS-DRVIN-SW.
006490      PERFORM 1410-READ-DRVIN THRU 1410-EXIT.
006500      PERFORM 1420-LOAD-DRV-ENTRY THRU 1420-EXIT
006510          UNTIL DRVIN-EOF.
006520      CLOSE DRVIN-FILE.
006530  1400-EXIT.
006540      EXIT.
006550
006560  1410-READ-DRVIN.
006570      READ DRVIN-FILE
006580          AT END
006590              CONTINUE
006600      END-READ.
006610  1410-EXIT.
006620      EXIT.
006630
006640  1420-LOAD-DRV-ENTRY.
006650      IF FCS-DRV-CNT >= FCS-DRV-MAX
006660          DISPLAY "COUNTFCS - DRVIN TABLE FULL AT " FCS-DRV-MAX
006670              " ENTRIES"
006680          MOVE 16 TO RETURN-CODE
006690          PERFORM 8000-TERMINATE THRU 8000-EXIT
006700          GO TO 9999-EXIT
006710      END-IF.
006720      ADD 1 TO FCS-DRV-CNT.
006730      MOVE DRVIN-RECORD TO FCS-DRV-REC(FCS-DRV-CNT).
006740      MOVE FUNCTION TEST-NUMVAL(DRVIN-TARGET-X) TO FCS-NUMVAL-CHK.
006750      IF FCS-NUMVAL-CHK = 0
006753          MOVE FUNCTION NUMVAL(DRVIN-TARGET-X)
006756              TO FCS-DRV-CURRENT(FCS-DRV-CNT)
006760          MOVE "Y" TO FCS-DRV-CUR-SW(FCS-DRV-CNT)
006770      ELSE
006780          MOVE 0 TO FCS-DRV-CURRENT(FCS-DRV-CNT)
006790          MOVE "N" TO FCS-DRV-CUR-SW(FCS-DRV-CNT)
006800      END-IF.
006810      MOVE 0 TO FCS-DRV-FCST(FCS-DRV-CNT).
006820      MOVE "N" TO FCS-DRV-FCST-SW(FCS-DRV-CNT).
006830      MOVE 0 TO FCS-DRV-DAYS(FCS-DRV-CNT).
006840      PERFORM 1410-READ-DRVIN THRU 1410-EXIT.
006850  1420-EXIT.
006860      EXIT.
006870
006880* ****************************************************************
006890* * 1500-SET-TARGET-DAYS - THE COMING PROCESSING DAYS: EACH DAY
006900* * AFTER THE BUSINESS DATE THAT IS NOT A BYPASS DATE, LOOKING
006910* * NO MORE THAN 60 DAYS AHEAD.  THE FIRST IS THE DAY THE DRVIN
006920* * PROPOSAL IS FOR.
006930* ****************************************************************
006940  1500-SET-TARGET-DAYS.
006950      MOVE 0 TO FCS-TD-CNT.
006960      MOVE FCS-BUS-DAYNO TO FCS-WORK-DAYNO.
006970      PERFORM 1510-NEXT-DAY THRU 1510-EXIT
006980          VARYING FCS-SCAN-DAYS FROM 1 BY 1
006990          UNTIL FCS-SCAN-DAYS > 60
007000             OR FCS-TD-CNT >= FCS-DAYS-WANTED.
007010      IF FCS-TD-CNT = 0
007020          DISPLAY "COUNTFCS - NO PROCESSING DAY IN 60 DAYS"
007030      END-IF.
007040  1500-EXIT.
007050      EXIT.
007060
007070  1510-NEXT-DAY.
007080      ADD 1 TO FCS-WORK-DAYNO.
007090      COMPUTE FCS-WORK-DATE =
007100          FUNCTION DATE-OF-INTEGER(FCS-WORK-DAYNO).
007110      MOVE FCS-WORK-DATE TO FCS-HST-DATE-N.
007120      PERFORM 1600-CHECK-BYPASS THRU 1600-EXIT.
007130      IF FCS-BYP-FOUND
007140          GO TO 1510-EXIT
007150      END-IF.
007160      ADD 1 TO FCS-TD-CNT.
007170      MOVE FCS-WORK-DATE TO FCS-TD-DATE(FCS-TD-CNT).
007180      MOVE FCS-WORK-DAYNO TO FCS-TD-DAYNO(FCS-TD-CNT).
007190      PERFORM 1700-DAY-OF-WEEK THRU 1700-EXIT.
007200      MOVE FCS-DOW TO FCS-TD-DOW(FCS-TD-CNT).
007210      MOVE 0 TO FCS-TD-FCST(FCS-TD-CNT).
007220      MOVE "N" TO FCS-TD-FCST-SW(FCS-TD-CNT).
007230*     THE SINGLE-RUN TARGET NOW IN USE - A D RECORD FOR THE DATE,
007240*     ELSE A W RECORD FOR THE DAY OF THE WEEK, ELSE NONE (COUNT
007250*     THEN TAKES THE PARM OR CNTLIN TARGET)
007260      MOVE 0 TO FCS-TD-CURRENT(FCS-TD-CNT).
007270      MOVE "NONE" TO FCS-TD-CUR-SRC(FCS-TD-CNT).
007280      IF FCS-CLW-SET-SW(FCS-DOW) = "Y"
007290          MOVE FCS-CLW-TARGET(FCS-DOW)
007300              TO FCS-TD-CURRENT(FCS-TD-CNT)
007310          MOVE "W" TO FCS-TD-CUR-SRC(FCS-TD-CNT)
007320      END-IF.
007330      PERFORM 1520-FIND-DATE-TARGET THRU 1520-EXIT
007340          VARYING FCS-CLD-IX FROM 1 BY 1
007350          UNTIL FCS-CLD-IX > FCS-CLD-CNT.
007360  1510-EXIT.
007370      EXIT.
007380
007390  1520-FIND-DATE-TARGET.
007400      IF FCS-CLD-DATE(FCS-CLD-IX) = FCS-HST-DATE-X
007410          MOVE FCS-CLD-TARGET(FCS-CLD-IX)
007420              TO FCS-TD-CURRENT(FCS-TD-CNT)
007430          MOVE "D" TO FCS-TD-CUR-SRC(FCS-TD-CNT)
007440      END-IF.
007450  1520-EXIT.
007460      EXIT.
007470
007480*     IS FCS-HST-DATE-X A CALIN BYPASS DATE
007490  1600-CHECK-BYPASS.
007500      MOVE "N" TO FCS-BYP-FOUND-SW.
007510      PERFORM 1610-MATCH-BYPASS THRU 1610-EXIT
007520          VARYING FCS-BYP-IX FROM 1 BY 1
007530          UNTIL FCS-BYP-IX > FCS-BYP-CNT OR FCS-BYP-FOUND.
007540  1600-EXIT.
007550      EXIT.
007560
007570  1610-MATCH-BYPASS.
007580      IF FCS-BYP-DATE(FCS-BYP-IX) = FCS-HST-DATE-X
007590          MOVE "Y" TO FCS-BYP-FOUND-SW
007600      END-IF.
007610  1610-EXIT.
007620      EXIT.
007630
007640*     DAY OF THE WEEK OF FCS-WORK-DAYNO, 1=MONDAY ... 7=SUNDAY,
007650*     AS COUNT WORKS IT FOR THE CALIN W RECORDS
007660  1700-DAY-OF-WEEK.
007670      COMPUTE FCS-DOW-WORK = FCS-WORK-DAYNO - 1.
007680      DIVIDE FCS-DOW-WORK BY 7
007690          GIVING FCS-DOW-QUOT REMAINDER FCS-DOW-WORK.
007700      COMPUTE FCS-DOW = FCS-DOW-WORK + 1.
007710  1700-EXIT.
007720      EXIT.
007730
007740* ****************************************************************
007750* * 2000-SCAN-HISTORY - KEY ORDER GIVES FILE-ID THEN DATE; EACH
007760* * FILE-ID'S LAST 13 WEEKS ARE GATHERED AND PROJECTED ON THE
007770* * FILE-ID BREAK
007780* ****************************************************************
007790  2000-SCAN-HISTORY.
007800      MOVE "N" TO FCS-MASTER-EOF-SW.
007810      MOVE LOW-VALUES TO HST-KEY.
007820      START HSTMST-FILE KEY NOT LESS THAN HST-KEY
007830          INVALID KEY
007840              MOVE "Y" TO FCS-MASTER-EOF-SW
007850      END-START.
007860      PERFORM 2100-PROCESS-ONE-RECORD THRU 2100-EXIT
007870          UNTIL FCS-MASTER-EOF.
007880      IF FCS-CUR-FILE-ID NOT = SPACES
007890          PERFORM 3000-PROJECT-FILE-ID THRU 3000-EXIT
007900      END-IF.
007910  2000-EXIT.
007920      EXIT.
007930
007940  2100-PROCESS-ONE-RECORD.
007950      READ HSTMST-FILE NEXT RECORD
007960          AT END
007970              MOVE "Y" TO FCS-MASTER-EOF-SW
007980              GO TO 2100-EXIT
007990      END-READ.
008000      IF HSTMST-STATUS NOT = "00"
008010          MOVE "Y" TO FCS-MASTER-EOF-SW
008020          GO TO 2100-EXIT
008030      END-IF.
008040      ADD 1 TO FCS-HST-READ-COUNT.
008050      IF HST-FILE-ID NOT = FCS-CUR-FILE-ID
008060          IF FCS-CUR-FILE-ID NOT = SPACES
008070              PERFORM 3000-PROJECT-FILE-ID THRU 3000-EXIT
008080          END-IF
008090          MOVE HST-FILE-ID TO FCS-CUR-FILE-ID
008100          PERFORM 2150-CLEAR-HISTORY THRU 2150-EXIT
008110              VARYING FCS-AGE-IX FROM 1 BY 1
008120              UNTIL FCS-AGE-IX > FCS-AGE-MAX
008130      END-IF.
008140      PERFORM 2200-KEEP-ONE-DAY THRU 2200-EXIT.
008150  2100-EXIT.
008160      EXIT.
008170
008180  2150-CLEAR-HISTORY.
008190      MOVE "N" TO FCS-HIS-SW(FCS-AGE-IX).
008200      MOVE 0 TO FCS-HIS-RESULT(FCS-AGE-IX).
008210  2150-EXIT.
008220      EXIT.
008230
008240*     ONLY A RUN THAT COUNTED THE WHOLE FEED IS A VOLUME; A
008250*     BYPASS DATE IS NOT A PROCESSING DAY
008260  2200-KEEP-ONE-DAY.
008270      IF HST-STATUS NOT = "OK" AND HST-STATUS NOT = "DIFF"
008280          GO TO 2200-EXIT
008290      END-IF.
008300      STRING HST-RUN-DATE(1:4) HST-RUN-DATE(6:2) HST-RUN-DATE(9:2)
008310          DELIMITED BY SIZE
008320          INTO FCS-HST-DATE-X
008330      END-STRING.
008340      IF FCS-HST-DATE-X NOT NUMERIC
008350          GO TO 2200-EXIT
008360      END-IF.
008370      IF FUNCTION TEST-DATE-YYYYMMDD(FCS-HST-DATE-N) NOT = 0
008380          GO TO 2200-EXIT
008390      END-IF.
008400      COMPUTE FCS-AGE = FCS-BUS-DAYNO
008410          - FUNCTION INTEGER-OF-DATE(FCS-HST-DATE-N).
008420      IF FCS-AGE < 0 OR FCS-AGE >= FCS-AGE-MAX
008430          GO TO 2200-EXIT
008440      END-IF.
008450      PERFORM 1600-CHECK-BYPASS THRU 1600-EXIT.
008460      IF FCS-BYP-FOUND
008470          GO TO 2200-EXIT
008480      END-IF.
008490      COMPUTE FCS-AGE-IX = FCS-AGE + 1.
008500      MOVE "Y" TO FCS-HIS-SW(FCS-AGE-IX).
008510      MOVE HST-RESULT TO FCS-HIS-RESULT(FCS-AGE-IX).
008520      ADD 1 TO FCS-HST-USED-COUNT.
008530  2200-EXIT.
008540      EXIT.
008550
008560* ****************************************************************
008570* * 3000-PROJECT-FILE-ID - LEVEL, DAY-OF-WEEK PATTERN AND TREND
008580* * FOR THE FILE-ID JUST GATHERED, THEN THE PROJECTION FOR EACH
008590* * DRVIN ENTRY AND COMING DAY THAT NEEDS ONE
008600* ****************************************************************
008610  3000-PROJECT-FILE-ID.
008620      ADD 1 TO FCS-HST-ID-COUNT.
008630      MOVE 0 TO FCS-ALL-SUM FCS-ALL-CNT FCS-REC-SUM FCS-REC-CNT
008640                FCS-PRI-SUM FCS-PRI-CNT.
008650      PERFORM 3010-CLEAR-DOW-SUM THRU 3010-EXIT
008660          VARYING FCS-DOW-IX FROM 1 BY 1
008670          UNTIL FCS-DOW-IX > 7.
008680      PERFORM 3100-SUM-ONE-DAY THRU 3100-EXIT
008690          VARYING FCS-AGE-IX FROM 1 BY 1
008700          UNTIL FCS-AGE-IX > FCS-AGE-MAX.
008710      MOVE "N" TO FCS-FCST-OK-SW.
008720      IF FCS-ALL-CNT >= FCS-MIN-DAYS
008730          PERFORM 3200-SET-LEVEL-TREND THRU 3200-EXIT
008740          MOVE "Y" TO FCS-FCST-OK-SW
008750      END-IF.
008760      PERFORM 3300-MATCH-DRIVER THRU 3300-EXIT
008770          VARYING FCS-DRV-IX FROM 1 BY 1
008780          UNTIL FCS-DRV-IX > FCS-DRV-CNT.
008790      IF FCS-CUR-FILE-ID = FCS-CAL-FILE-ID
008800          MOVE "Y" TO FCS-CAL-HIST-SW
008810          MOVE FCS-ALL-CNT TO FCS-CAL-DAYS
008820          IF FCS-FCST-OK
008830              PERFORM 3400-PROJECT-CAL-DAY THRU 3400-EXIT
008840                  VARYING FCS-TD-IX FROM 1 BY 1
008850                  UNTIL FCS-TD-IX > FCS-TD-CNT
008860          END-IF
008870      END-IF.
008880  3000-EXIT.
008890      EXIT.
008900
008910  3010-CLEAR-DOW-SUM.
008920      MOVE 0 TO FCS-DOW-SUM(FCS-DOW-IX) FCS-DOW-CNT(FCS-DOW-IX).
008930  3010-EXIT.
008940      EXIT.
008950
008960*     ROWS 1-28 ARE THE LAST 4 WEEKS, ROWS 29-56 THE 4 BEFORE
008970  3100-SUM-ONE-DAY.
008980      IF FCS-HIS-SW(FCS-AGE-IX) NOT = "Y"
008990          GO TO 3100-EXIT
009000      END-IF.
009010      COMPUTE FCS-WORK-DAYNO = FCS-BUS-DAYNO - FCS-AGE-IX + 1.
009020      PERFORM 1700-DAY-OF-WEEK THRU 1700-EXIT.
009030      ADD FCS-HIS-RESULT(FCS-AGE-IX) TO FCS-ALL-SUM
009040                                        FCS-DOW-SUM(FCS-DOW).
009050      ADD 1 TO FCS-ALL-CNT FCS-DOW-CNT(FCS-DOW).
009060      IF FCS-AGE-IX <= 28
009070          ADD FCS-HIS-RESULT(FCS-AGE-IX) TO FCS-REC-SUM
009080          ADD 1 TO FCS-REC-CNT
009090      ELSE
009100          IF FCS-AGE-IX <= 56
009110              ADD FCS-HIS-RESULT(FCS-AGE-IX) TO FCS-PRI-SUM
009120              ADD 1 TO FCS-PRI-CNT
009130          END-IF
009140      END-IF.
009150  3100-EXIT.
009160      EXIT.
009170
009180  3200-SET-LEVEL-TREND.
009190      COMPUTE FCS-OVERALL-AVG ROUNDED = FCS-ALL-SUM / FCS-ALL-CNT.
009200      IF FCS-REC-CNT > 0
009210          COMPUTE FCS-LEVEL ROUNDED = FCS-REC-SUM / FCS-REC-CNT
009220      ELSE
009230          MOVE FCS-OVERALL-AVG TO FCS-LEVEL
009240      END-IF.
009250      MOVE 0 TO FCS-TREND.
009260      IF FCS-REC-CNT = 0 OR FCS-PRI-CNT = 0
009270          GO TO 3200-EXIT
009280      END-IF.
009290      COMPUTE FCS-PRIOR-AVG ROUNDED = FCS-PRI-SUM / FCS-PRI-CNT.
009300      IF FCS-PRIOR-AVG = 0
009310          GO TO 3200-EXIT
009320      END-IF.
009330      COMPUTE FCS-TREND ROUNDED =
009340          (FCS-LEVEL - FCS-PRIOR-AVG) / FCS-PRIOR-AVG.
009350      IF FCS-TREND > FCS-TREND-CAP
009360          MOVE FCS-TREND-CAP TO FCS-TREND
009370      END-IF.
009380      IF FCS-TREND < 0 - FCS-TREND-CAP
009390          COMPUTE FCS-TREND = 0 - FCS-TREND-CAP
009400      END-IF.
009410  3200-EXIT.
009420      EXIT.
009430
009440*     A DRVIN ENTRY FOR THIS FILE-ID IS PROJECTED FOR THE NEXT
009450*     PROCESSING DAY
009460  3300-MATCH-DRIVER.
009470      IF FCS-DRV-REC(FCS-DRV-IX)(1:8) NOT = FCS-CUR-FILE-ID
009480          GO TO 3300-EXIT
009490      END-IF.
009500      MOVE FCS-ALL-CNT TO FCS-DRV-DAYS(FCS-DRV-IX).
009510      IF NOT FCS-FCST-OK OR FCS-TD-CNT = 0
009520          GO TO 3300-EXIT
009530      END-IF.
009540      MOVE FCS-TD-DAYNO(1) TO FCS-TGT-DAYNO.
009550      MOVE FCS-TD-DOW(1) TO FCS-TGT-DOW.
009560      PERFORM 3500-PROJECT-DAY THRU 3500-EXIT.
009570      MOVE FCS-PROJECTED TO FCS-DRV-FCST(FCS-DRV-IX).
009580      MOVE FCS-DAY-OK-SW TO FCS-DRV-FCST-SW(FCS-DRV-IX).
009590  3300-EXIT.
009600      EXIT.
009610
009620  3400-PROJECT-CAL-DAY.
009630      MOVE FCS-TD-DAYNO(FCS-TD-IX) TO FCS-TGT-DAYNO.
009640      MOVE FCS-TD-DOW(FCS-TD-IX) TO FCS-TGT-DOW.
009650      PERFORM 3500-PROJECT-DAY THRU 3500-EXIT.
009660      MOVE FCS-PROJECTED TO FCS-TD-FCST(FCS-TD-IX).
009670      MOVE FCS-DAY-OK-SW TO FCS-TD-FCST-SW(FCS-TD-IX).
009680  3400-EXIT.
009690      EXIT.
009700
009710*     THE TREND IS PER 4 WEEKS AND IS MEASURED AT THE MIDDLE OF
009720*     THE LAST 4 WEEKS, 14 DAYS BEFORE THE BUSINESS DATE.  A DAY
009730*     OF THE WEEK THE FILE-ID HAS NOT RUN ON IS NOT PROJECTED.
009740  3500-PROJECT-DAY.
009750      MOVE "N" TO FCS-DAY-OK-SW.
009760      MOVE 0 TO FCS-PROJECTED.
009770      IF FCS-DOW-CNT(FCS-TGT-DOW) = 0
009780          GO TO 3500-EXIT
009790      END-IF.
009800      MOVE "Y" TO FCS-DAY-OK-SW.
009810      MOVE 1 TO FCS-DOW-INDEX.
009820      IF FCS-OVERALL-AVG > 0
009830          COMPUTE FCS-DOW-INDEX ROUNDED =
009840              (FCS-DOW-SUM(FCS-TGT-DOW)
009850                  / FCS-DOW-CNT(FCS-TGT-DOW))
009860              / FCS-OVERALL-AVG
009870      END-IF.
009880      COMPUTE FCS-AHEAD = FCS-TGT-DAYNO - FCS-BUS-DAYNO.
009890      COMPUTE FCS-TREND-FACTOR ROUNDED =
009900          1 + (FCS-TREND * (14 + FCS-AHEAD) / 28).
009910      COMPUTE FCS-PROJ-WORK ROUNDED =
009920          FCS-LEVEL * FCS-DOW-INDEX * FCS-TREND-FACTOR.
009930      IF FCS-PROJ-WORK < 0
009940          MOVE 0 TO FCS-PROJ-WORK
009950      END-IF.
009960      MOVE FCS-PROJ-WORK TO FCS-PROJECTED.
009970  3500-EXIT.
009980      EXIT.
009990
010000* ****************************************************************
010010* * 4500-PAGE-HEADERS - TITLE, RUN DATE AND THRESHOLD
010020* ****************************************************************
010030  4500-PAGE-HEADERS.
010040      ADD 1 TO FCS-PAGE-CTR.
010050      MOVE FCS-PAGE-CTR TO FCS-H1-PAGE.
010060      MOVE FCS-HEADER-1 TO FCSRPT-LINE.
010070      IF FCS-PAGE-CTR = 1
010080          WRITE FCSRPT-LINE
010090      ELSE
010100          WRITE FCSRPT-LINE AFTER ADVANCING PAGE
010110      END-IF.
010120      PERFORM 4650-CHECK-FCSRPT THRU 4650-EXIT.
010130      MOVE FCS-RUN-DATE-DISPLAY TO FCS-H2-RUN-DATE.
010140      MOVE FCS-THRESHOLD-PCT TO FCS-H2-THRESHOLD.
010150      MOVE FCS-HEADER-2 TO FCSRPT-LINE.
010160      WRITE FCSRPT-LINE AFTER ADVANCING 1 LINE.
010170      PERFORM 4650-CHECK-FCSRPT THRU 4650-EXIT.
010180      MOVE SPACES TO FCSRPT-LINE.
010190      WRITE FCSRPT-LINE AFTER ADVANCING 1 LINE.
010200      PERFORM 4650-CHECK-FCSRPT THRU 4650-EXIT.
010210      MOVE 3 TO FCS-LINE-CTR.
010220  4500-EXIT.
010230      EXIT.
010240
010250  4600-WRITE-REPORT-LINE.
010260      IF FCS-LINE-CTR >= FCS-LINES-PER-PAGE
010270          MOVE FCSRPT-LINE TO FCS-SAVE-LINE
010280          PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT
010290          MOVE FCS-SAVE-LINE TO FCSRPT-LINE
010300      END-IF.
010310      WRITE FCSRPT-LINE AFTER ADVANCING 1 LINE.
010320      PERFORM 4650-CHECK-FCSRPT THRU 4650-EXIT.
010330      ADD 1 TO FCS-LINE-CTR.
010340  4600-EXIT.
010350      EXIT.
010360
010370  4650-CHECK-FCSRPT.
010380      IF FCSRPT-STATUS NOT = "00"
010390          DISPLAY "COUNTFCS - UNABLE TO WRITE FCSRPT, STATUS "
010400              FCSRPT-STATUS
010410          MOVE "N" TO FCS-RPT-OPEN-SW
010420          MOVE 16 TO RETURN-CODE
010430          PERFORM 8000-TERMINATE THRU 8000-EXIT
010440          GO TO 9999-EXIT
010450      END-IF.
010460  4650-EXIT.
010470      EXIT.
010480
010490  4700-WRITE-SECTION.
010500      MOVE SPACES TO FCSRPT-LINE.
010510      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
010520      MOVE FCS-SECTION-LINE TO FCSRPT-LINE.
010530      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
010540  4700-EXIT.
010550      EXIT.
010560
010570* ****************************************************************
010580* * 4800-COMPARE-AND-PRINT - ONE REVIEW LINE: THE PROPOSAL
010590* * AGAINST THE TARGET NOW IN USE.  THE KEY, DAY AND SOURCE ARE
010600* * ALREADY ON THE LINE.
010610* ****************************************************************
010620  4800-COMPARE-AND-PRINT.
010630      MOVE FCS-CMP-DAYS TO FCS-DL-DAYS.
010640      IF FCS-CMP-CUR-SW = "Y"
010650          MOVE FCS-CMP-CURRENT TO FCS-DL-CURRENT
010660      ELSE
010670          MOVE "NONE" TO FCS-DL-CURRENT-X
010680      END-IF.
010690      MOVE FCS-CMP-PROPOSED TO FCS-DL-PROPOSED.
010700      IF FCS-CMP-FCST-SW NOT = "Y"
010710          MOVE SPACES TO FCS-DL-DIFF-X FCS-DL-PCT-X
010720          EVALUATE TRUE
010730              WHEN FCS-CMP-DAYS = 0
010740                  MOVE "NO HISTORY - KEPT" TO FCS-DL-NOTE
010750                  ADD 1 TO FCS-KEPT-COUNT
010760              WHEN FCS-CMP-DAYS < FCS-MIN-DAYS
010770                  MOVE "TOO FEW DAYS - KEPT" TO FCS-DL-NOTE
010780                  ADD 1 TO FCS-KEPT-COUNT
010790              WHEN OTHER
010800                  MOVE "NOT RUN THIS DAY - KEPT" TO FCS-DL-NOTE
010805                  ADD 1 TO FCS-KEPT-COUNT
010810          END-EVALUATE
010820          GO TO 4800-PRINT
010830      END-IF.
010840      IF FCS-CMP-CUR-SW NOT = "Y"
010850          MOVE SPACES TO FCS-DL-DIFF-X FCS-DL-PCT-X
010860          MOVE "*** NO CURRENT TARGET" TO FCS-DL-NOTE
010870          ADD 1 TO FCS-FLAG-COUNT
010880          GO TO 4800-PRINT
010890      END-IF.
010900      COMPUTE FCS-DIFF = FCS-CMP-PROPOSED - FCS-CMP-CURRENT.
010910      MOVE FCS-DIFF TO FCS-DL-DIFF.
010920      IF FCS-CMP-CURRENT = 0
010930          MOVE SPACES TO FCS-DL-PCT-X
010940          IF FCS-CMP-PROPOSED NOT = 0
010950              MOVE "*** LARGE DIFFERENCE" TO FCS-DL-NOTE
010960              ADD 1 TO FCS-FLAG-COUNT
010970          END-IF
010980          GO TO 4800-PRINT
010990      END-IF.
011000      COMPUTE FCS-PCT-CHG ROUNDED =
011010          (FCS-DIFF * 100) / FCS-CMP-CURRENT
011020          ON SIZE ERROR
011030              MOVE 9999999 TO FCS-PCT-CHG
011040      END-COMPUTE.
011050      MOVE FCS-PCT-CHG TO FCS-DL-PCT.
011060      IF FCS-PCT-CHG < 0
011070          COMPUTE FCS-PCT-ABS = 0 - FCS-PCT-CHG
011080      ELSE
011090          MOVE FCS-PCT-CHG TO FCS-PCT-ABS
011100      END-IF.
011110      IF FCS-PCT-ABS > FCS-THRESHOLD-PCT
011120          MOVE "*** LARGE DIFFERENCE" TO FCS-DL-NOTE
011130          ADD 1 TO FCS-FLAG-COUNT
011140      END-IF.
011150  4800-PRINT.
011160      MOVE FCS-DETAIL-LINE TO FCSRPT-LINE.
011170      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
011180  4800-EXIT.
011190      EXIT.
011200
011210* ****************************************************************
011220* * 5000-PROPOSE-DRIVER - THE NEXT PROCESSING DAY'S DRVIN, EVERY
011230* * ENTRY CARRIED OVER WITH ITS PROJECTED TARGET
011240* ****************************************************************
011250  5000-PROPOSE-DRIVER.
011260      MOVE SPACES TO FCS-SECTION-LINE.
011270      MOVE "DRVIN PROPOSAL FOR THE NEXT PROCESSING DAY"
011280          TO FCS-SEC-TEXT.
011290      IF FCS-TD-CNT > 0
011300          MOVE FCS-TD-DATE(1) TO FCS-WORK-DATE
011310          PERFORM 5900-FORMAT-DATE THRU 5900-EXIT
011320          MOVE FCS-DATE-DISPLAY TO FCS-SEC-VALUE
011330      END-IF.
011340      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
011350      IF NOT FCS-DRVIN-FOUND OR FCS-DRV-CNT = 0
011360          MOVE "  NO CURRENT DRVIN - NO DRIVER PROPOSAL"
011370              TO FCSRPT-LINE
011380          PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT
011390          GO TO 5000-EXIT
011400      END-IF.
011410      IF FCS-TD-CNT = 0
011420          MOVE "  NO PROCESSING DAY AHEAD - NO DRIVER PROPOSAL"
011430              TO FCSRPT-LINE
011440          PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT
011450          GO TO 5000-EXIT
011460      END-IF.
011470      MOVE FCS-COL-HEADS TO FCSRPT-LINE.
011480      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
011490      PERFORM 5100-PROPOSE-DRV-ENTRY THRU 5100-EXIT
011500          VARYING FCS-DRV-IX FROM 1 BY 1
011510          UNTIL FCS-DRV-IX > FCS-DRV-CNT.
011520  5000-EXIT.
011530      EXIT.
011540
011550  5100-PROPOSE-DRV-ENTRY.
011560      MOVE FCS-DRV-REC(FCS-DRV-IX) TO FDV-RECORD.
011570      MOVE FCS-DRV-CURRENT(FCS-DRV-IX) TO FCS-CMP-CURRENT.
011580      MOVE FCS-DRV-CUR-SW(FCS-DRV-IX) TO FCS-CMP-CUR-SW.
011590      MOVE FCS-DRV-FCST-SW(FCS-DRV-IX) TO FCS-CMP-FCST-SW.
011600      MOVE FCS-DRV-DAYS(FCS-DRV-IX) TO FCS-CMP-DAYS.
011610      IF FCS-DRV-FCST-SW(FCS-DRV-IX) = "Y"
011620          MOVE FCS-DRV-FCST(FCS-DRV-IX) TO FDV-TARGET
011630          MOVE FCS-DRV-FCST(FCS-DRV-IX) TO FCS-CMP-PROPOSED
011640      ELSE
011650          MOVE FCS-DRV-CURRENT(FCS-DRV-IX) TO FCS-CMP-PROPOSED
011660      END-IF.
011670      WRITE FDV-RECORD.
011680      IF FCSDRV-STATUS NOT = "00"
011690          DISPLAY "COUNTFCS - UNABLE TO WRITE FCSDRV, STATUS "
011700              FCSDRV-STATUS
011710          MOVE 16 TO RETURN-CODE
011720          PERFORM 8000-TERMINATE THRU 8000-EXIT
011730          GO TO 9999-EXIT
011740      END-IF.
011750      ADD 1 TO FCS-DRV-WRITE-COUNT.
011760      MOVE SPACES TO FCS-DETAIL-LINE.
011770      MOVE FDV-FILE-ID TO FCS-DL-KEY.
011780      MOVE FCS-DAY-NAME(FCS-TD-DOW(1)) TO FCS-DL-DAY.
011790      MOVE "DRVN" TO FCS-DL-SOURCE.
011800      PERFORM 4800-COMPARE-AND-PRINT THRU 4800-EXIT.
011810  5100-EXIT.
011820      EXIT.
011830
011831* ****************************************************************
011832* * 5400-CARRY-CALENDAR - FCSCAL IS THE WHOLE CALIN PROPOSED.
011833* * EVERY CALIN RECORD IS CARRIED OVER AS IT STANDS EXCEPT A D
011834* * RECORD FOR A DATE 5600 PROPOSES, WHICH THE PROPOSAL REPLACES.
011835* ****************************************************************
011836  5400-CARRY-CALENDAR.
011837      IF NOT FCS-CALIN-FOUND
011838          GO TO 5400-EXIT
011839      END-IF.
011840      OPEN INPUT CALIN-FILE.
011841      IF CALIN-STATUS NOT = "00"
011842          DISPLAY "COUNTFCS - UNABLE TO REOPEN CALIN, STATUS "
011843              CALIN-STATUS
011844          MOVE 16 TO RETURN-CODE
011845          PERFORM 8000-TERMINATE THRU 8000-EXIT
011846          GO TO 9999-EXIT
011847      END-IF.
011848      PERFORM 1310-READ-CALIN THRU 1310-EXIT.
011849      PERFORM 5410-CARRY-CAL-ENTRY THRU 5410-EXIT
011850          UNTIL CALIN-EOF.
011851      CLOSE CALIN-FILE.
011852  5400-EXIT.
011853      EXIT.
011854
011855  5410-CARRY-CAL-ENTRY.
011856      MOVE "N" TO FCS-CAL-REPL-SW.
011857      IF CAL-REC-TYPE = "D"
011858          PERFORM 5420-MATCH-CAL-DAY THRU 5420-EXIT
011859              VARYING FCS-TD-IX FROM 1 BY 1
011860              UNTIL FCS-TD-IX > FCS-TD-CNT
011861      END-IF.
011862      IF NOT FCS-CAL-REPLACED
011863          MOVE CALIN-RECORD TO FCLIN-RECORD
011864          PERFORM 5450-WRITE-FCSCAL THRU 5450-EXIT
011865          ADD 1 TO FCS-CAL-COPY-COUNT
011866      END-IF.
011867      PERFORM 1310-READ-CALIN THRU 1310-EXIT.
011868  5410-EXIT.
011869      EXIT.
011870
011871*     A D RECORD FOR A DATE WITH A PROPOSAL IS NOT CARRIED OVER
011872  5420-MATCH-CAL-DAY.
011873      IF FCS-TD-FCST-SW(FCS-TD-IX) = "Y"
011874          AND CAL-DATE-X = FCS-TD-DATE(FCS-TD-IX)
011875          MOVE "Y" TO FCS-CAL-REPL-SW
011876      END-IF.
011877  5420-EXIT.
011878      EXIT.
011879
011880  5450-WRITE-FCSCAL.
011881      WRITE FCLIN-RECORD.
011882      IF FCSCAL-STATUS NOT = "00"
011883          DISPLAY "COUNTFCS - UNABLE TO WRITE FCSCAL, STATUS "
011884              FCSCAL-STATUS
011885          MOVE 16 TO RETURN-CODE
011886          PERFORM 8000-TERMINATE THRU 8000-EXIT
011887          GO TO 9999-EXIT
011888      END-IF.
011889  5450-EXIT.
011890      EXIT.
011891
011840* ****************************************************************
011850* * 5500-PROPOSE-CALENDAR - A CALIN D RECORD FOR THE SINGLE-RUN
011860* * FILE-ID ON EACH COMING PROCESSING DAY IT CAN BE PROJECTED FOR
011870* ****************************************************************
011880  5500-PROPOSE-CALENDAR.
011890      MOVE SPACES TO FCS-SECTION-LINE.
011900      MOVE "CALIN D-RECORD PROPOSAL FOR SINGLE RUN OF"
011910          TO FCS-SEC-TEXT.
011920      MOVE FCS-CAL-FILE-ID TO FCS-SEC-VALUE.
011930      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
011940      IF NOT FCS-CAL-HIST-FOUND
011950          MOVE "  NO HISTORY FOR THIS FILE-ID - NO CALIN PROPOSAL"
011960              TO FCSRPT-LINE
011970          PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT
011980          GO TO 5500-EXIT
011990      END-IF.
012000      IF FCS-TD-CNT = 0
012010          MOVE "  NO PROCESSING DAY AHEAD - NO CALIN PROPOSAL"
012020              TO FCSRPT-LINE
012030          PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT
012040          GO TO 5500-EXIT
012050      END-IF.
012060      MOVE FCS-COL-HEADS TO FCSRPT-LINE.
012070      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
012080      PERFORM 5600-PROPOSE-CAL-DAY THRU 5600-EXIT
012090          VARYING FCS-TD-IX FROM 1 BY 1
012100          UNTIL FCS-TD-IX > FCS-TD-CNT.
012110  5500-EXIT.
012120      EXIT.
012130
012140  5600-PROPOSE-CAL-DAY.
012150      MOVE FCS-TD-CURRENT(FCS-TD-IX) TO FCS-CMP-CURRENT.
012160      IF FCS-TD-CUR-SRC(FCS-TD-IX) = "NONE"
012170          MOVE "N" TO FCS-CMP-CUR-SW
012180      ELSE
012190          MOVE "Y" TO FCS-CMP-CUR-SW
012200      END-IF.
012210      MOVE FCS-TD-FCST-SW(FCS-TD-IX) TO FCS-CMP-FCST-SW.
012220      MOVE FCS-CAL-DAYS TO FCS-CMP-DAYS.
012230      MOVE FCS-TD-FCST(FCS-TD-IX) TO FCS-CMP-PROPOSED.
012240      IF FCS-TD-FCST-SW(FCS-TD-IX) = "Y"
012250          MOVE SPACES TO FCLIN-RECORD
012260          MOVE "D" TO FCL-REC-TYPE
012270          MOVE FCS-TD-DATE(FCS-TD-IX) TO FCL-DATE
012280          MOVE FCS-TD-FCST(FCS-TD-IX) TO FCL-TARGET
012290          PERFORM 5450-WRITE-FCSCAL THRU 5450-EXIT
012370          ADD 1 TO FCS-CAL-WRITE-COUNT
012380      ELSE
012390          MOVE FCS-TD-CURRENT(FCS-TD-IX) TO FCS-CMP-PROPOSED
012400      END-IF.
012410      MOVE SPACES TO FCS-DETAIL-LINE.
012420      MOVE FCS-TD-DATE(FCS-TD-IX) TO FCS-WORK-DATE.
012430      PERFORM 5900-FORMAT-DATE THRU 5900-EXIT.
012440      MOVE FCS-DATE-DISPLAY TO FCS-DL-KEY.
012450      MOVE FCS-DAY-NAME(FCS-TD-DOW(FCS-TD-IX)) TO FCS-DL-DAY.
012460      MOVE FCS-TD-CUR-SRC(FCS-TD-IX) TO FCS-DL-SOURCE.
012470      PERFORM 4800-COMPARE-AND-PRINT THRU 4800-EXIT.
012480  5600-EXIT.
012490      EXIT.
012500
012510  5900-FORMAT-DATE.
012520      STRING FCS-WORK-DATE(1:4) "-" FCS-WORK-DATE(5:2) "-"
012530          FCS-WORK-DATE(7:2) DELIMITED BY SIZE
012540          INTO FCS-DATE-DISPLAY
012550      END-STRING.
012560  5900-EXIT.
012570      EXIT.
012580
012590* ****************************************************************
012600* * 6000-WRITE-SUMMARY - COUNTS AND THE REVIEW VERDICT
012610* ****************************************************************
012620  6000-WRITE-SUMMARY.
012630      MOVE SPACES TO FCS-SECTION-LINE.
012640      MOVE "SUMMARY" TO FCS-SEC-TEXT.
012650      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
012660      MOVE "  HISTORY RECORDS READ" TO FCS-SEC-TEXT.
012670      MOVE FCS-HST-READ-COUNT TO FCS-COUNT-DISPLAY.
012680      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
012690      MOVE "  HISTORY DAYS USED" TO FCS-SEC-TEXT.
012700      MOVE FCS-HST-USED-COUNT TO FCS-COUNT-DISPLAY.
012710      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
012720      MOVE "  FILE-IDS ON HISTORY" TO FCS-SEC-TEXT.
012730      MOVE FCS-HST-ID-COUNT TO FCS-COUNT-DISPLAY.
012740      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
012750      MOVE "  DRVIN ENTRIES PROPOSED" TO FCS-SEC-TEXT.
012760      MOVE FCS-DRV-WRITE-COUNT TO FCS-COUNT-DISPLAY.
012770      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
012780      MOVE "  CALIN D RECORDS PROPOSED" TO FCS-SEC-TEXT.
012790      MOVE FCS-CAL-WRITE-COUNT TO FCS-COUNT-DISPLAY.
012800      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
012802      MOVE "  CALIN RECORDS CARRIED OVER" TO FCS-SEC-TEXT.
012804      MOVE FCS-CAL-COPY-COUNT TO FCS-COUNT-DISPLAY.
012806      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
012810      MOVE "  KEPT UNPROJECTED"
012820          TO FCS-SEC-TEXT.
012830      MOVE FCS-KEPT-COUNT TO FCS-COUNT-DISPLAY.
012840      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
012850      MOVE "  FLAGGED FOR REVIEW" TO FCS-SEC-TEXT.
012860      MOVE FCS-FLAG-COUNT TO FCS-COUNT-DISPLAY.
012870      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
012880      MOVE SPACES TO FCS-SECTION-LINE.
012890      IF FCS-FLAG-COUNT = 0 AND FCS-KEPT-COUNT = 0
012900          MOVE "PROPOSAL READY FOR ANALYST APPROVAL"
012910              TO FCS-SEC-TEXT
012920      ELSE
012930          MOVE "PROPOSAL HAS ITEMS FLAGGED - ANALYST REVIEW"
012940              TO FCS-SEC-TEXT
012950          IF RETURN-CODE < 4
012960              MOVE 4 TO RETURN-CODE
012970          END-IF
012980      END-IF.
012990      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
013000  6000-EXIT.
013010      EXIT.
013020
013030  6100-WRITE-COUNT.
013040      MOVE FCS-COUNT-DISPLAY TO FCS-SEC-VALUE.
013050      MOVE FCS-SECTION-LINE TO FCSRPT-LINE.
013060      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
013070      MOVE SPACES TO FCS-SECTION-LINE.
013080  6100-EXIT.
013090      EXIT.
013100
013110* ****************************************************************
013120* * 8000-TERMINATE - CLOSE FILES, DISPLAY COUNTS
013130* ****************************************************************
013140  8000-TERMINATE.
013150      IF FCS-HST-OPEN
013160          CLOSE HSTMST-FILE
013170          MOVE "N" TO FCS-HST-OPEN-SW
013180      END-IF.
013190      IF FCS-DRV-OPEN
013200          CLOSE FCSDRV-FILE
013210          MOVE "N" TO FCS-DRV-OPEN-SW
013220      END-IF.
013230      IF FCS-CAL-OPEN
013240          CLOSE FCSCAL-FILE
013250          MOVE "N" TO FCS-CAL-OPEN-SW
013260      END-IF.
013270      IF FCS-RPT-OPEN
013280          CLOSE FCSRPT-FILE
013290          MOVE "N" TO FCS-RPT-OPEN-SW
013300      END-IF.
013310      MOVE FCS-DRV-WRITE-COUNT TO FCS-COUNT-DISPLAY.
013320      DISPLAY "COUNTFCS - DRVIN ENTRIES PROPOSED = "
013330          FCS-COUNT-DISPLAY.
013340      MOVE FCS-CAL-WRITE-COUNT TO FCS-COUNT-DISPLAY.
013350      DISPLAY "COUNTFCS - CALIN TARGETS PROPOSED = "
013360          FCS-COUNT-DISPLAY.
013362      MOVE FCS-CAL-COPY-COUNT TO FCS-COUNT-DISPLAY.
013364      DISPLAY "COUNTFCS - CALIN CARRIED OVER     = "
013366          FCS-COUNT-DISPLAY.
013370      MOVE FCS-FLAG-COUNT TO FCS-COUNT-DISPLAY.
013380      DISPLAY "COUNTFCS - FLAGGED FOR REVIEW     = "
013390          FCS-COUNT-DISPLAY.
013400  8000-EXIT.
013410      EXIT.
013420
013430* ****************************************************************
013440* * 9999-EXIT - SINGLE PROGRAM EXIT POINT
013450* ****************************************************************
013460  9999-EXIT.
013470      STOP RUN.
