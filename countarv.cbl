000100* ---------------------------------------------------------------
000110  IDENTIFICATION DIVISION.
000120  PROGRAM-ID. COUNTARV.
000130  AUTHOR. J SANDERS.
000140  INSTALLATION. DATA CENTER SERVICES.
000150  DATE-WRITTEN. 10/15/2026.
000160  DATE-COMPILED.
000170* ---------------------------------------------------------------
000180*  COUNTARV - FEED ARRIVAL WATCH.  RUNS AHEAD OF THE COUNT MULTI
000190*  STEP, AND AGAIN ON A CYCLE UNTIL IT, TO SEE WHETHER EACH
000200*  DSNAME FEED ON TONIGHT'S DRVIN HAS ARRIVED.  A FEED HAS
000210*  ARRIVED WHEN ITS DATASET CAN BE OPENED.  ARRSCH GIVES EACH
000220*  FILE-ID AN EXPECTED ARRIVAL TIME AND A HARD CUTOFF:
000230*    MISSING BEFORE THE EXPECTED TIME   - NOT YET DUE
000240*    MISSING PAST EXPECTED, BY CUTOFF   - LATE, W ALERT
000250*    MISSING PAST THE CUTOFF            - E ALERT, AND THE FEED
000260*                                         GOES ON THE ARRHOLD
000270*                                         LIST SO COUNT HOLDS
000280*                                         THE ENTRY RATHER THAN
000290*                                         FAIL ITS OPEN
000300*  BOTH ALERTS CARRY REASON LATE; THE TARGET IS THE EXPECTED
000310*  TIME (HHMM) AND THE RESULT THE MINUTES LATE.
000320*
000330*  THE FIRST CYCLE THAT SEES A FEED LOGS WHEN IT ARRIVED AND
000340*  WHETHER THAT WAS ON TIME (ARRLOG SEEN EVENT) FOR THE SENDERS'
000350*  MONTHLY RECORD.  ARRLOG IS READ BACK ON EVERY CYCLE, SO A
000360*  FEED IS LOGGED AND EACH ALERT RAISED ONCE PER BUSINESS DATE
000370*  HOWEVER OFTEN THE WATCH RUNS.  ARRHOLD IS REWRITTEN EACH
000380*  CYCLE: A HELD FEED THAT LANDS BEFORE THE MULTI STEP DROPS OFF
000390*  THE LIST AND IS COUNTED.
000400*
000410*  THE CLOCK IS THE MACHINE TIME OF DAY.  ON A BACKDATED RUN
000420*  THE BUSINESS DAY IS OVER, SO THE CLOCK IS TAKEN AS 24:00.
000430*
000440*  INPUT:   DRVIN    - TONIGHT'S DRIVING FILE
000450*           ARRSCH   - FILE-ID / EXPECTED HHMM / CUTOFF HHMM
000460*                      ("*" = COMMENT)
000470*           ARRLOG   - THE ARRIVAL LOG SO FAR (NONE ON THE
000480*                      FIRST CYCLE EVER)
000490*  OUTPUT:  ARRLOG   - NEW EVENTS APPENDED, ARRREC LAYOUT
000500*           ARRHOLD  - FEEDS PAST CUTOFF, ARRREC LAYOUT
000510*           ARRALRT  - LATE FEED ALERTS, ALRTOUT LAYOUT
000520*           ARVRPT   - ARRIVAL WATCH REPORT
000530*  RETURN CODES:  0 NOTHING LATE,  4 A FEED LATE OR AN ARRSCH
000540*  ENTRY SKIPPED,  8 A FEED PAST ITS CUTOFF AND HELD,  16 FILE
000550*  OR TABLE FAILURE.
000560* ---------------------------------------------------------------
000570*  MODIFICATION HISTORY
000580* ---------------------------------------------------------------
000590*   DATE      INIT  DESCRIPTION
000600*   --------  ----  --------------------------------------------
000610*   10/15/26  JRS   ORIGINAL PROGRAM - FEED ARRIVAL WATCH WITH
000620*                   LATE AND CUTOFF ALERTS, HOLD LIST AND
000630*                   ARRIVAL LOG.
000640* ---------------------------------------------------------------
000650
000660  ENVIRONMENT DIVISION.
000670  INPUT-OUTPUT SECTION.
000680  FILE-CONTROL.
000690      SELECT DRVIN-FILE ASSIGN TO DRVIN
000700          ORGANIZATION IS SEQUENTIAL
000710          FILE STATUS IS DRVIN-STATUS.
000720      SELECT ARRSCH-FILE ASSIGN TO ARRSCH
000730          ORGANIZATION IS SEQUENTIAL
000740          FILE STATUS IS ARRSCH-STATUS.
000750      SELECT ARRLOG-FILE ASSIGN TO ARRLOG
000760          ORGANIZATION IS SEQUENTIAL
000770          FILE STATUS IS ARRLOG-STATUS.
000780      SELECT ARRHOLD-FILE ASSIGN TO ARRHOLD
000790          ORGANIZATION IS SEQUENTIAL
000800          FILE STATUS IS ARRHOLD-STATUS.
000810      SELECT ARRALRT-FILE ASSIGN TO ARRALRT
000820          ORGANIZATION IS SEQUENTIAL
000830          FILE STATUS IS ARRALRT-STATUS.
000840      SELECT ARVRPT-FILE ASSIGN TO ARVRPT
000850          ORGANIZATION IS SEQUENTIAL
000860          FILE STATUS IS ARVRPT-STATUS.
000870      SELECT FEEDIN-FILE ASSIGN TO DYNAMIC ARV-FEED-DSNAME
000880          ORGANIZATION IS SEQUENTIAL
000890          FILE STATUS IS FEEDIN-STATUS.
000900      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000910          ORGANIZATION IS SEQUENTIAL
000920          FILE STATUS IS BUSDATE-STATUS.
000930
000940  DATA DIVISION.
000950  FILE SECTION.
000960*   DRVIN - TONIGHT'S DRIVING FILE
000970  FD  DRVIN-FILE
000980      RECORDING MODE IS F
000990      LABEL RECORDS ARE STANDARD.
001000      COPY DRVREC.
001010
001020*   ARRSCH - EXPECTED ARRIVAL AND CUTOFF PER FILE-ID
001030  FD  ARRSCH-FILE
001040      RECORDING MODE IS F
001050      LABEL RECORDS ARE STANDARD.
001060  01  ARRSCH-RECORD.
001070      05  SCH-FILE-ID             PIC X(08).
001080      05  FILLER                  PIC X(01).
001090      05  SCH-EXPECTED            PIC 9(04).
001100      05  SCH-EXPECTED-X REDEFINES
001110          SCH-EXPECTED            PIC X(04).
001120      05  FILLER                  PIC X(01).
001130      05  SCH-CUTOFF              PIC 9(04).
001140      05  SCH-CUTOFF-X REDEFINES
001150          SCH-CUTOFF              PIC X(04).
001160      05  FILLER                  PIC X(62).
001170
001180*   ARRLOG - THE FEED ARRIVAL LOG
001190  FD  ARRLOG-FILE
001200      RECORDING MODE IS F
001210      LABEL RECORDS ARE STANDARD.
001220      COPY ARRREC.
001230
001240*   ARRHOLD - FEEDS PAST CUTOFF FOR COUNT TO HOLD
001250  FD  ARRHOLD-FILE
001260      RECORDING MODE IS F
001270      LABEL RECORDS ARE STANDARD.
001280  01  ARRHOLD-LINE                PIC X(120).
001290
001300*   ARRALRT - LATE FEED ALERTS FOR THE OPS BRIDGE
001310  FD  ARRALRT-FILE
001320      RECORDING MODE IS F
001330      LABEL RECORDS ARE STANDARD.
001340      COPY ALRREC.
001350
001360*   ARVRPT - ARRIVAL WATCH REPORT
001370  FD  ARVRPT-FILE
001380      RECORDING MODE IS F
001390      LABEL RECORDS ARE STANDARD.
001400  01  ARVRPT-LINE                 PIC X(132).
001410
001420*   FEEDIN - A FEED DATASET, OPENED BY DSNAME TO SEE IF IT IS
001430*   THERE; NEVER READ
001440  FD  FEEDIN-FILE
001450      RECORDING MODE IS F
001460      LABEL RECORDS ARE STANDARD.
001470  01  FEEDIN-RECORD               PIC X(80).
001480
001490*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
001500  FD  BUSDATE-FILE
001510      RECORDING MODE IS F
001520      LABEL RECORDS ARE STANDARD.
001530  01  BUSDATE-LINE                PIC X(80).
001540
001550  WORKING-STORAGE SECTION.
001560
001570*   ARRIVAL SCHEDULE LOADED FROM ARRSCH
001580  77  ARV-SCH-MAX                 PIC 9(04) COMP VALUE 500.
001590  01  ARV-SCH-TABLE.
001600      05  ARV-SCH OCCURS 500 TIMES.
001610          10  ARV-SCH-ID          PIC X(08).
001620          10  ARV-SCH-EXPECTED    PIC 9(04).
001630          10  ARV-SCH-CUTOFF      PIC 9(04).
001640  77  ARV-SCH-CNT                 PIC 9(04) COMP VALUE 0.
001650  77  ARV-SCH-IX                  PIC 9(04) COMP.
001660  77  ARV-SCH-FOUND-IX            PIC 9(04) COMP.
001670
001680*   TODAY'S ARRLOG EVENTS - READ BACK, PLUS THOSE LOGGED NOW
001690  77  ARV-LOG-MAX                 PIC 9(04) COMP VALUE 2000.
001700  01  ARV-LOG-TABLE.
001710      05  ARV-LOG OCCURS 2000 TIMES.
001720          10  ARV-LOG-KEY.
001730              15  ARV-LOG-FILE-ID PIC X(08).
001740              15  ARV-LOG-EVENT   PIC X(04).
001750          10  ARV-LOG-TIME        PIC X(08).
001760          10  ARV-LOG-ARRIVAL     PIC X(04).
001770          10  ARV-LOG-MINUTES     PIC 9(05).
001780  77  ARV-LOG-CNT                 PIC 9(04) COMP VALUE 0.
001790  77  ARV-LOG-IX                  PIC 9(04) COMP.
001800  77  ARV-LOG-FOUND-IX            PIC 9(04) COMP.
001810  01  ARV-FIND-LOG-KEY.
001820      05  ARV-FL-FILE-ID          PIC X(08).
001830      05  ARV-FL-EVENT            PIC X(04).
001840
001850*   COUNTERS
001860  77  ARV-DRV-COUNT               PIC 9(09) COMP VALUE 0.
001870  77  ARV-FEED-COUNT              PIC 9(09) COMP VALUE 0.
001880  77  ARV-ONTIME-COUNT            PIC 9(09) COMP VALUE 0.
001890  77  ARV-ARR-LATE-COUNT          PIC 9(09) COMP VALUE 0.
001900  77  ARV-ARR-AFTER-COUNT         PIC 9(09) COMP VALUE 0.
001910  77  ARV-ARR-NSCH-COUNT          PIC 9(09) COMP VALUE 0.
001920  77  ARV-NOT-DUE-COUNT           PIC 9(09) COMP VALUE 0.
001930  77  ARV-LATE-COUNT              PIC 9(09) COMP VALUE 0.
001940  77  ARV-HELD-COUNT              PIC 9(09) COMP VALUE 0.
001950  77  ARV-WAIT-NSCH-COUNT         PIC 9(09) COMP VALUE 0.
001960  77  ARV-SCH-SKIP-COUNT          PIC 9(09) COMP VALUE 0.
001970  77  ARV-ALERT-COUNT             PIC 9(09) COMP VALUE 0.
001980  77  ARV-EVENT-COUNT             PIC 9(09) COMP VALUE 0.
001990  77  ARV-HOLD-COUNT              PIC 9(09) COMP VALUE 0.
002000  77  ARV-COUNT-DISPLAY           PIC Z(08)9.
002010
002020*   CLOCK AND SCHEDULE WORK FIELDS, TIMES AS MINUTES PAST
002030*   MIDNIGHT
002040  77  ARV-NOW-MIN                 PIC 9(05) COMP VALUE 0.
002050  77  ARV-EXP-MIN                 PIC 9(05) COMP VALUE 0.
002060  77  ARV-CUT-MIN                 PIC 9(05) COMP VALUE 0.
002070  77  ARV-MINUTES-LATE            PIC 9(05) COMP VALUE 0.
002080  77  ARV-HHMM                    PIC 9(04) VALUE 0.
002090  77  ARV-HHMM-X REDEFINES
002100      ARV-HHMM                    PIC X(04).
002110  77  ARV-HH                      PIC 9(02) COMP VALUE 0.
002120  77  ARV-MM                      PIC 9(02) COMP VALUE 0.
002130  77  ARV-WORK-MIN                PIC 9(05) COMP VALUE 0.
002140  77  ARV-TIME-BAD-SW             PIC X(01) VALUE "N".
002150      88  ARV-TIME-BAD                      VALUE "Y".
002160  77  ARV-FEED-DSNAME             PIC X(44) VALUE SPACES.
002170  77  ARV-STATE                   PIC X(20) VALUE SPACES.
002180  77  ARV-ARRIVAL                 PIC X(04) VALUE SPACES.
002190  77  ARV-SEEN-TIME               PIC X(08) VALUE SPACES.
002200  77  ARV-ALERT-SEV               PIC X(01) VALUE SPACES.
002210
002220*   CONDITION SWITCHES
002230  01  ARV-SWITCHES.
002240      05  ARV-LOG-OPEN-SW         PIC X(01) VALUE "N".
002250          88  ARV-LOG-OPEN                  VALUE "Y".
002260      05  ARV-HOLD-OPEN-SW        PIC X(01) VALUE "N".
002270          88  ARV-HOLD-OPEN                 VALUE "Y".
002280      05  ARV-ALRT-OPEN-SW        PIC X(01) VALUE "N".
002290          88  ARV-ALRT-OPEN                 VALUE "Y".
002300      05  ARV-RPT-OPEN-SW         PIC X(01) VALUE "N".
002310          88  ARV-RPT-OPEN                  VALUE "Y".
002320
002330*   FILE STATUS FIELDS
002340  01  ARV-FILE-STATUSES.
002350      05  DRVIN-STATUS            PIC X(02) VALUE SPACES.
002360          88  DRVIN-EOF                     VALUE "10".
002370      05  ARRSCH-STATUS           PIC X(02) VALUE SPACES.
002380          88  ARRSCH-EOF                    VALUE "10".
002390      05  ARRLOG-STATUS           PIC X(02) VALUE SPACES.
002400          88  ARRLOG-EOF                    VALUE "10".
002410      05  ARRHOLD-STATUS          PIC X(02) VALUE SPACES.
002420      05  ARRALRT-STATUS          PIC X(02) VALUE SPACES.
002430      05  ARVRPT-STATUS           PIC X(02) VALUE SPACES.
002440      05  FEEDIN-STATUS           PIC X(02) VALUE SPACES.
002450      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
002460
002470*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
002480*   MACHINE DATE IT OVERRIDES
002490      COPY BDTREC.
002500  01  ARV-BUSDATE-FIELDS.
002510      05  ARV-MACHINE-DATE        PIC 9(08) VALUE 0.
002520      05  ARV-BACKDATE-SW         PIC X(01) VALUE "N".
002530          88  ARV-BACKDATED                 VALUE "Y".
002540
002550*   RUN DATE, MACHINE STAMP AND JOB IDENTITY FOR THE ALERTS
002560  01  ARV-CURRENT-DATE-FIELDS.
002570      05  ARV-CD-DATE             PIC 9(08).
002580      05  ARV-CD-TIME             PIC 9(06).
002590      05  FILLER                  PIC X(07).
002600  77  ARV-RUN-DATE-DISPLAY        PIC X(10).
002610  77  ARV-STAMP-DATE-DISPLAY      PIC X(10).
002620  77  ARV-STAMP-TIME-DISPLAY      PIC X(08).
002630  01  ARV-JOBNAME                 PIC X(08) VALUE SPACES.
002640  01  ARV-STEPNAME                PIC X(08) VALUE SPACES.
002650
002660*   PAGE CONTROL
002670  77  ARV-PAGE-CTR                PIC 9(04) COMP VALUE 0.
002680  77  ARV-LINE-CTR                PIC 9(02) COMP VALUE 99.
002690  77  ARV-LINES-PER-PAGE          PIC 9(02) COMP VALUE 56.
002700
002710*   REPORT LINE LAYOUTS
002720  01  ARV-HEADER-1.
002730      05  FILLER                  PIC X(09) VALUE "COUNTARV".
002740      05  FILLER                  PIC X(20) VALUE SPACES.
002750      05  FILLER                  PIC X(40)
002760          VALUE "FEED ARRIVAL WATCH".
002770      05  FILLER                  PIC X(48) VALUE SPACES.
002780      05  FILLER                  PIC X(05) VALUE "PAGE ".
002790      05  ARV-H1-PAGE             PIC Z(03)9.
002800      05  FILLER                  PIC X(06) VALUE SPACES.
002810  01  ARV-HEADER-2.
002820      05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002830      05  ARV-H2-RUN-DATE         PIC X(10).
002840      05  FILLER                  PIC X(15)
002850          VALUE "  WATCHED AT:  ".
002860      05  ARV-H2-STAMP-DATE       PIC X(10).
002870      05  FILLER                  PIC X(01) VALUE SPACES.
002880      05  ARV-H2-STAMP-TIME       PIC X(08).
002890      05  ARV-H2-BACKDATED        PIC X(30).
002900      05  FILLER                  PIC X(48) VALUE SPACES.
002910  01  ARV-FEED-HEADS.
002920      05  FILLER                  PIC X(10) VALUE "FILE-ID".
002930      05  FILLER                  PIC X(46) VALUE "DSNAME".
002940      05  FILLER                  PIC X(07) VALUE "EXPCT".
002950      05  FILLER                  PIC X(07) VALUE "CUTOF".
002960      05  FILLER                  PIC X(22) VALUE "STATE".
002970      05  FILLER                  PIC X(10) VALUE "FIRST SEEN".
002980      05  FILLER                  PIC X(30) VALUE "  MINS LATE".
002990  01  ARV-FEED-LINE.
003000      05  ARV-FL-ID               PIC X(08).
003010      05  FILLER                  PIC X(02) VALUE SPACES.
003020      05  ARV-FL-DSNAME           PIC X(44).
003030      05  FILLER                  PIC X(02) VALUE SPACES.
003040      05  ARV-FL-EXPECTED         PIC X(05).
003050      05  FILLER                  PIC X(02) VALUE SPACES.
003060      05  ARV-FL-CUTOFF           PIC X(05).
003070      05  FILLER                  PIC X(02) VALUE SPACES.
003080      05  ARV-FL-STATE            PIC X(20).
003090      05  FILLER                  PIC X(02) VALUE SPACES.
003100      05  ARV-FL-SEEN             PIC X(08).
003110      05  FILLER                  PIC X(02) VALUE SPACES.
003120      05  ARV-FL-MINUTES          PIC Z(08)9.
003130      05  FILLER                  PIC X(20) VALUE SPACES.
003140  01  ARV-SECTION-LINE.
003150      05  ARV-SEC-TEXT            PIC X(44).
003160      05  ARV-SEC-VALUE           PIC Z(08)9.
003170      05  FILLER                  PIC X(79) VALUE SPACES.
003180  01  ARV-SAVE-LINE               PIC X(132).
003190
003200  PROCEDURE DIVISION.
003210
003220* ****************************************************************
003230* * 0000-MAINLINE - SCHEDULE, LOG SO FAR, WATCH, SUMMARIZE
003240* ****************************************************************
003250  0000-MAINLINE.
003260      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003270      PERFORM 1500-LOAD-SCHEDULE THRU 1500-EXIT.
003280      PERFORM 1600-LOAD-LOG THRU 1600-EXIT.
003290      PERFORM 2000-WATCH-FEEDS THRU 2000-EXIT.
003300      PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
003310      PERFORM 8000-TERMINATE THRU 8000-EXIT.
003320      GO TO 9999-EXIT.
003330  0000-EXIT.
003340      EXIT.
003350
003360* ****************************************************************
003370* * 1000-INITIALIZE - RUN DATE, CLOCK, JOB IDENTITY, OPEN THE
003380* * OUTPUTS
003390* ****************************************************************
003400  1000-INITIALIZE.
003410      MOVE FUNCTION CURRENT-DATE TO ARV-CURRENT-DATE-FIELDS.
003420      STRING ARV-CD-DATE(1:4) "-" ARV-CD-DATE(5:2) "-"
003430          ARV-CD-DATE(7:2) DELIMITED BY SIZE
003440          INTO ARV-STAMP-DATE-DISPLAY
003450      END-STRING.
003460      STRING ARV-CD-TIME(1:2) ":" ARV-CD-TIME(3:2) ":"
003470          ARV-CD-TIME(5:2) DELIMITED BY SIZE
003480          INTO ARV-STAMP-TIME-DISPLAY
003490      END-STRING.
003500      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
003510      STRING ARV-CD-DATE(1:4) "-" ARV-CD-DATE(5:2) "-"
003520          ARV-CD-DATE(7:2) DELIMITED BY SIZE
003530          INTO ARV-RUN-DATE-DISPLAY
003540      END-STRING.
003550      IF ARV-BACKDATED
003560          MOVE 1440 TO ARV-NOW-MIN
003570      ELSE
003580          MOVE ARV-CD-TIME(1:4) TO ARV-HHMM
003590          PERFORM 1550-HHMM-TO-MINUTES THRU 1550-EXIT
003600          MOVE ARV-WORK-MIN TO ARV-NOW-MIN
003610      END-IF.
003620      DISPLAY "JOBNAME" UPON ENVIRONMENT-NAME.
003630      ACCEPT ARV-JOBNAME FROM ENVIRONMENT-VALUE.
003640      DISPLAY "STEPNAME" UPON ENVIRONMENT-NAME.
003650      ACCEPT ARV-STEPNAME FROM ENVIRONMENT-VALUE.
003660      IF ARV-JOBNAME = SPACES
003670          MOVE "COUNTARV" TO ARV-JOBNAME
003680      END-IF.
003690      IF ARV-STEPNAME = SPACES
003700          MOVE "ARRWATCH" TO ARV-STEPNAME
003710      END-IF.
003720      OPEN OUTPUT ARVRPT-FILE.
003730      IF ARVRPT-STATUS NOT = "00"
003740          DISPLAY "COUNTARV - UNABLE TO OPEN ARVRPT, STATUS "
003750              ARVRPT-STATUS
003760          MOVE 16 TO RETURN-CODE
003770          GO TO 9999-EXIT
003780      END-IF.
003790      MOVE "Y" TO ARV-RPT-OPEN-SW.
003800      OPEN OUTPUT ARRALRT-FILE.
003810      IF ARRALRT-STATUS NOT = "00"
003820          DISPLAY "COUNTARV - UNABLE TO OPEN ARRALRT, STATUS "
003830              ARRALRT-STATUS
003840          MOVE 16 TO RETURN-CODE
003850          PERFORM 8000-TERMINATE THRU 8000-EXIT
003860          GO TO 9999-EXIT
003870      END-IF.
003880      MOVE "Y" TO ARV-ALRT-OPEN-SW.
003890      OPEN OUTPUT ARRHOLD-FILE.
003900      IF ARRHOLD-STATUS NOT = "00"
003910          DISPLAY "COUNTARV - UNABLE TO OPEN ARRHOLD, STATUS "
003920              ARRHOLD-STATUS
003930          MOVE 16 TO RETURN-CODE
003940          PERFORM 8000-TERMINATE THRU 8000-EXIT
003950          GO TO 9999-EXIT
003960      END-IF.
003970      MOVE "Y" TO ARV-HOLD-OPEN-SW.
003980      PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT.
003990  1000-EXIT.
004000      EXIT.
004010
004020* ****************************************************************
004030* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
004040* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
004050* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
004060* * TODAY OR NOT A VALID DATE STOPS THE RUN.
004070* ****************************************************************
004080  1050-GET-BUSINESS-DATE.
004090      MOVE ARV-CD-DATE TO ARV-MACHINE-DATE.
004100      MOVE SPACES TO BUSDATE-RECORD.
004110      OPEN INPUT BUSDATE-FILE.
004120      IF BUSDATE-STATUS NOT = "00"
004130          GO TO 1050-EXIT
004140      END-IF.
004150      READ BUSDATE-FILE INTO BUSDATE-RECORD
004160          AT END
004170              MOVE SPACES TO BUSDATE-RECORD
004180      END-READ.
004190      CLOSE BUSDATE-FILE.
004200      IF BDT-BUSINESS-DATE-X = SPACES
004210          OR BDT-BUSINESS-DATE-X = ZEROS
004220          GO TO 1050-EXIT
004230      END-IF.
004240      IF BDT-BUSINESS-DATE-X NOT NUMERIC
004250          DISPLAY "COUNTARV - BUSDATE DATE NOT NUMERIC: "
004260              BDT-BUSINESS-DATE-X
004270          MOVE 16 TO RETURN-CODE
004280          GO TO 9999-EXIT
004290      END-IF.
004300      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
004310          OR BDT-BUSINESS-DATE > ARV-MACHINE-DATE
004320          DISPLAY "COUNTARV - BUSDATE NOT A VALID PAST DATE: "
004330              BDT-BUSINESS-DATE-X
004340          MOVE 16 TO RETURN-CODE
004350          GO TO 9999-EXIT
004360      END-IF.
004370      MOVE BDT-BUSINESS-DATE TO ARV-CD-DATE.
004380      IF ARV-CD-DATE < ARV-MACHINE-DATE
004390          MOVE "Y" TO ARV-BACKDATE-SW
004400          DISPLAY "COUNTARV - BACKDATED RUN FOR BUSINESS DATE "
004410              BDT-BUSINESS-DATE-X
004420      END-IF.
004430  1050-EXIT.
004440      EXIT.
004450
004460* ****************************************************************
004470* * 1500-LOAD-SCHEDULE - EXPECTED ARRIVAL AND CUTOFF PER FILE-ID.
004480* * AN ENTRY WITH A BAD TIME, OR A CUTOFF BEFORE THE EXPECTED
004490* * TIME, IS SKIPPED AND ITS FEED WATCHED WITH NO SCHEDULE.
004500* ****************************************************************
004510  1500-LOAD-SCHEDULE.
004520      OPEN INPUT ARRSCH-FILE.
004530      IF ARRSCH-STATUS NOT = "00"
004540          DISPLAY "COUNTARV - UNABLE TO OPEN ARRSCH, STATUS "
004550              ARRSCH-STATUS
004560          MOVE 16 TO RETURN-CODE
004570          PERFORM 8000-TERMINATE THRU 8000-EXIT
004580          GO TO 9999-EXIT
004590      END-IF.
004600      PERFORM 1510-READ-ARRSCH THRU 1510-EXIT.
004610      PERFORM 1520-TABLE-ONE-SCHEDULE THRU 1520-EXIT
004620          UNTIL ARRSCH-EOF.
004630      CLOSE ARRSCH-FILE.
004640  1500-EXIT.
004650      EXIT.
004660
004670  1510-READ-ARRSCH.
004680      READ ARRSCH-FILE
004690          AT END
004700              CONTINUE
004710      END-READ.
004720  1510-EXIT.
004730      EXIT.
004740
004750  1520-TABLE-ONE-SCHEDULE.
004760      IF ARRSCH-RECORD(1:1) = "*" OR ARRSCH-RECORD = SPACES
004770          GO TO 1520-NEXT
004780      END-IF.
004790      MOVE "N" TO ARV-TIME-BAD-SW.
004800      IF SCH-FILE-ID = SPACES
004810          OR SCH-EXPECTED-X NOT NUMERIC
004820          OR SCH-CUTOFF-X NOT NUMERIC
004830          MOVE "Y" TO ARV-TIME-BAD-SW
004840      ELSE
004850          MOVE SCH-EXPECTED TO ARV-HHMM
004860          PERFORM 1550-HHMM-TO-MINUTES THRU 1550-EXIT
004870          MOVE ARV-WORK-MIN TO ARV-EXP-MIN
004880          MOVE SCH-CUTOFF TO ARV-HHMM
004890          PERFORM 1550-HHMM-TO-MINUTES THRU 1550-EXIT
004900          MOVE ARV-WORK-MIN TO ARV-CUT-MIN
004910          IF ARV-CUT-MIN < ARV-EXP-MIN
004920              MOVE "Y" TO ARV-TIME-BAD-SW
004930          END-IF
004940      END-IF.
004950      IF ARV-TIME-BAD
004960          DISPLAY "COUNTARV - ARRSCH ENTRY NOT USABLE, SKIPPED: "
004970              SCH-FILE-ID
004980          ADD 1 TO ARV-SCH-SKIP-COUNT
004990          GO TO 1520-NEXT
005000      END-IF.
005010      IF ARV-SCH-CNT >= ARV-SCH-MAX
005020          DISPLAY "COUNTARV - SCHEDULE TABLE FULL AT " ARV-SCH-MAX
005030              " ENTRIES"
005040          MOVE 16 TO RETURN-CODE
005050          CLOSE ARRSCH-FILE
005060          PERFORM 8000-TERMINATE THRU 8000-EXIT
005070          GO TO 9999-EXIT
005080      END-IF.
005090      ADD 1 TO ARV-SCH-CNT.
005100      MOVE SCH-FILE-ID TO ARV-SCH-ID(ARV-SCH-CNT).
005110      MOVE SCH-EXPECTED TO ARV-SCH-EXPECTED(ARV-SCH-CNT).
005120      MOVE SCH-CUTOFF TO ARV-SCH-CUTOFF(ARV-SCH-CNT).
005130  1520-NEXT.
005140      PERFORM 1510-READ-ARRSCH THRU 1510-EXIT.
005150  1520-EXIT.
005160      EXIT.
005170
005180*     ARV-HHMM AS MINUTES PAST MIDNIGHT IN ARV-WORK-MIN.  AN HOUR
005190*     OVER 24, A MINUTE OVER 59 OR A TIME PAST 24:00 IS BAD.
005200  1550-HHMM-TO-MINUTES.
005210      DIVIDE ARV-HHMM BY 100 GIVING ARV-HH REMAINDER ARV-MM.
005220      IF ARV-HH > 24 OR ARV-MM > 59
005230          OR (ARV-HH = 24 AND ARV-MM > 0)
005240          MOVE "Y" TO ARV-TIME-BAD-SW
005250          MOVE 0 TO ARV-WORK-MIN
005260          GO TO 1550-EXIT
005270      END-IF.
005280      COMPUTE ARV-WORK-MIN = ARV-HH * 60 + ARV-MM.
005290  1550-EXIT.
005300      EXIT.
005310
005320* ****************************************************************
005330* * 1600-LOAD-LOG - THE EVENTS ALREADY LOGGED FOR THIS BUSINESS
005340* * DATE.  NO ARRLOG YET MEANS THIS IS THE FIRST CYCLE EVER.
005350* ****************************************************************
005360  1600-LOAD-LOG.
005370      OPEN INPUT ARRLOG-FILE.
005380      IF ARRLOG-STATUS = "35"
005390          GO TO 1600-EXIT
005400      END-IF.
005410      IF ARRLOG-STATUS NOT = "00"
005420          DISPLAY "COUNTARV - UNABLE TO OPEN ARRLOG, STATUS "
005430              ARRLOG-STATUS
005440          MOVE 16 TO RETURN-CODE
005450          PERFORM 8000-TERMINATE THRU 8000-EXIT
005460          GO TO 9999-EXIT
005470      END-IF.
005480      PERFORM 1610-READ-ARRLOG THRU 1610-EXIT.
005490      PERFORM 1620-TABLE-ONE-EVENT THRU 1620-EXIT
005500          UNTIL ARRLOG-EOF.
005510      CLOSE ARRLOG-FILE.
005520  1600-EXIT.
005530      EXIT.
005540
005550  1610-READ-ARRLOG.
005560      READ ARRLOG-FILE
005570          AT END
005580              CONTINUE
005590      END-READ.
005600  1610-EXIT.
005610      EXIT.
005620
005630  1620-TABLE-ONE-EVENT.
005640      IF ARR-RUN-DATE NOT = ARV-RUN-DATE-DISPLAY
005650          GO TO 1620-NEXT
005660      END-IF.
005670      PERFORM 3900-TABLE-EVENT THRU 3900-EXIT.
005680  1620-NEXT.
005690      PERFORM 1610-READ-ARRLOG THRU 1610-EXIT.
005700  1620-EXIT.
005710      EXIT.
005720
005730* ****************************************************************
005740* * 2000-WATCH-FEEDS - EVERY DSNAME ENTRY ON TONIGHT'S DRVIN.
005750* * ARRLOG IS OPENED TO APPEND THIS CYCLE'S EVENTS - CREATED ON
005760* * THE FIRST CYCLE EVER.
005770* ****************************************************************
005780  2000-WATCH-FEEDS.
005790      OPEN EXTEND ARRLOG-FILE.
005800      IF ARRLOG-STATUS = "35"
005810          OPEN OUTPUT ARRLOG-FILE
005820      END-IF.
005830      IF ARRLOG-STATUS NOT = "00"
005840          DISPLAY "COUNTARV - UNABLE TO OPEN ARRLOG, STATUS "
005850              ARRLOG-STATUS
005860          MOVE 16 TO RETURN-CODE
005870          PERFORM 8000-TERMINATE THRU 8000-EXIT
005880          GO TO 9999-EXIT
005890      END-IF.
005900      MOVE "Y" TO ARV-LOG-OPEN-SW.
005910      OPEN INPUT DRVIN-FILE.
005920      IF DRVIN-STATUS NOT = "00"
005930          DISPLAY "COUNTARV - UNABLE TO OPEN DRVIN, STATUS "
005940              DRVIN-STATUS
005950          MOVE 16 TO RETURN-CODE
005960          PERFORM 8000-TERMINATE THRU 8000-EXIT
005970          GO TO 9999-EXIT
005980      END-IF.
005990      MOVE SPACES TO ARV-SECTION-LINE.
006000      MOVE "DSNAME FEEDS ON DRVIN" TO ARV-SEC-TEXT.
006010      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
006020      MOVE ARV-FEED-HEADS TO ARVRPT-LINE.
006030      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
006040      PERFORM 2100-READ-DRVIN THRU 2100-EXIT.
006050      PERFORM 2200-WATCH-ONE-ENTRY THRU 2200-EXIT
006060          UNTIL DRVIN-EOF.
006070      CLOSE DRVIN-FILE.
006080      IF ARV-FEED-COUNT = 0
006090          MOVE "  NO DSNAME FEEDS ON TONIGHT'S DRVIN"
006100              TO ARVRPT-LINE
006110          PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT
006120      END-IF.
006130  2000-EXIT.
006140      EXIT.
006150
006160  2100-READ-DRVIN.
006170      READ DRVIN-FILE
006180          AT END
006190              CONTINUE
006200      END-READ.
006210  2100-EXIT.
006220      EXIT.
006230
006240* ****************************************************************
006250* * 2200-WATCH-ONE-ENTRY - A FEED ALREADY SEEN ON AN EARLIER
006260* * CYCLE IS REPORTED FROM THE LOG; OTHERWISE TRY ITS DATASET
006270* ****************************************************************
006280  2200-WATCH-ONE-ENTRY.
006290      ADD 1 TO ARV-DRV-COUNT.
006300      IF DRVIN-DSNAME = SPACES OR DRVIN-FILE-ID = SPACES
006310          GO TO 2200-NEXT
006320      END-IF.
006330      ADD 1 TO ARV-FEED-COUNT.
006340      PERFORM 2250-FIND-SCHEDULE THRU 2250-EXIT.
006350      MOVE SPACES TO ARV-SEEN-TIME.
006360      MOVE 0 TO ARV-MINUTES-LATE.
006370      MOVE DRVIN-FILE-ID TO ARV-FL-FILE-ID.
006380      MOVE "SEEN" TO ARV-FL-EVENT.
006390      PERFORM 3800-FIND-EVENT THRU 3800-EXIT.
006400      IF ARV-LOG-FOUND-IX NOT = 0
006410          MOVE ARV-LOG-TIME(ARV-LOG-FOUND-IX) TO ARV-SEEN-TIME
006420          MOVE ARV-LOG-ARRIVAL(ARV-LOG-FOUND-IX) TO ARV-ARRIVAL
006430          MOVE ARV-LOG-MINUTES(ARV-LOG-FOUND-IX)
006440              TO ARV-MINUTES-LATE
006450          PERFORM 2400-COUNT-ARRIVED THRU 2400-EXIT
006460          GO TO 2200-REPORT
006470      END-IF.
006480      MOVE DRVIN-DSNAME TO ARV-FEED-DSNAME.
006490      OPEN INPUT FEEDIN-FILE.
006500      IF FEEDIN-STATUS = "00"
006510          CLOSE FEEDIN-FILE
006520          PERFORM 2300-FEED-ARRIVED THRU 2300-EXIT
006530      ELSE
006540          PERFORM 2500-FEED-MISSING THRU 2500-EXIT
006550      END-IF.
006560  2200-REPORT.
006570      MOVE SPACES TO ARV-FEED-LINE.
006580      MOVE DRVIN-FILE-ID TO ARV-FL-ID.
006590      MOVE DRVIN-DSNAME TO ARV-FL-DSNAME.
006600      IF ARV-SCH-FOUND-IX NOT = 0
006610          MOVE ARV-SCH-EXPECTED(ARV-SCH-FOUND-IX) TO ARV-HHMM
006620          STRING ARV-HHMM-X(1:2) ":" ARV-HHMM-X(3:2)
006630              DELIMITED BY SIZE INTO ARV-FL-EXPECTED
006640          END-STRING
006650          MOVE ARV-SCH-CUTOFF(ARV-SCH-FOUND-IX) TO ARV-HHMM
006660          STRING ARV-HHMM-X(1:2) ":" ARV-HHMM-X(3:2)
006670              DELIMITED BY SIZE INTO ARV-FL-CUTOFF
006680          END-STRING
006690      END-IF.
006700      MOVE ARV-STATE TO ARV-FL-STATE.
006710      MOVE ARV-SEEN-TIME TO ARV-FL-SEEN.
006720      IF ARV-MINUTES-LATE > 0
006730          MOVE ARV-MINUTES-LATE TO ARV-FL-MINUTES
006740      END-IF.
006750      MOVE ARV-FEED-LINE TO ARVRPT-LINE.
006760      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
006770  2200-NEXT.
006780      PERFORM 2100-READ-DRVIN THRU 2100-EXIT.
006790  2200-EXIT.
006800      EXIT.
006810
006820*     SCHEDULE ROW FOR THE ENTRY'S FILE-ID, WITH ITS EXPECTED AND
006830*     CUTOFF TIMES IN MINUTES; ZERO WHEN IT HAS NONE
006840  2250-FIND-SCHEDULE.
006850      MOVE 0 TO ARV-SCH-FOUND-IX.
006860      PERFORM 2260-CHECK-SCHEDULE-ROW THRU 2260-EXIT
006870          VARYING ARV-SCH-IX FROM 1 BY 1
006880          UNTIL ARV-SCH-IX > ARV-SCH-CNT
006890             OR ARV-SCH-FOUND-IX NOT = 0.
006900      IF ARV-SCH-FOUND-IX = 0
006910          GO TO 2250-EXIT
006920      END-IF.
006930      MOVE ARV-SCH-EXPECTED(ARV-SCH-FOUND-IX) TO ARV-HHMM.
006940      PERFORM 1550-HHMM-TO-MINUTES THRU 1550-EXIT.
006950      MOVE ARV-WORK-MIN TO ARV-EXP-MIN.
006960      MOVE ARV-SCH-CUTOFF(ARV-SCH-FOUND-IX) TO ARV-HHMM.
006970      PERFORM 1550-HHMM-TO-MINUTES THRU 1550-EXIT.
006980      MOVE ARV-WORK-MIN TO ARV-CUT-MIN.
006990  2250-EXIT.
007000      EXIT.
007010
007020  2260-CHECK-SCHEDULE-ROW.
007030      IF ARV-SCH-ID(ARV-SCH-IX) = DRVIN-FILE-ID
007040          MOVE ARV-SCH-IX TO ARV-SCH-FOUND-IX
007050      END-IF.
007060  2260-EXIT.
007070      EXIT.
007080
007090* ****************************************************************
007100* * 2300-FEED-ARRIVED - FIRST SIGHT OF THE FEED.  THE VERDICT IS
007110* * TAKEN AGAINST THE CLOCK NOW, AND LOGGED WITH THE STAMP.
007120* ****************************************************************
007130  2300-FEED-ARRIVED.
007140      MOVE ARV-STAMP-TIME-DISPLAY TO ARV-SEEN-TIME.
007150      EVALUATE TRUE
007160          WHEN ARV-SCH-FOUND-IX = 0
007170              MOVE "NSCH" TO ARV-ARRIVAL
007180          WHEN ARV-NOW-MIN NOT > ARV-EXP-MIN
007190              MOVE "ONTM" TO ARV-ARRIVAL
007200          WHEN ARV-NOW-MIN NOT > ARV-CUT-MIN
007210              MOVE "LATE" TO ARV-ARRIVAL
007220              COMPUTE ARV-MINUTES-LATE = ARV-NOW-MIN - ARV-EXP-MIN
007230          WHEN OTHER
007240              MOVE "AFTR" TO ARV-ARRIVAL
007250              COMPUTE ARV-MINUTES-LATE = ARV-NOW-MIN - ARV-EXP-MIN
007260      END-EVALUATE.
007270      MOVE "SEEN" TO ARV-FL-EVENT.
007280      PERFORM 3000-LOG-EVENT THRU 3000-EXIT.
007290      PERFORM 2400-COUNT-ARRIVED THRU 2400-EXIT.
007300  2300-EXIT.
007310      EXIT.
007320
007330  2400-COUNT-ARRIVED.
007340      EVALUATE ARV-ARRIVAL
007350          WHEN "ONTM"
007360              MOVE "ARRIVED ON TIME" TO ARV-STATE
007370              ADD 1 TO ARV-ONTIME-COUNT
007380          WHEN "LATE"
007390              MOVE "ARRIVED LATE" TO ARV-STATE
007400              ADD 1 TO ARV-ARR-LATE-COUNT
007410          WHEN "AFTR"
007420              MOVE "ARRIVED AFTER CUTOFF" TO ARV-STATE
007430              ADD 1 TO ARV-ARR-AFTER-COUNT
007440          WHEN OTHER
007450              MOVE "ARRIVED - NO SCHED" TO ARV-STATE
007460              ADD 1 TO ARV-ARR-NSCH-COUNT
007470      END-EVALUATE.
007480  2400-EXIT.
007490      EXIT.
007500
007510* ****************************************************************
007520* * 2500-FEED-MISSING - NOT THERE YET.  LATE RAISES A W ALERT
007530* * ONCE; PAST THE CUTOFF RAISES AN E ALERT ONCE AND PUTS THE
007540* * FEED ON THIS CYCLE'S HOLD LIST.
007550* ****************************************************************
007560  2500-FEED-MISSING.
007570      IF ARV-SCH-FOUND-IX = 0
007580          MOVE "WAITING - NO SCHED" TO ARV-STATE
007590          ADD 1 TO ARV-WAIT-NSCH-COUNT
007600          GO TO 2500-EXIT
007610      END-IF.
007620      IF ARV-NOW-MIN NOT > ARV-EXP-MIN
007630          MOVE "NOT YET DUE" TO ARV-STATE
007640          ADD 1 TO ARV-NOT-DUE-COUNT
007650          GO TO 2500-EXIT
007660      END-IF.
007670      COMPUTE ARV-MINUTES-LATE = ARV-NOW-MIN - ARV-EXP-MIN.
007680      MOVE SPACES TO ARV-ARRIVAL.
007690      IF ARV-NOW-MIN NOT > ARV-CUT-MIN
007700          MOVE "LATE - WAITING" TO ARV-STATE
007710          ADD 1 TO ARV-LATE-COUNT
007720          MOVE "LATE" TO ARV-FL-EVENT
007730          MOVE "W" TO ARV-ALERT-SEV
007740      ELSE
007750          MOVE "PAST CUTOFF - HELD" TO ARV-STATE
007760          ADD 1 TO ARV-HELD-COUNT
007770          PERFORM 2600-WRITE-HOLD THRU 2600-EXIT
007780          MOVE "CUTF" TO ARV-FL-EVENT
007790          MOVE "E" TO ARV-ALERT-SEV
007800      END-IF.
007810      PERFORM 3800-FIND-EVENT THRU 3800-EXIT.
007820      IF ARV-LOG-FOUND-IX NOT = 0
007830          GO TO 2500-EXIT
007840      END-IF.
007850      PERFORM 3000-LOG-EVENT THRU 3000-EXIT.
007860      PERFORM 3500-WRITE-ALERT THRU 3500-EXIT.
007870  2500-EXIT.
007880      EXIT.
007890
007900  2600-WRITE-HOLD.
007910      PERFORM 3100-BUILD-EVENT THRU 3100-EXIT.
007920      MOVE "HOLD" TO ARR-EVENT.
007930      WRITE ARRHOLD-LINE FROM ARRIVAL-RECORD.
007940      IF ARRHOLD-STATUS NOT = "00"
007950          DISPLAY "COUNTARV - UNABLE TO WRITE ARRHOLD, STATUS "
007960              ARRHOLD-STATUS
007970          MOVE "N" TO ARV-HOLD-OPEN-SW
007980          MOVE 16 TO RETURN-CODE
007990          PERFORM 8000-TERMINATE THRU 8000-EXIT
008000          GO TO 9999-EXIT
008010      END-IF.
008020      ADD 1 TO ARV-HOLD-COUNT.
008030  2600-EXIT.
008040      EXIT.
008050
008060* ****************************************************************
008070* * 3000-LOG-EVENT - APPEND THE ARV-FL-EVENT EVENT FOR THE ENTRY
008080* * TO ARRLOG AND REMEMBER IT FOR THE REST OF THE CYCLE
008090* ****************************************************************
008100  3000-LOG-EVENT.
008110      PERFORM 3100-BUILD-EVENT THRU 3100-EXIT.
008120      WRITE ARRIVAL-RECORD.
008130      IF ARRLOG-STATUS NOT = "00"
008140          DISPLAY "COUNTARV - UNABLE TO WRITE ARRLOG, STATUS "
008150              ARRLOG-STATUS
008160          MOVE "N" TO ARV-LOG-OPEN-SW
008170          MOVE 16 TO RETURN-CODE
008180          PERFORM 8000-TERMINATE THRU 8000-EXIT
008190          GO TO 9999-EXIT
008200      END-IF.
008210      ADD 1 TO ARV-EVENT-COUNT.
008220      PERFORM 3900-TABLE-EVENT THRU 3900-EXIT.
008230  3000-EXIT.
008240      EXIT.
008250
008260  3100-BUILD-EVENT.
008270      MOVE SPACES TO ARRIVAL-RECORD.
008280      MOVE ARV-RUN-DATE-DISPLAY TO ARR-RUN-DATE.
008290      MOVE DRVIN-FILE-ID TO ARR-FILE-ID.
008300      MOVE ARV-FL-EVENT TO ARR-EVENT.
008310      MOVE ARV-STAMP-DATE-DISPLAY TO ARR-STAMP-DATE.
008320      MOVE ARV-STAMP-TIME-DISPLAY TO ARR-STAMP-TIME.
008330      IF ARV-SCH-FOUND-IX NOT = 0
008340          MOVE ARV-SCH-EXPECTED(ARV-SCH-FOUND-IX) TO ARR-EXPECTED
008350          MOVE ARV-SCH-CUTOFF(ARV-SCH-FOUND-IX) TO ARR-CUTOFF
008360      END-IF.
008370      MOVE ARV-ARRIVAL TO ARR-ARRIVAL.
008380      MOVE ARV-MINUTES-LATE TO ARR-MINUTES-LATE.
008390      MOVE DRVIN-DSNAME TO ARR-DSNAME.
008400  3100-EXIT.
008410      EXIT.
008420
008430* ****************************************************************
008440* * 3500-WRITE-ALERT - LATE FEED ALERT, SEVERITY ARV-ALERT-SEV
008450* ****************************************************************
008460  3500-WRITE-ALERT.
008470      IF NOT ARV-ALRT-OPEN
008480          GO TO 3500-EXIT
008490      END-IF.
008500      MOVE SPACES TO ALRTOUT-RECORD.
008510      MOVE ARV-RUN-DATE-DISPLAY TO ALR-RUN-DATE.
008520      MOVE ARV-STAMP-TIME-DISPLAY TO ALR-RUN-TIME.
008530      MOVE ARV-JOBNAME TO ALR-JOBNAME.
008540      MOVE ARV-STEPNAME TO ALR-STEPNAME.
008550      MOVE DRVIN-FILE-ID TO ALR-FILE-ID.
008560      MOVE "LATE" TO ALR-REASON.
008570      MOVE ARV-ALERT-SEV TO ALR-SEVERITY.
008580      MOVE ARV-SCH-EXPECTED(ARV-SCH-FOUND-IX) TO ALR-TARGET.
008590      MOVE ARV-MINUTES-LATE TO ALR-RESULT.
008600      WRITE ALRTOUT-RECORD.
008610      IF ARRALRT-STATUS NOT = "00"
008620          DISPLAY "COUNTARV - UNABLE TO WRITE ARRALRT, STATUS "
008630              ARRALRT-STATUS
008640          MOVE "N" TO ARV-ALRT-OPEN-SW
008650          MOVE 16 TO RETURN-CODE
008660          PERFORM 8000-TERMINATE THRU 8000-EXIT
008670          GO TO 9999-EXIT
008680      END-IF.
008690      ADD 1 TO ARV-ALERT-COUNT.
008700  3500-EXIT.
008710      EXIT.
008720
008730*     TODAY'S EVENT TABLE ROW FOR THE FIND KEY, ZERO IF NONE
008740  3800-FIND-EVENT.
008750      MOVE 0 TO ARV-LOG-FOUND-IX.
008760      PERFORM 3810-CHECK-EVENT-ROW THRU 3810-EXIT
008770          VARYING ARV-LOG-IX FROM 1 BY 1
008780          UNTIL ARV-LOG-IX > ARV-LOG-CNT
008790             OR ARV-LOG-FOUND-IX NOT = 0.
008800  3800-EXIT.
008810      EXIT.
008820
008830  3810-CHECK-EVENT-ROW.
008840      IF ARV-LOG-KEY(ARV-LOG-IX) = ARV-FIND-LOG-KEY
008850          MOVE ARV-LOG-IX TO ARV-LOG-FOUND-IX
008860      END-IF.
008870  3810-EXIT.
008880      EXIT.
008890
008900*     ADD THE ARRIVAL RECORD'S EVENT TO TODAY'S TABLE; THE FIRST
008910*     OF A FILE-ID/EVENT STANDS
008920  3900-TABLE-EVENT.
008930      MOVE ARR-FILE-ID TO ARV-FL-FILE-ID.
008940      MOVE ARR-EVENT TO ARV-FL-EVENT.
008950      PERFORM 3800-FIND-EVENT THRU 3800-EXIT.
008960      IF ARV-LOG-FOUND-IX NOT = 0
008970          GO TO 3900-EXIT
008980      END-IF.
008990      IF ARV-LOG-CNT >= ARV-LOG-MAX
009000          DISPLAY "COUNTARV - EVENT TABLE FULL AT " ARV-LOG-MAX
009010              " ENTRIES"
009020          MOVE 16 TO RETURN-CODE
009030          PERFORM 8000-TERMINATE THRU 8000-EXIT
009040          GO TO 9999-EXIT
009050      END-IF.
009060      ADD 1 TO ARV-LOG-CNT.
009070      MOVE ARV-FIND-LOG-KEY TO ARV-LOG-KEY(ARV-LOG-CNT).
009080      MOVE ARR-STAMP-TIME TO ARV-LOG-TIME(ARV-LOG-CNT).
009090      MOVE ARR-ARRIVAL TO ARV-LOG-ARRIVAL(ARV-LOG-CNT).
009100      MOVE ARR-MINUTES-LATE TO ARV-LOG-MINUTES(ARV-LOG-CNT).
009110  3900-EXIT.
009120      EXIT.
009130
009140* ****************************************************************
009150* * 4500-PAGE-HEADERS - TITLE, BUSINESS DATE, WATCH STAMP
009160* ****************************************************************
009170  4500-PAGE-HEADERS.
009180      ADD 1 TO ARV-PAGE-CTR.
009190      MOVE ARV-PAGE-CTR TO ARV-H1-PAGE.
009200      MOVE ARV-HEADER-1 TO ARVRPT-LINE.
009210      IF ARV-PAGE-CTR = 1
009220          WRITE ARVRPT-LINE
009230      ELSE
009240          WRITE ARVRPT-LINE AFTER ADVANCING PAGE
009250      END-IF.
009260      PERFORM 4650-CHECK-ARVRPT THRU 4650-EXIT.
009270      MOVE ARV-RUN-DATE-DISPLAY TO ARV-H2-RUN-DATE.
009280      MOVE ARV-STAMP-DATE-DISPLAY TO ARV-H2-STAMP-DATE.
009290      MOVE ARV-STAMP-TIME-DISPLAY TO ARV-H2-STAMP-TIME.
009300      IF ARV-BACKDATED
009310          MOVE "  BACKDATED - CLOCK AT 24:00" TO ARV-H2-BACKDATED
009320      ELSE
009330          MOVE SPACES TO ARV-H2-BACKDATED
009340      END-IF.
009350      MOVE ARV-HEADER-2 TO ARVRPT-LINE.
009360      WRITE ARVRPT-LINE AFTER ADVANCING 1 LINE.
009370      PERFORM 4650-CHECK-ARVRPT THRU 4650-EXIT.
009380      MOVE SPACES TO ARVRPT-LINE.
009390      WRITE ARVRPT-LINE AFTER ADVANCING 1 LINE.
009400      PERFORM 4650-CHECK-ARVRPT THRU 4650-EXIT.
009410      MOVE 3 TO ARV-LINE-CTR.
009420  4500-EXIT.
009430      EXIT.
009440
009450  4600-WRITE-REPORT-LINE.
009460      IF ARV-LINE-CTR >= ARV-LINES-PER-PAGE
009470          MOVE ARVRPT-LINE TO ARV-SAVE-LINE
009480          PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT
009490          MOVE ARV-SAVE-LINE TO ARVRPT-LINE
009500      END-IF.
009510      WRITE ARVRPT-LINE AFTER ADVANCING 1 LINE.
009520      PERFORM 4650-CHECK-ARVRPT THRU 4650-EXIT.
009530      ADD 1 TO ARV-LINE-CTR.
009540  4600-EXIT.
009550      EXIT.
009560
009570  4650-CHECK-ARVRPT.
009580      IF ARVRPT-STATUS NOT = "00"
009590          DISPLAY "COUNTARV - UNABLE TO WRITE ARVRPT, STATUS "
009600              ARVRPT-STATUS
009610          MOVE "N" TO ARV-RPT-OPEN-SW
009620          MOVE 16 TO RETURN-CODE
009630          PERFORM 8000-TERMINATE THRU 8000-EXIT
009640          GO TO 9999-EXIT
009650      END-IF.
009660  4650-EXIT.
009670      EXIT.
009680
009690  4700-WRITE-SECTION.
009700      MOVE SPACES TO ARVRPT-LINE.
009710      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
009720      MOVE ARV-SECTION-LINE TO ARVRPT-LINE.
009730      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
009740  4700-EXIT.
009750      EXIT.
009760
009770* ****************************************************************
009780* * 6000-WRITE-SUMMARY - COUNTS AND THE VERDICT
009790* ****************************************************************
009800  6000-WRITE-SUMMARY.
009810      MOVE SPACES TO ARV-SECTION-LINE.
009820      MOVE "SUMMARY" TO ARV-SEC-TEXT.
009830      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
009840      MOVE "  DRVIN ENTRIES READ" TO ARV-SEC-TEXT.
009850      MOVE ARV-DRV-COUNT TO ARV-SEC-VALUE.
009860      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
009870      MOVE "  DSNAME FEEDS WATCHED" TO ARV-SEC-TEXT.
009880      MOVE ARV-FEED-COUNT TO ARV-SEC-VALUE.
009890      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
009900      MOVE "    ARRIVED ON TIME" TO ARV-SEC-TEXT.
009910      MOVE ARV-ONTIME-COUNT TO ARV-SEC-VALUE.
009920      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
009930      MOVE "    ARRIVED LATE" TO ARV-SEC-TEXT.
009940      MOVE ARV-ARR-LATE-COUNT TO ARV-SEC-VALUE.
009950      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
009960      MOVE "    ARRIVED AFTER CUTOFF" TO ARV-SEC-TEXT.
009970      MOVE ARV-ARR-AFTER-COUNT TO ARV-SEC-VALUE.
009980      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
009990      MOVE "    ARRIVED - NO SCHEDULE" TO ARV-SEC-TEXT.
010000      MOVE ARV-ARR-NSCH-COUNT TO ARV-SEC-VALUE.
010010      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
010020      MOVE "    NOT YET DUE" TO ARV-SEC-TEXT.
010030      MOVE ARV-NOT-DUE-COUNT TO ARV-SEC-VALUE.
010040      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
010050      MOVE "    LATE - STILL WAITING" TO ARV-SEC-TEXT.
010060      MOVE ARV-LATE-COUNT TO ARV-SEC-VALUE.
010070      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
010080      MOVE "    PAST CUTOFF - HELD" TO ARV-SEC-TEXT.
010090      MOVE ARV-HELD-COUNT TO ARV-SEC-VALUE.
010100      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
010110      MOVE "    WAITING - NO SCHEDULE" TO ARV-SEC-TEXT.
010120      MOVE ARV-WAIT-NSCH-COUNT TO ARV-SEC-VALUE.
010130      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
010140      MOVE "  ARRSCH ENTRIES SKIPPED" TO ARV-SEC-TEXT.
010150      MOVE ARV-SCH-SKIP-COUNT TO ARV-SEC-VALUE.
010160      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
010170      MOVE "  ALERTS RAISED THIS CYCLE" TO ARV-SEC-TEXT.
010180      MOVE ARV-ALERT-COUNT TO ARV-SEC-VALUE.
010190      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
010200      MOVE "  ARRLOG EVENTS LOGGED THIS CYCLE" TO ARV-SEC-TEXT.
010210      MOVE ARV-EVENT-COUNT TO ARV-SEC-VALUE.
010220      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
010230      MOVE "  ARRHOLD ENTRIES WRITTEN" TO ARV-SEC-TEXT.
010240      MOVE ARV-HOLD-COUNT TO ARV-SEC-VALUE.
010250      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
010260      MOVE SPACES TO ARV-SECTION-LINE.
010270      EVALUATE TRUE
010280          WHEN ARV-HELD-COUNT NOT = 0
010290              MOVE "FEEDS PAST CUTOFF - HELD FROM THE COUNT"
010300                  TO ARV-SEC-TEXT
010310              MOVE 8 TO RETURN-CODE
010320          WHEN ARV-LATE-COUNT NOT = 0
010330              MOVE "FEEDS LATE - INSIDE CUTOFF" TO ARV-SEC-TEXT
010340              MOVE 4 TO RETURN-CODE
010350          WHEN ARV-SCH-SKIP-COUNT NOT = 0
010360              MOVE "ARRSCH ENTRIES SKIPPED" TO ARV-SEC-TEXT
010370              MOVE 4 TO RETURN-CODE
010380          WHEN OTHER
010390              MOVE "NO FEED LATE" TO ARV-SEC-TEXT
010400      END-EVALUATE.
010410      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
010420  6000-EXIT.
010430      EXIT.
010440
010450  6100-WRITE-COUNT.
010460      MOVE ARV-SECTION-LINE TO ARVRPT-LINE.
010470      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
010480      MOVE SPACES TO ARV-SECTION-LINE.
010490  6100-EXIT.
010500      EXIT.
010510
010520* ****************************************************************
010530* * 8000-TERMINATE - CLOSE THE OUTPUTS, DISPLAY COUNTS
010540* ****************************************************************
010550  8000-TERMINATE.
010560      IF ARV-LOG-OPEN
010570          CLOSE ARRLOG-FILE
010580          MOVE "N" TO ARV-LOG-OPEN-SW
010590      END-IF.
010600      IF ARV-HOLD-OPEN
010610          CLOSE ARRHOLD-FILE
010620          MOVE "N" TO ARV-HOLD-OPEN-SW
010630      END-IF.
010640      IF ARV-ALRT-OPEN
010650          CLOSE ARRALRT-FILE
010660          MOVE "N" TO ARV-ALRT-OPEN-SW
010670      END-IF.
010680      IF ARV-RPT-OPEN
010690          CLOSE ARVRPT-FILE
010700          MOVE "N" TO ARV-RPT-OPEN-SW
010710      END-IF.
010720      MOVE ARV-FEED-COUNT TO ARV-COUNT-DISPLAY.
010730      DISPLAY "COUNTARV - DSNAME FEEDS WATCHED    = "
010740          ARV-COUNT-DISPLAY.
010750      MOVE ARV-LATE-COUNT TO ARV-COUNT-DISPLAY.
010760      DISPLAY "COUNTARV - LATE, STILL WAITING     = "
010770          ARV-COUNT-DISPLAY.
010780      MOVE ARV-HELD-COUNT TO ARV-COUNT-DISPLAY.
010790      DISPLAY "COUNTARV - PAST CUTOFF, HELD       = "
010800          ARV-COUNT-DISPLAY.
010810      MOVE ARV-ALERT-COUNT TO ARV-COUNT-DISPLAY.
010820      DISPLAY "COUNTARV - ALERTS RAISED           = "
010830          ARV-COUNT-DISPLAY.
010840  8000-EXIT.
010850      EXIT.
010860
010870* ****************************************************************
010880* * 9999-EXIT - SINGLE PROGRAM EXIT POINT
010890* ****************************************************************
010900  9999-EXIT.
010910      STOP RUN.
