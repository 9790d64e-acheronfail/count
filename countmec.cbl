000100* ---------------------------------------------------------------
000110  IDENTIFICATION DIVISION.
000120  PROGRAM-ID. COUNTMEC.
000130  AUTHOR. J SANDERS.
000140  INSTALLATION. DATA CENTER SERVICES.
000150  DATE-WRITTEN. 10/15/2026.
000160  DATE-COMPILED.
000170* ---------------------------------------------------------------
000180*  COUNTMEC - MONTH-END CLOSE CERTIFICATION.  COUNTEOD CERTIFIES
000190*  ONE DAY AT A TIME; THIS PROVES EVERY PROCESSING DAY OF THE
000200*  MONTH WAS CLOSED, NOT JUST THE LAST ONE.
000210*
000220*  THE MONTH IS EXPANDED DAY BY DAY FROM CALIN.  A CALIN BYPASS
000230*  (B) DATE IS NEVER DUE.  ANY OTHER DAY IS DUE WHEN IT HAS A D
000240*  RECORD OR ITS DAY OF THE WEEK HAS A W RECORD; A CALENDAR WITH
000250*  NO D RECORD IN THE MONTH AND NO W RECORD AT ALL (OR NO CALIN)
000260*  MAKES EVERY DAY THAT IS NOT BYPASSED DUE.
000270*
000280*  EACH DUE DAY IS CHECKED AGAINST THE CLSHST CLOSE HISTORY,
000290*  WHERE COUNTEOD APPENDS EVERY CLOSE RECORD:
000300*    MISS  NO CLOSE RECORD FOR THE DAY
000310*    FAIL  THE LATEST CLOSE FOR THE DAY IS NOT A PASS
000320*    DUPL  MORE THAN ONE CLOSE FOR THE DAY PASSED - A FAILED
000330*          CLOSE RERUN TO A PASS IS NOT AN EXCEPTION
000340*    HIST  THE LATEST CLOSE DOES NOT AGREE WITH HSTMST: NO
000350*          HISTORY FOR A DAY THAT CLOSED WITH DRVIN ENTRIES,
000360*          MORE HISTORY RECORDS THAN CLOSE RESULTS, OR CLOSE
000370*          RESULTS SHORT OF THE DRVIN ENTRIES
000380*  AN EXCEPTION IS CLEARED ONLY BY A WAIVIN WAIVER FOR THE DATE
000390*  (AND CODE, OR A BLANK CODE FOR ALL OF THE DAY'S EXCEPTIONS)
000400*  CARRYING THE WAIVING USER AND A REASON.  A WAIVER WITHOUT
000410*  BOTH IS NOT HONORED.
000420*
000430*  PARM:    YYYYMM - THE MONTH TO CERTIFY.  DEFAULT IS THE MONTH
000440*           OF THE BUSINESS DATE WHEN THAT IS THE LAST DAY OF THE
000450*           MONTH, OTHERWISE THE MONTH BEFORE IT.  A MONTH THAT
000460*           HAS NOT ENDED CANNOT BE CERTIFIED.
000470*  INPUT:   CLSHST  - CLOSE HISTORY FROM COUNTEOD
000480*           HSTMST  - THE KEYED HISTORY MASTER FROM COUNTHST
000490*           CALIN   - THE PROCESSING CALENDAR (OPTIONAL)
000500*           WAIVIN  - EXCEPTION WAIVERS (OPTIONAL)
000510*  OUTPUT:  MCROUT  - MONTH CERTIFICATE, MCRREC LAYOUT
000520*           MECRPT  - CERTIFICATION REPORT FOR SIGN-OFF
000530*  RETURN CODES: 0 MONTH CERTIFIED CLEAN,  4 CERTIFIED, EVERY
000540*  EXCEPTION WAIVED,  8 EXCEPTIONS OUTSTANDING - HOLD THE
000550*  MONTH-END JOBS,  16 FILE FAILURE OR A BAD OR UNENDED MONTH.
000560* ---------------------------------------------------------------
000570*  MODIFICATION HISTORY
000580* ---------------------------------------------------------------
000590*   DATE      INIT  DESCRIPTION
000600*   --------  ----  --------------------------------------------
000610*   10/15/26  JRS   ORIGINAL PROGRAM - MONTH CERTIFICATE FROM THE
000620*                   CLOSE HISTORY, CALENDAR AND HSTMST.
000630* ---------------------------------------------------------------
000640
000650  ENVIRONMENT DIVISION.
000660  INPUT-OUTPUT SECTION.
000670  FILE-CONTROL.
000680      SELECT CLSHST-FILE ASSIGN TO CLSHST
000690          ORGANIZATION IS SEQUENTIAL
000700          FILE STATUS IS CLSHST-STATUS.
000710      SELECT HSTMST-FILE ASSIGN TO HSTMST
000720          ORGANIZATION IS INDEXED
000730          ACCESS MODE IS DYNAMIC
000740          RECORD KEY IS HST-KEY
000750          FILE STATUS IS HSTMST-STATUS.
000760      SELECT CALIN-FILE ASSIGN TO CALIN
000770          ORGANIZATION IS SEQUENTIAL
000780          FILE STATUS IS CALIN-STATUS.
000790      SELECT WAIVIN-FILE ASSIGN TO WAIVIN
000800          ORGANIZATION IS SEQUENTIAL
000810          FILE STATUS IS WAIVIN-STATUS.
000820      SELECT MCROUT-FILE ASSIGN TO MCROUT
000830          ORGANIZATION IS SEQUENTIAL
000840          FILE STATUS IS MCROUT-STATUS.
000850      SELECT MECRPT-FILE ASSIGN TO MECRPT
000860          ORGANIZATION IS SEQUENTIAL
000870          FILE STATUS IS MECRPT-STATUS.
000880      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000890          ORGANIZATION IS SEQUENTIAL
000900          FILE STATUS IS BUSDATE-STATUS.
000910
000920  DATA DIVISION.
000930  FILE SECTION.
000940*   CLSHST - CLOSE HISTORY, EVERY CLOSE RECORD APPENDED
000950  FD  CLSHST-FILE
000960      RECORDING MODE IS F
000970      LABEL RECORDS ARE STANDARD.
000980      COPY CLSREC REPLACING LEADING ==CLS== BY ==CHS==.
000990
001000*   HSTMST - THE KEYED HISTORY MASTER MAINTAINED BY COUNTHST
001010  FD  HSTMST-FILE
001020      LABEL RECORDS ARE STANDARD.
001030      COPY HMSREC.
001040
001050*   CALIN - THE PROCESSING CALENDAR
001060  FD  CALIN-FILE
001070      RECORDING MODE IS F
001080      LABEL RECORDS ARE STANDARD.
001090      COPY CALREC.
001100
001110*   WAIVIN - EXCEPTION WAIVERS.  DATE YYYY-MM-DD, CODE (BLANK
001120*   WAIVES ALL OF THE DAY'S EXCEPTIONS), WAIVING USER, REASON.
001130  FD  WAIVIN-FILE
001140      RECORDING MODE IS F
001150      LABEL RECORDS ARE STANDARD.
001160  01  WAIVIN-RECORD.
001170      05  MWV-DATE                PIC X(10).
001180      05  FILLER                  PIC X(01).
001190      05  MWV-CODE                PIC X(04).
001200      05  FILLER                  PIC X(01).
001210      05  MWV-USER                PIC X(08).
001220      05  FILLER                  PIC X(01).
001230      05  MWV-REASON              PIC X(55).
001240
001250*   MCROUT - MONTH CERTIFICATE FOR THE MONTH-END JOBS
001260  FD  MCROUT-FILE
001270      RECORDING MODE IS F
001280      LABEL RECORDS ARE STANDARD.
001290      COPY MCRREC.
001300
001310*   MECRPT - CERTIFICATION REPORT
001320  FD  MECRPT-FILE
001330      RECORDING MODE IS F
001340      LABEL RECORDS ARE STANDARD.
001350  01  MECRPT-LINE                 PIC X(132).
001360
001370*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
001380  FD  BUSDATE-FILE
001390      RECORDING MODE IS F
001400      LABEL RECORDS ARE STANDARD.
001410  01  BUSDATE-LINE                PIC X(80).
001420
001430  WORKING-STORAGE SECTION.
001440
001450*   COUNTERS
001460  77  MEC-CLS-READ-COUNT          PIC 9(09) COMP VALUE 0.
001470  77  MEC-CLS-MONTH-COUNT         PIC 9(09) COMP VALUE 0.
001480  77  MEC-CLS-NOT-DUE-COUNT       PIC 9(09) COMP VALUE 0.
001490  77  MEC-HST-READ-COUNT          PIC 9(09) COMP VALUE 0.
001500  77  MEC-HST-MONTH-COUNT         PIC 9(09) COMP VALUE 0.
001510  77  MEC-WVR-READ-COUNT          PIC 9(09) COMP VALUE 0.
001520  77  MEC-DUE-COUNT               PIC 9(04) COMP VALUE 0.
001530  77  MEC-BYPASS-COUNT            PIC 9(04) COMP VALUE 0.
001540  77  MEC-CLEAN-COUNT             PIC 9(04) COMP VALUE 0.
001550  77  MEC-WAIVED-COUNT            PIC 9(04) COMP VALUE 0.
001560  77  MEC-OPEN-COUNT              PIC 9(04) COMP VALUE 0.
001570  77  MEC-UNUSED-WVR-COUNT        PIC 9(04) COMP VALUE 0.
001580  77  MEC-COUNT-DISPLAY           PIC Z(08)9.
001590
001600*   THE MONTH BEING CERTIFIED
001610  01  MEC-MONTH-NUM               PIC 9(06) VALUE 0.
001620  01  MEC-MONTH-PARTS REDEFINES MEC-MONTH-NUM.
001630      05  MEC-MONTH-YYYY          PIC 9(04).
001640      05  MEC-MONTH-MM            PIC 9(02).
001650  77  MEC-BUS-MONTH               PIC 9(06) VALUE 0.
001660  77  MEC-MONTH-DISPLAY           PIC X(07) VALUE SPACES.
001670  77  MEC-FIRST-DAYNO             PIC 9(07) COMP VALUE 0.
001680  77  MEC-LAST-DAYNO              PIC 9(07) COMP VALUE 0.
001690  77  MEC-DAYS-IN-MONTH           PIC 9(02) COMP VALUE 0.
001700
001710*   ONE ENTRY PER DAY OF THE MONTH - THE CALENDAR, ITS CLOSES
001720*   AND ITS HISTORY
001730  01  MEC-DAY-TABLE.
001740      05  MEC-DAY-ENTRY OCCURS 31 TIMES.
001750          10  MEC-DAY-DATE        PIC 9(08).
001760          10  MEC-DAY-DISPLAY     PIC X(10).
001770          10  MEC-DAY-DOW         PIC 9(01) COMP.
001780          10  MEC-DAY-BYP-SW      PIC X(01).
001790          10  MEC-DAY-SCHED-SW    PIC X(01).
001800          10  MEC-DAY-DUE-SW      PIC X(01).
001810          10  MEC-DAY-CLOSES      PIC 9(04) COMP.
001820          10  MEC-DAY-PASSES      PIC 9(04) COMP.
001830          10  MEC-DAY-LATEST      PIC X(04).
001840          10  MEC-DAY-DRV         PIC 9(09) COMP.
001850          10  MEC-DAY-RSL         PIC 9(09) COMP.
001860          10  MEC-DAY-HST-RECS    PIC 9(09) COMP.
001870          10  MEC-DAY-HST-VOL     PIC 9(18) COMP.
001880          10  MEC-DAY-EXC-CNT     PIC 9(02) COMP.
001890          10  MEC-DAY-OPEN-CNT    PIC 9(02) COMP.
001900  77  MEC-DAY-IX                  PIC 9(02) COMP.
001910  77  MEC-DAY-NUM                 PIC 9(02) VALUE 0.
001920
001930*   CALENDAR - W RECORDS BY DAY OF THE WEEK, AND WHETHER THE
001940*   CALENDAR SCHEDULES THE MONTH AT ALL
001950  01  MEC-CAL-DOW-TABLE.
001960      05  MEC-CLW-SET-SW          PIC X(01) OCCURS 7 TIMES.
001970  77  MEC-DOW-IX                  PIC 9(01) COMP.
001980  77  MEC-CAL-SCHED-COUNT         PIC 9(04) COMP VALUE 0.
001990
002000*   EXCEPTIONS FOUND, AND THE WAIVER THAT CLEARED EACH (0 IS
002010*   OUTSTANDING)
002020  77  MEC-EXC-MAX                 PIC 9(04) COMP VALUE 124.
002030  01  MEC-EXCEPTION-TABLE.
002040      05  MEC-EXC-ENTRY OCCURS 124 TIMES.
002050          10  MEC-EXC-DAY         PIC 9(02) COMP.
002060          10  MEC-EXC-CODE        PIC X(04).
002070          10  MEC-EXC-TEXT        PIC X(35).
002080          10  MEC-EXC-WVR-IX      PIC 9(04) COMP.
002090  77  MEC-EXC-CNT                 PIC 9(04) COMP VALUE 0.
002100  77  MEC-EXC-IX                  PIC 9(04) COMP.
002110  77  MEC-NEW-CODE                PIC X(04).
002120  77  MEC-NEW-TEXT                PIC X(35).
002130
002140*   WAIVERS FOR THE MONTH
002150  77  MEC-WVR-MAX                 PIC 9(04) COMP VALUE 200.
002160  01  MEC-WAIVER-TABLE.
002170      05  MEC-WVR-ENTRY OCCURS 200 TIMES.
002180          10  MEC-WVR-DATE        PIC X(10).
002190          10  MEC-WVR-CODE        PIC X(04).
002200          10  MEC-WVR-USER        PIC X(08).
002210          10  MEC-WVR-REASON      PIC X(55).
002220          10  MEC-WVR-VALID-SW    PIC X(01).
002230          10  MEC-WVR-USED-SW     PIC X(01).
002240          10  MEC-WVR-NOTE        PIC X(24).
002250  77  MEC-WVR-CNT                 PIC 9(04) COMP VALUE 0.
002260  77  MEC-WVR-IX                  PIC 9(04) COMP.
002270  77  MEC-WVR-FOUND-IX            PIC 9(04) COMP VALUE 0.
002280
002290*   DATE WORK FIELDS
002300  77  MEC-WORK-DAYNO              PIC 9(07) COMP VALUE 0.
002310  77  MEC-WORK-DATE               PIC 9(08) VALUE 0.
002320  77  MEC-DOW-WORK                PIC 9(09) COMP VALUE 0.
002330  77  MEC-DOW-QUOT                PIC 9(09) COMP VALUE 0.
002340  77  MEC-DOW                     PIC 9(01) COMP VALUE 0.
002350  77  MEC-DATE-DISPLAY            PIC X(10).
002360  77  MEC-CHS-DRV                 PIC 9(09) VALUE 0.
002370  77  MEC-CHS-RSL                 PIC 9(09) VALUE 0.
002380  01  MEC-DAY-NAMES-TEXT          PIC X(21)
002390                                  VALUE "MONTUEWEDTHUFRISATSUN".
002400  01  MEC-DAY-NAMES REDEFINES MEC-DAY-NAMES-TEXT.
002410      05  MEC-DAY-NAME            PIC X(03) OCCURS 7 TIMES.
002420
002430*   PARM STRING AND ITS PARSED TOKENS
002440  01  MEC-PARM-TEXT               PIC X(80).
002450  01  MEC-PARM-TOKENS.
002460      05  MEC-PARM-TOK            PIC X(18) OCCURS 8 TIMES.
002470  77  MEC-PARM-IX                 PIC 9(02) COMP.
002480
002490*   CONDITION SWITCHES
002500  01  MEC-SWITCHES.
002510      05  MEC-MASTER-EOF-SW       PIC X(01) VALUE "N".
002520          88  MEC-MASTER-EOF                VALUE "Y".
002530      05  MEC-MONTH-OPEN-SW       PIC X(01) VALUE "N".
002540          88  MEC-MONTH-OPEN                VALUE "Y".
002550      05  MEC-CALIN-SW            PIC X(01) VALUE "N".
002560          88  MEC-CALIN-FOUND               VALUE "Y".
002570      05  MEC-WAIVIN-SW           PIC X(01) VALUE "N".
002580          88  MEC-WAIVIN-FOUND              VALUE "Y".
002590      05  MEC-HST-OPEN-SW         PIC X(01) VALUE "N".
002600          88  MEC-HST-OPEN                  VALUE "Y".
002610      05  MEC-MCR-OPEN-SW         PIC X(01) VALUE "N".
002620          88  MEC-MCR-OPEN                  VALUE "Y".
002630      05  MEC-RPT-OPEN-SW         PIC X(01) VALUE "N".
002640          88  MEC-RPT-OPEN                  VALUE "Y".
002650
002660*   FILE STATUS FIELDS
002670  01  MEC-FILE-STATUSES.
002680      05  CLSHST-STATUS           PIC X(02) VALUE SPACES.
002690          88  CLSHST-EOF                    VALUE "10".
002700      05  HSTMST-STATUS           PIC X(02) VALUE SPACES.
002710      05  CALIN-STATUS            PIC X(02) VALUE SPACES.
002720          88  CALIN-EOF                     VALUE "10".
002730      05  WAIVIN-STATUS           PIC X(02) VALUE SPACES.
002740          88  WAIVIN-EOF                    VALUE "10".
002750      05  MCROUT-STATUS           PIC X(02) VALUE SPACES.
002760      05  MECRPT-STATUS           PIC X(02) VALUE SPACES.
002770      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
002780
002790*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
002800*   MACHINE DATE IT OVERRIDES
002810      COPY BDTREC.
002820  01  MEC-BUSDATE-FIELDS.
002830      05  MEC-MACHINE-DATE        PIC 9(08) VALUE 0.
002840      05  MEC-BACKDATE-SW         PIC X(01) VALUE "N".
002850          88  MEC-BACKDATED                 VALUE "Y".
002860
002870*   RUN DATE
002880  01  MEC-CURRENT-DATE-FIELDS.
002890      05  MEC-CD-DATE             PIC 9(08).
002900      05  MEC-CD-TIME             PIC 9(06).
002910      05  FILLER                  PIC X(07).
002920  77  MEC-RUN-DATE-DISPLAY        PIC X(10).
002930
002940*   PAGE CONTROL
002950  77  MEC-PAGE-CTR                PIC 9(04) COMP VALUE 0.
002960  77  MEC-LINE-CTR                PIC 9(02) COMP VALUE 99.
002970  77  MEC-LINES-PER-PAGE          PIC 9(02) COMP VALUE 56.
002980
002990*   REPORT LINE LAYOUTS
003000  01  MEC-HEADER-1.
003010      05  FILLER                  PIC X(09) VALUE "COUNTMEC".
003020      05  FILLER                  PIC X(20) VALUE SPACES.
003030      05  FILLER                  PIC X(36)
003040          VALUE "MONTH-END CLOSE CERTIFICATION".
003050      05  FILLER                  PIC X(52) VALUE SPACES.
003060      05  FILLER                  PIC X(05) VALUE "PAGE ".
003070      05  MEC-H1-PAGE             PIC Z(03)9.
003080      05  FILLER                  PIC X(06) VALUE SPACES.
003090  01  MEC-HEADER-2.
003100      05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
003110      05  MEC-H2-RUN-DATE         PIC X(10).
003120      05  FILLER                  PIC X(09) VALUE "  MONTH: ".
003130      05  MEC-H2-MONTH            PIC X(07).
003140      05  MEC-H2-BACKDATE         PIC X(16).
003150      05  FILLER                  PIC X(80) VALUE SPACES.
003160  01  MEC-DAY-HEADS.
003170      05  FILLER                  PIC X(12) VALUE "DATE".
003180      05  FILLER                  PIC X(05) VALUE "DAY".
003190      05  FILLER                  PIC X(08) VALUE "DUE".
003200      05  FILLER                  PIC X(08) VALUE "CLOSES".
003210      05  FILLER                  PIC X(08) VALUE "PASSES".
003220      05  FILLER                  PIC X(06) VALUE "LAST".
003230      05  FILLER                  PIC X(11) VALUE "    DRVIN".
003240      05  FILLER                  PIC X(11) VALUE "   RSLTIN".
003250      05  FILLER                  PIC X(11) VALUE "   HSTMST".
003260      05  FILLER                  PIC X(20)
003270          VALUE "     HSTMST VOLUME".
003280      05  FILLER                  PIC X(32) VALUE "STATUS".
003290  01  MEC-DAY-LINE.
003300      05  MEC-DL-DATE             PIC X(10).
003310      05  FILLER                  PIC X(02) VALUE SPACES.
003320      05  MEC-DL-DAY              PIC X(03).
003330      05  FILLER                  PIC X(02) VALUE SPACES.
003340      05  MEC-DL-DUE              PIC X(06).
003350      05  FILLER                  PIC X(02) VALUE SPACES.
003360      05  MEC-DL-CLOSES           PIC Z(05)9.
003370      05  FILLER                  PIC X(02) VALUE SPACES.
003380      05  MEC-DL-PASSES           PIC Z(05)9.
003390      05  FILLER                  PIC X(02) VALUE SPACES.
003400      05  MEC-DL-LATEST           PIC X(04).
003410      05  FILLER                  PIC X(02) VALUE SPACES.
003420      05  MEC-DL-DRV              PIC Z(08)9.
003430      05  FILLER                  PIC X(02) VALUE SPACES.
003440      05  MEC-DL-RSL              PIC Z(08)9.
003450      05  FILLER                  PIC X(02) VALUE SPACES.
003460      05  MEC-DL-HST-RECS         PIC Z(08)9.
003470      05  FILLER                  PIC X(02) VALUE SPACES.
003480      05  MEC-DL-HST-VOL          PIC Z(17)9.
003490      05  FILLER                  PIC X(02) VALUE SPACES.
003500      05  MEC-DL-STATUS           PIC X(14).
003510      05  FILLER                  PIC X(16) VALUE SPACES.
003520  01  MEC-EXC-HEADS.
003530      05  FILLER                  PIC X(12) VALUE "DATE".
003540      05  FILLER                  PIC X(06) VALUE "CODE".
003550      05  FILLER                  PIC X(37) VALUE "DESCRIPTION".
003560      05  FILLER                  PIC X(12) VALUE "DISPOSITION".
003570      05  FILLER                  PIC X(10) VALUE "BY".
003580      05  FILLER                  PIC X(55) VALUE "REASON".
003590  01  MEC-EXC-LINE.
003600      05  MEC-EL-DATE             PIC X(10).
003610      05  FILLER                  PIC X(02) VALUE SPACES.
003620      05  MEC-EL-CODE             PIC X(04).
003630      05  FILLER                  PIC X(02) VALUE SPACES.
003640      05  MEC-EL-TEXT             PIC X(35).
003650      05  FILLER                  PIC X(02) VALUE SPACES.
003660      05  MEC-EL-DISPOSITION      PIC X(12).
003670      05  MEC-EL-USER             PIC X(08).
003680      05  FILLER                  PIC X(02) VALUE SPACES.
003690      05  MEC-EL-REASON           PIC X(55).
003700  01  MEC-WVR-HEADS.
003710      05  FILLER                  PIC X(12) VALUE "DATE".
003720      05  FILLER                  PIC X(06) VALUE "CODE".
003730      05  FILLER                  PIC X(10) VALUE "USER".
003740      05  FILLER                  PIC X(26) VALUE "NOT APPLIED".
003750      05  FILLER                  PIC X(78) VALUE "REASON".
003760  01  MEC-WVR-LINE.
003770      05  MEC-WL-DATE             PIC X(10).
003780      05  FILLER                  PIC X(02) VALUE SPACES.
003790      05  MEC-WL-CODE             PIC X(04).
003800      05  FILLER                  PIC X(02) VALUE SPACES.
003810      05  MEC-WL-USER             PIC X(08).
003820      05  FILLER                  PIC X(02) VALUE SPACES.
003830      05  MEC-WL-NOTE             PIC X(24).
003840      05  FILLER                  PIC X(02) VALUE SPACES.
003850      05  MEC-WL-REASON           PIC X(55).
003860      05  FILLER                  PIC X(23) VALUE SPACES.
003870  01  MEC-SECTION-LINE.
003880      05  MEC-SEC-TEXT            PIC X(44).
003890      05  MEC-SEC-VALUE           PIC X(20).
003900      05  FILLER                  PIC X(68) VALUE SPACES.
003910  01  MEC-SIGN-LINE.
003920      05  FILLER                  PIC X(02) VALUE SPACES.
003930      05  MEC-SG-ROLE             PIC X(14).
003940      05  FILLER                  PIC X(30) VALUE ALL "_".
003950      05  FILLER                  PIC X(10) VALUE "    DATE  ".
003960      05  FILLER                  PIC X(12) VALUE ALL "_".
003970      05  FILLER                  PIC X(64) VALUE SPACES.
003980  01  MEC-SAVE-LINE               PIC X(132).
003990
004000  PROCEDURE DIVISION.
004010
004020* ****************************************************************
004030* * 0000-MAINLINE - EXPAND THE MONTH, GATHER ITS CLOSES AND
004040* * HISTORY, FIND AND WAIVE THE EXCEPTIONS, CERTIFY
004050* ****************************************************************
004060  0000-MAINLINE.
004070      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004080      PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.
004090      PERFORM 1400-LOAD-CLOSES THRU 1400-EXIT.
004100      PERFORM 1500-LOAD-WAIVERS THRU 1500-EXIT.
004110      PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT.
004120      PERFORM 3000-CHECK-DAY THRU 3000-EXIT
004130          VARYING MEC-DAY-IX FROM 1 BY 1
004140          UNTIL MEC-DAY-IX > MEC-DAYS-IN-MONTH.
004150      PERFORM 3500-APPLY-WAIVERS THRU 3500-EXIT
004160          VARYING MEC-EXC-IX FROM 1 BY 1
004170          UNTIL MEC-EXC-IX > MEC-EXC-CNT.
004180      PERFORM 4000-REPORT-DAYS THRU 4000-EXIT.
004190      PERFORM 5000-REPORT-EXCEPTIONS THRU 5000-EXIT.
004200      PERFORM 5500-REPORT-WAIVERS THRU 5500-EXIT.
004210      PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
004220      PERFORM 6500-WRITE-CERTIFICATE THRU 6500-EXIT.
004230      PERFORM 6800-WRITE-SIGN-OFF THRU 6800-EXIT.
004240      PERFORM 8000-TERMINATE THRU 8000-EXIT.
004250      GO TO 9999-EXIT.
004260  0000-EXIT.
004270      EXIT.
004280
004290* ****************************************************************
004300* * 1000-INITIALIZE - PARM, RUN DATE, THE MONTH, OPEN FILES
004310* ****************************************************************
004320  1000-INITIALIZE.
004330      MOVE FUNCTION CURRENT-DATE TO MEC-CURRENT-DATE-FIELDS.
004340      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
004350      STRING MEC-CD-DATE(1:4) "-" MEC-CD-DATE(5:2) "-"
004360          MEC-CD-DATE(7:2) DELIMITED BY SIZE
004370          INTO MEC-RUN-DATE-DISPLAY
004380      END-STRING.
004390      ACCEPT MEC-PARM-TEXT FROM COMMAND-LINE.
004400      PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
004410      PERFORM 1200-SET-MONTH THRU 1200-EXIT.
004420      OPEN INPUT HSTMST-FILE.
004430      IF HSTMST-STATUS NOT = "00"
004440          DISPLAY "COUNTMEC - UNABLE TO OPEN HSTMST, STATUS "
004450              HSTMST-STATUS
004460          MOVE 16 TO RETURN-CODE
004470          GO TO 9999-EXIT
004480      END-IF.
004490      MOVE "Y" TO MEC-HST-OPEN-SW.
004500      OPEN OUTPUT MECRPT-FILE.
004510      IF MECRPT-STATUS NOT = "00"
004520          DISPLAY "COUNTMEC - UNABLE TO OPEN MECRPT, STATUS "
004530              MECRPT-STATUS
004540          MOVE 16 TO RETURN-CODE
004550          PERFORM 8000-TERMINATE THRU 8000-EXIT
004560          GO TO 9999-EXIT
004570      END-IF.
004580      MOVE "Y" TO MEC-RPT-OPEN-SW.
004590      OPEN OUTPUT MCROUT-FILE.
004600      IF MCROUT-STATUS NOT = "00"
004610          DISPLAY "COUNTMEC - UNABLE TO OPEN MCROUT, STATUS "
004620              MCROUT-STATUS
004630          MOVE 16 TO RETURN-CODE
004640          PERFORM 8000-TERMINATE THRU 8000-EXIT
004650          GO TO 9999-EXIT
004660      END-IF.
004670      MOVE "Y" TO MEC-MCR-OPEN-SW.
004680      PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT.
004690  1000-EXIT.
004700      EXIT.
004710
004720* ****************************************************************
004730* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
004740* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
004750* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
004760* * TODAY OR NOT A VALID DATE STOPS THE RUN.
004770* ****************************************************************
004780  1050-GET-BUSINESS-DATE.
004790      MOVE MEC-CD-DATE TO MEC-MACHINE-DATE.
004800      MOVE SPACES TO BUSDATE-RECORD.
004810      OPEN INPUT BUSDATE-FILE.
004820      IF BUSDATE-STATUS NOT = "00"
004830          GO TO 1050-EXIT
004840      END-IF.
004850      READ BUSDATE-FILE INTO BUSDATE-RECORD
004860          AT END
004870              MOVE SPACES TO BUSDATE-RECORD
004880      END-READ.
004890      CLOSE BUSDATE-FILE.
004900      IF BDT-BUSINESS-DATE-X = SPACES
004910          OR BDT-BUSINESS-DATE-X = ZEROS
004920          GO TO 1050-EXIT
004930      END-IF.
004940      IF BDT-BUSINESS-DATE-X NOT NUMERIC
004950          DISPLAY "COUNTMEC - BUSDATE DATE NOT NUMERIC: "
004960              BDT-BUSINESS-DATE-X
004970          MOVE 16 TO RETURN-CODE
004980          GO TO 9999-EXIT
004990      END-IF.
005000      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
005010          OR BDT-BUSINESS-DATE > MEC-MACHINE-DATE
005020          DISPLAY "COUNTMEC - BUSDATE NOT A VALID PAST DATE: "
005030              BDT-BUSINESS-DATE-X
005040          MOVE 16 TO RETURN-CODE
005050          GO TO 9999-EXIT
005060      END-IF.
005070      MOVE BDT-BUSINESS-DATE TO MEC-CD-DATE.
005080      IF MEC-CD-DATE < MEC-MACHINE-DATE
005090          MOVE "Y" TO MEC-BACKDATE-SW
005100          DISPLAY "COUNTMEC - BACKDATED RUN FOR BUSINESS DATE "
005110              BDT-BUSINESS-DATE-X
005120      END-IF.
005130  1050-EXIT.
005140      EXIT.
005150
005160  1100-PARSE-PARM.
005170      MOVE SPACES TO MEC-PARM-TOKENS.
005180      UNSTRING MEC-PARM-TEXT DELIMITED BY ALL SPACE OR ","
005190          INTO MEC-PARM-TOK(1) MEC-PARM-TOK(2) MEC-PARM-TOK(3)
005200               MEC-PARM-TOK(4) MEC-PARM-TOK(5) MEC-PARM-TOK(6)
005210               MEC-PARM-TOK(7) MEC-PARM-TOK(8)
005220      END-UNSTRING.
005230      PERFORM 1110-CHECK-TOKEN THRU 1110-EXIT
005240          VARYING MEC-PARM-IX FROM 1 BY 1
005250          UNTIL MEC-PARM-IX > 8.
005260  1100-EXIT.
005270      EXIT.
005280
005290  1110-CHECK-TOKEN.
005300      IF MEC-PARM-TOK(MEC-PARM-IX) = SPACES
005310          GO TO 1110-EXIT
005320      END-IF.
005330      IF MEC-PARM-TOK(MEC-PARM-IX)(1:6) IS NUMERIC
005340          AND MEC-PARM-TOK(MEC-PARM-IX)(7:) = SPACES
005350          MOVE MEC-PARM-TOK(MEC-PARM-IX)(1:6) TO MEC-MONTH-NUM
005360      ELSE
005370          DISPLAY "COUNTMEC - PARM TOKEN IGNORED: "
005380              MEC-PARM-TOK(MEC-PARM-IX)
005390      END-IF.
005400  1110-EXIT.
005410      EXIT.
005420
005430* ****************************************************************
005440* * 1200-SET-MONTH - THE MONTH TO CERTIFY AND ONE DAY ENTRY FOR
005450* * EACH OF ITS DAYS.  WITH NO PARM, A BUSINESS DATE ON THE LAST
005460* * DAY OF A MONTH CERTIFIES THAT MONTH; ANY OTHER DAY CERTIFIES
005470* * THE MONTH BEFORE.  A MONTH THAT HAS NOT ENDED BY THE
005480* * BUSINESS DATE IS REFUSED.
005490* ****************************************************************
005500  1200-SET-MONTH.
005510      MOVE MEC-CD-DATE(1:6) TO MEC-BUS-MONTH.
005520      COMPUTE MEC-WORK-DAYNO =
005530          FUNCTION INTEGER-OF-DATE(MEC-CD-DATE) + 1.
005540      COMPUTE MEC-WORK-DATE =
005550          FUNCTION DATE-OF-INTEGER(MEC-WORK-DAYNO).
005560      IF MEC-WORK-DATE(1:6) = MEC-BUS-MONTH
005570          MOVE "Y" TO MEC-MONTH-OPEN-SW
005580      END-IF.
005590      IF MEC-MONTH-NUM = 0
005600          MOVE MEC-BUS-MONTH TO MEC-MONTH-NUM
005610          IF MEC-MONTH-OPEN
005620              MOVE "N" TO MEC-MONTH-OPEN-SW
005630              IF MEC-MONTH-MM = 1
005640                  SUBTRACT 1 FROM MEC-MONTH-YYYY
005650                  MOVE 12 TO MEC-MONTH-MM
005660              ELSE
005670                  SUBTRACT 1 FROM MEC-MONTH-MM
005680              END-IF
005690          END-IF
005700      END-IF.
005710      IF MEC-MONTH-MM < 1 OR MEC-MONTH-MM > 12
005720          OR MEC-MONTH-YYYY < 1601
005730          OR MEC-MONTH-NUM > MEC-BUS-MONTH
005740          DISPLAY "COUNTMEC - MONTH NOT VALID: " MEC-MONTH-NUM
005750          MOVE 16 TO RETURN-CODE
005760          GO TO 9999-EXIT
005770      END-IF.
005780      IF MEC-MONTH-NUM < MEC-BUS-MONTH
005790          MOVE "N" TO MEC-MONTH-OPEN-SW
005800      END-IF.
005810      IF MEC-MONTH-OPEN
005820          DISPLAY "COUNTMEC - MONTH NOT YET ENDED: "
005830              MEC-MONTH-NUM
005840          MOVE 16 TO RETURN-CODE
005850          GO TO 9999-EXIT
005860      END-IF.
005870      STRING MEC-MONTH-NUM(1:4) "-" MEC-MONTH-NUM(5:2)
005880          DELIMITED BY SIZE
005890          INTO MEC-MONTH-DISPLAY
005900      END-STRING.
005910      COMPUTE MEC-WORK-DATE = MEC-MONTH-NUM * 100 + 1.
005920      COMPUTE MEC-FIRST-DAYNO =
005930          FUNCTION INTEGER-OF-DATE(MEC-WORK-DATE).
005940*     THE LAST DAY IS THE DAY BEFORE THE FIRST OF THE NEXT MONTH
005950      IF MEC-MONTH-MM = 12
005960          COMPUTE MEC-WORK-DATE =
005970              (MEC-MONTH-YYYY + 1) * 10000 + 101
005980      ELSE
005990          COMPUTE MEC-WORK-DATE = MEC-MONTH-NUM * 100 + 101
006000      END-IF.
006010      COMPUTE MEC-LAST-DAYNO =
006020          FUNCTION INTEGER-OF-DATE(MEC-WORK-DATE) - 1.
006030      COMPUTE MEC-DAYS-IN-MONTH =
006040          MEC-LAST-DAYNO - MEC-FIRST-DAYNO + 1.
006050      PERFORM 1210-SET-DAY THRU 1210-EXIT
006060          VARYING MEC-DAY-IX FROM 1 BY 1
006070          UNTIL MEC-DAY-IX > MEC-DAYS-IN-MONTH.
006080  1200-EXIT.
006090      EXIT.
006100
006110  1210-SET-DAY.
006120      COMPUTE MEC-WORK-DAYNO = MEC-FIRST-DAYNO + MEC-DAY-IX - 1.
006130      COMPUTE MEC-WORK-DATE =
006140          FUNCTION DATE-OF-INTEGER(MEC-WORK-DAYNO).
006150      MOVE MEC-WORK-DATE TO MEC-DAY-DATE(MEC-DAY-IX).
006160      PERFORM 5900-FORMAT-DATE THRU 5900-EXIT.
006170      MOVE MEC-DATE-DISPLAY TO MEC-DAY-DISPLAY(MEC-DAY-IX).
006180      PERFORM 1700-DAY-OF-WEEK THRU 1700-EXIT.
006190      MOVE MEC-DOW TO MEC-DAY-DOW(MEC-DAY-IX).
006200      MOVE "N" TO MEC-DAY-BYP-SW(MEC-DAY-IX)
006210                  MEC-DAY-SCHED-SW(MEC-DAY-IX)
006220                  MEC-DAY-DUE-SW(MEC-DAY-IX).
006230      MOVE SPACES TO MEC-DAY-LATEST(MEC-DAY-IX).
006240      MOVE 0 TO MEC-DAY-CLOSES(MEC-DAY-IX)
006250                MEC-DAY-PASSES(MEC-DAY-IX)
006260                MEC-DAY-DRV(MEC-DAY-IX)
006270                MEC-DAY-RSL(MEC-DAY-IX)
006280                MEC-DAY-HST-RECS(MEC-DAY-IX)
006290                MEC-DAY-HST-VOL(MEC-DAY-IX)
006300                MEC-DAY-EXC-CNT(MEC-DAY-IX)
006310                MEC-DAY-OPEN-CNT(MEC-DAY-IX).
006320  1210-EXIT.
006330      EXIT.
006340
006350* ****************************************************************
006360* * 1300-LOAD-CALENDAR - THE MONTH'S BYPASS AND D-RECORD DATES,
006370* * AND THE W-RECORD DAYS OF THE WEEK, THEN WHICH DAYS ARE DUE.
006380* * NO CALIN MEANS EVERY DAY IS DUE.
006390* ****************************************************************
006400  1300-LOAD-CALENDAR.
006410      PERFORM 1305-CLEAR-DOW THRU 1305-EXIT
006420          VARYING MEC-DOW-IX FROM 1 BY 1
006430          UNTIL MEC-DOW-IX > 7.
006440      OPEN INPUT CALIN-FILE.
006450      IF CALIN-STATUS NOT = "00"
006460          DISPLAY "COUNTMEC - NO CALIN, EVERY DAY IS DUE"
006470          GO TO 1300-SET-DUE
006480      END-IF.
006490      MOVE "Y" TO MEC-CALIN-SW.
006500      PERFORM 1310-READ-CALIN THRU 1310-EXIT.
006510      PERFORM 1320-LOAD-CAL-ENTRY THRU 1320-EXIT
006520          UNTIL CALIN-EOF.
006530      CLOSE CALIN-FILE.
006540  1300-SET-DUE.
006550      PERFORM 1330-SET-DUE-DAY THRU 1330-EXIT
006560          VARYING MEC-DAY-IX FROM 1 BY 1
006570          UNTIL MEC-DAY-IX > MEC-DAYS-IN-MONTH.
006580  1300-EXIT.
006590      EXIT.
006600
006610  1305-CLEAR-DOW.
006620      MOVE "N" TO MEC-CLW-SET-SW(MEC-DOW-IX).
006630  1305-EXIT.
006640      EXIT.
006650
006660  1310-READ-CALIN.
006670      READ CALIN-FILE
006680          AT END
006690              CONTINUE
006700      END-READ.
006701      IF CALIN-STATUS NOT = "00" AND CALIN-STATUS NOT = "10"
006702          DISPLAY "COUNTMEC - UNABLE TO READ CALIN, STATUS "
006703              CALIN-STATUS
006704          CLOSE CALIN-FILE
006705          MOVE 16 TO RETURN-CODE
006706          PERFORM 8000-TERMINATE THRU 8000-EXIT
006707          GO TO 9999-EXIT
006708      END-IF.
006710  1310-EXIT.
006720      EXIT.
006730
006740  1320-LOAD-CAL-ENTRY.
006750      IF CAL-REC-TYPE = "W" AND CAL-DOW-X NUMERIC
006760          AND CAL-DOW NOT < 1 AND CAL-DOW NOT > 7
006770          MOVE "Y" TO MEC-CLW-SET-SW(CAL-DOW)
006780          ADD 1 TO MEC-CAL-SCHED-COUNT
006790          GO TO 1320-NEXT
006800      END-IF.
006810      IF CAL-DATE-X NOT NUMERIC
006820          GO TO 1320-NEXT
006830      END-IF.
006840      IF CAL-DATE-X(1:6) NOT = MEC-MONTH-NUM
006850          GO TO 1320-NEXT
006860      END-IF.
006870      MOVE CAL-DATE-X(7:2) TO MEC-DAY-NUM.
006880      IF MEC-DAY-NUM < 1 OR MEC-DAY-NUM > MEC-DAYS-IN-MONTH
006890          GO TO 1320-NEXT
006900      END-IF.
006910      IF CAL-REC-TYPE = "B"
006920          MOVE "Y" TO MEC-DAY-BYP-SW(MEC-DAY-NUM)
006930      END-IF.
006940      IF CAL-REC-TYPE = "D"
006950          MOVE "Y" TO MEC-DAY-SCHED-SW(MEC-DAY-NUM)
006960          ADD 1 TO MEC-CAL-SCHED-COUNT
006970      END-IF.
006980  1320-NEXT.
006990      PERFORM 1310-READ-CALIN THRU 1310-EXIT.
007000  1320-EXIT.
007010      EXIT.
007020
007030*     A BYPASS DATE IS NEVER DUE, EVEN WITH A D RECORD
007040  1330-SET-DUE-DAY.
007050      IF MEC-DAY-BYP-SW(MEC-DAY-IX) = "Y"
007060          ADD 1 TO MEC-BYPASS-COUNT
007070          GO TO 1330-EXIT
007080      END-IF.
007090      IF MEC-CAL-SCHED-COUNT = 0
007100          OR MEC-DAY-SCHED-SW(MEC-DAY-IX) = "Y"
007110          OR MEC-CLW-SET-SW(MEC-DAY-DOW(MEC-DAY-IX)) = "Y"
007120          MOVE "Y" TO MEC-DAY-DUE-SW(MEC-DAY-IX)
007130          ADD 1 TO MEC-DUE-COUNT
007140      END-IF.
007150  1330-EXIT.
007160      EXIT.
007170
007180* ****************************************************************
007190* * 1400-LOAD-CLOSES - EVERY CLSHST CLOSE FOR THE MONTH, BY DAY.
007200* * THE LATEST CLOSE FOR A DAY GIVES ITS VERDICT AND COUNTS.  NO
007210* * CLOSE HISTORY, NO CERTIFICATION.
007220* ****************************************************************
007230  1400-LOAD-CLOSES.
007240      OPEN INPUT CLSHST-FILE.
007250      IF CLSHST-STATUS NOT = "00"
007260          DISPLAY "COUNTMEC - UNABLE TO OPEN CLSHST, STATUS "
007270              CLSHST-STATUS
007280          MOVE 16 TO RETURN-CODE
007290          PERFORM 8000-TERMINATE THRU 8000-EXIT
007300          GO TO 9999-EXIT
007310      END-IF.
007320      PERFORM 1410-READ-CLSHST THRU 1410-EXIT.
007330      PERFORM 1420-TALLY-ONE-CLOSE THRU 1420-EXIT
007340          UNTIL CLSHST-EOF.
007350      CLOSE CLSHST-FILE.
007360  1400-EXIT.
007370      EXIT.
007380
007390  1410-READ-CLSHST.
007400      READ CLSHST-FILE
007410          AT END
007420              CONTINUE
007430      END-READ.
007431      IF CLSHST-STATUS NOT = "00" AND CLSHST-STATUS NOT = "10"
007432          DISPLAY "COUNTMEC - UNABLE TO READ CLSHST, STATUS "
007433              CLSHST-STATUS
007434          CLOSE CLSHST-FILE
007435          MOVE 16 TO RETURN-CODE
007436          PERFORM 8000-TERMINATE THRU 8000-EXIT
007437          GO TO 9999-EXIT
007438      END-IF.
007440  1410-EXIT.
007450      EXIT.
007460
007470  1420-TALLY-ONE-CLOSE.
007480      ADD 1 TO MEC-CLS-READ-COUNT.
007490      IF CHS-RUN-DATE(1:7) NOT = MEC-MONTH-DISPLAY
007500          OR CHS-RUN-DATE(9:2) NOT NUMERIC
007510          GO TO 1420-NEXT
007520      END-IF.
007530      MOVE CHS-RUN-DATE(9:2) TO MEC-DAY-NUM.
007540      IF MEC-DAY-NUM < 1 OR MEC-DAY-NUM > MEC-DAYS-IN-MONTH
007550          GO TO 1420-NEXT
007560      END-IF.
007570      ADD 1 TO MEC-CLS-MONTH-COUNT.
007580      ADD 1 TO MEC-DAY-CLOSES(MEC-DAY-NUM).
007590      IF CHS-OVERALL = "PASS"
007600          ADD 1 TO MEC-DAY-PASSES(MEC-DAY-NUM)
007610      END-IF.
007620      MOVE CHS-OVERALL TO MEC-DAY-LATEST(MEC-DAY-NUM).
007630      MOVE CHS-DRV-COUNT TO MEC-CHS-DRV.
007640      MOVE CHS-RSL-COUNT TO MEC-CHS-RSL.
007650      MOVE MEC-CHS-DRV TO MEC-DAY-DRV(MEC-DAY-NUM).
007660      MOVE MEC-CHS-RSL TO MEC-DAY-RSL(MEC-DAY-NUM).
007670  1420-NEXT.
007680      PERFORM 1410-READ-CLSHST THRU 1410-EXIT.
007690  1420-EXIT.
007700      EXIT.
007710
007720* ****************************************************************
007730* * 1500-LOAD-WAIVERS - THE WAIVERS DATED IN THE MONTH.  ONE
007740* * WITHOUT A WAIVING USER AND A REASON, OR FOR A CODE THAT IS
007750* * NOT AN EXCEPTION CODE, IS KEPT ONLY TO BE LISTED AS NOT
007760* * APPLIED.
007770* ****************************************************************
007780  1500-LOAD-WAIVERS.
007790      OPEN INPUT WAIVIN-FILE.
007800      IF WAIVIN-STATUS NOT = "00"
007810          DISPLAY "COUNTMEC - NO WAIVIN, NO WAIVERS APPLIED"
007820          GO TO 1500-EXIT
007830      END-IF.
007840      MOVE "Y" TO MEC-WAIVIN-SW.
007850      PERFORM 1510-READ-WAIVIN THRU 1510-EXIT.
007860      PERFORM 1520-LOAD-ONE-WAIVER THRU 1520-EXIT
007870          UNTIL WAIVIN-EOF.
007880      CLOSE WAIVIN-FILE.
007890  1500-EXIT.
007900      EXIT.
007910
007920  1510-READ-WAIVIN.
007930      READ WAIVIN-FILE
007940          AT END
007950              CONTINUE
007960      END-READ.
007961      IF WAIVIN-STATUS NOT = "00" AND WAIVIN-STATUS NOT = "10"
007962          DISPLAY "COUNTMEC - UNABLE TO READ WAIVIN, STATUS "
007963              WAIVIN-STATUS
007964          CLOSE WAIVIN-FILE
007965          MOVE 16 TO RETURN-CODE
007966          PERFORM 8000-TERMINATE THRU 8000-EXIT
007967          GO TO 9999-EXIT
007968      END-IF.
007970  1510-EXIT.
007980      EXIT.
007990
008000  1520-LOAD-ONE-WAIVER.
008010      ADD 1 TO MEC-WVR-READ-COUNT.
008020      IF MWV-DATE(1:7) NOT = MEC-MONTH-DISPLAY
008030          GO TO 1520-NEXT
008040      END-IF.
008050      IF MEC-WVR-CNT >= MEC-WVR-MAX
008060          DISPLAY "COUNTMEC - WAIVER TABLE FULL, IGNORED: "
008070              MWV-DATE " " MWV-CODE
008080          GO TO 1520-NEXT
008090      END-IF.
008100      ADD 1 TO MEC-WVR-CNT.
008110      MOVE MWV-DATE TO MEC-WVR-DATE(MEC-WVR-CNT).
008120      MOVE MWV-CODE TO MEC-WVR-CODE(MEC-WVR-CNT).
008130      MOVE MWV-USER TO MEC-WVR-USER(MEC-WVR-CNT).
008140      MOVE MWV-REASON TO MEC-WVR-REASON(MEC-WVR-CNT).
008150      MOVE "Y" TO MEC-WVR-VALID-SW(MEC-WVR-CNT).
008160      MOVE "N" TO MEC-WVR-USED-SW(MEC-WVR-CNT).
008170      MOVE SPACES TO MEC-WVR-NOTE(MEC-WVR-CNT).
008180      MOVE 0 TO MEC-DAY-NUM.
008190      IF MWV-DATE(8:1) = "-" AND MWV-DATE(9:2) NUMERIC
008200          MOVE MWV-DATE(9:2) TO MEC-DAY-NUM
008210      END-IF.
008220      EVALUATE TRUE
008230          WHEN MEC-DAY-NUM < 1 OR MEC-DAY-NUM > MEC-DAYS-IN-MONTH
008240              MOVE "DATE NOT VALID"
008250                  TO MEC-WVR-NOTE(MEC-WVR-CNT)
008260          WHEN MWV-USER = SPACES
008270              MOVE "NO WAIVING USER"
008280                  TO MEC-WVR-NOTE(MEC-WVR-CNT)
008290          WHEN MWV-REASON = SPACES
008300              MOVE "NO REASON GIVEN"
008310                  TO MEC-WVR-NOTE(MEC-WVR-CNT)
008320          WHEN MWV-CODE NOT = SPACES AND MWV-CODE NOT = "MISS"
008330           AND MWV-CODE NOT = "FAIL" AND MWV-CODE NOT = "DUPL"
008340           AND MWV-CODE NOT = "HIST"
008350              MOVE "NOT AN EXCEPTION CODE"
008360                  TO MEC-WVR-NOTE(MEC-WVR-CNT)
008370      END-EVALUATE.
008380      IF MEC-WVR-NOTE(MEC-WVR-CNT) NOT = SPACES
008390          MOVE "N" TO MEC-WVR-VALID-SW(MEC-WVR-CNT)
008400      END-IF.
008410  1520-NEXT.
008420      PERFORM 1510-READ-WAIVIN THRU 1510-EXIT.
008430  1520-EXIT.
008440      EXIT.
008450
008460*     DAY OF THE WEEK OF MEC-WORK-DAYNO, 1=MONDAY ... 7=SUNDAY,
008470*     AS COUNT WORKS IT FOR THE CALIN W RECORDS
008480  1700-DAY-OF-WEEK.
008490      COMPUTE MEC-DOW-WORK = MEC-WORK-DAYNO - 1.
008500      DIVIDE MEC-DOW-WORK BY 7
008510          GIVING MEC-DOW-QUOT REMAINDER MEC-DOW-WORK.
008520      COMPUTE MEC-DOW = MEC-DOW-WORK + 1.
008530  1700-EXIT.
008540      EXIT.
008550
008560* ****************************************************************
008570* * 2000-SCAN-HISTORY - EVERY HSTMST RECORD DATED IN THE MONTH IS
008580* * COUNTED, WITH ITS RESULT, AGAINST ITS DAY.  THE KEY LEADS
008590* * WITH THE FILE-ID, SO THE WHOLE MASTER IS READ.
008600* ****************************************************************
008610  2000-SCAN-HISTORY.
008620      MOVE "N" TO MEC-MASTER-EOF-SW.
008630      MOVE LOW-VALUES TO HST-KEY.
008640      START HSTMST-FILE KEY NOT LESS THAN HST-KEY
008650          INVALID KEY
008660              MOVE "Y" TO MEC-MASTER-EOF-SW
008670      END-START.
008680      PERFORM 2100-PROCESS-ONE-RECORD THRU 2100-EXIT
008690          UNTIL MEC-MASTER-EOF.
008700  2000-EXIT.
008710      EXIT.
008720
008730  2100-PROCESS-ONE-RECORD.
008740      READ HSTMST-FILE NEXT RECORD
008750          AT END
008760              MOVE "Y" TO MEC-MASTER-EOF-SW
008770              GO TO 2100-EXIT
008780      END-READ.
008790      IF HSTMST-STATUS NOT = "00"
008800          DISPLAY "COUNTMEC - UNABLE TO READ HSTMST, STATUS "
008810              HSTMST-STATUS
008812          MOVE 16 TO RETURN-CODE
008814          PERFORM 8000-TERMINATE THRU 8000-EXIT
008816          GO TO 9999-EXIT
008820      END-IF.
008830      ADD 1 TO MEC-HST-READ-COUNT.
008840      IF HST-RUN-DATE(1:7) NOT = MEC-MONTH-DISPLAY
008850          OR HST-RUN-DATE(9:2) NOT NUMERIC
008860          GO TO 2100-EXIT
008870      END-IF.
008880      MOVE HST-RUN-DATE(9:2) TO MEC-DAY-NUM.
008890      IF MEC-DAY-NUM < 1 OR MEC-DAY-NUM > MEC-DAYS-IN-MONTH
008900          GO TO 2100-EXIT
008910      END-IF.
008920      ADD 1 TO MEC-HST-MONTH-COUNT.
008930      ADD 1 TO MEC-DAY-HST-RECS(MEC-DAY-NUM).
008940      IF HST-RESULT NUMERIC
008950          ADD HST-RESULT TO MEC-DAY-HST-VOL(MEC-DAY-NUM)
008960      END-IF.
008970  2100-EXIT.
008980      EXIT.
008990
009000* ****************************************************************
009010* * 3000-CHECK-DAY - THE EXCEPTIONS FOR ONE DUE DAY.  A CLOSE ON
009020* * A DAY THAT WAS NOT DUE IS COUNTED, NOT AN EXCEPTION.
009030* ****************************************************************
009040  3000-CHECK-DAY.
009050      IF MEC-DAY-DUE-SW(MEC-DAY-IX) NOT = "Y"
009060          ADD MEC-DAY-CLOSES(MEC-DAY-IX) TO MEC-CLS-NOT-DUE-COUNT
009070          GO TO 3000-EXIT
009080      END-IF.
009090      IF MEC-DAY-CLOSES(MEC-DAY-IX) = 0
009100          MOVE "MISS" TO MEC-NEW-CODE
009110          MOVE "NO CLOSE RECORD FOR THE DAY" TO MEC-NEW-TEXT
009120          PERFORM 3100-ADD-EXCEPTION THRU 3100-EXIT
009130          GO TO 3000-EXIT
009140      END-IF.
009150      IF MEC-DAY-LATEST(MEC-DAY-IX) NOT = "PASS"
009160          MOVE "FAIL" TO MEC-NEW-CODE
009170          MOVE "LATEST CLOSE DID NOT PASS" TO MEC-NEW-TEXT
009180          PERFORM 3100-ADD-EXCEPTION THRU 3100-EXIT
009190      END-IF.
009200      IF MEC-DAY-PASSES(MEC-DAY-IX) > 1
009210          MOVE "DUPL" TO MEC-NEW-CODE
009220          MOVE "MORE THAN ONE CLOSE PASSED" TO MEC-NEW-TEXT
009230          PERFORM 3100-ADD-EXCEPTION THRU 3100-EXIT
009240      END-IF.
009250*     THE LATEST CLOSE AGAINST THE DAY'S HSTMST RECORDS - ONE PER
009260*     FILE-ID RUN, SO NEVER MORE THAN THE CLOSE'S RESULTS
009270      MOVE SPACES TO MEC-NEW-TEXT.
009280      EVALUATE TRUE
009290          WHEN MEC-DAY-HST-RECS(MEC-DAY-IX) = 0
009300           AND MEC-DAY-DRV(MEC-DAY-IX) > 0
009310              MOVE "NO HSTMST HISTORY FOR THE DAY"
009320                  TO MEC-NEW-TEXT
009330          WHEN MEC-DAY-HST-RECS(MEC-DAY-IX) >
009340               MEC-DAY-RSL(MEC-DAY-IX)
009350              MOVE "HSTMST RECORDS EXCEED CLOSE RESULTS"
009360                  TO MEC-NEW-TEXT
009370          WHEN MEC-DAY-RSL(MEC-DAY-IX) < MEC-DAY-DRV(MEC-DAY-IX)
009380              MOVE "CLOSE RESULTS SHORT OF DRVIN"
009390                  TO MEC-NEW-TEXT
009400      END-EVALUATE.
009410      IF MEC-NEW-TEXT NOT = SPACES
009420          MOVE "HIST" TO MEC-NEW-CODE
009430          PERFORM 3100-ADD-EXCEPTION THRU 3100-EXIT
009440      END-IF.
009450  3000-EXIT.
009460      EXIT.
009470
009480  3100-ADD-EXCEPTION.
009490      IF MEC-EXC-CNT >= MEC-EXC-MAX
009500          DISPLAY "COUNTMEC - EXCEPTION TABLE FULL AT "
009510              MEC-EXC-MAX " ENTRIES"
009520          MOVE 16 TO RETURN-CODE
009530          PERFORM 8000-TERMINATE THRU 8000-EXIT
009540          GO TO 9999-EXIT
009550      END-IF.
009560      ADD 1 TO MEC-EXC-CNT.
009570      MOVE MEC-DAY-IX TO MEC-EXC-DAY(MEC-EXC-CNT).
009580      MOVE MEC-NEW-CODE TO MEC-EXC-CODE(MEC-EXC-CNT).
009590      MOVE MEC-NEW-TEXT TO MEC-EXC-TEXT(MEC-EXC-CNT).
009600      MOVE 0 TO MEC-EXC-WVR-IX(MEC-EXC-CNT).
009610      ADD 1 TO MEC-DAY-EXC-CNT(MEC-DAY-IX).
009620  3100-EXIT.
009630      EXIT.
009640
009650* ****************************************************************
009660* * 3500-APPLY-WAIVERS - THE FIRST VALID WAIVER FOR THE DATE
009670* * NAMING THE EXCEPTION'S CODE, OR NO CODE, CLEARS IT
009680* ****************************************************************
009690  3500-APPLY-WAIVERS.
009700      MOVE 0 TO MEC-WVR-FOUND-IX.
009710      MOVE MEC-EXC-DAY(MEC-EXC-IX) TO MEC-DAY-IX.
009720      PERFORM 3510-MATCH-WAIVER THRU 3510-EXIT
009730          VARYING MEC-WVR-IX FROM 1 BY 1
009740          UNTIL MEC-WVR-IX > MEC-WVR-CNT
009750             OR MEC-WVR-FOUND-IX > 0.
009760      IF MEC-WVR-FOUND-IX = 0
009770          ADD 1 TO MEC-OPEN-COUNT
009780          ADD 1 TO MEC-DAY-OPEN-CNT(MEC-DAY-IX)
009790          GO TO 3500-EXIT
009800      END-IF.
009810      MOVE MEC-WVR-FOUND-IX TO MEC-EXC-WVR-IX(MEC-EXC-IX).
009820      MOVE "Y" TO MEC-WVR-USED-SW(MEC-WVR-FOUND-IX).
009830      ADD 1 TO MEC-WAIVED-COUNT.
009840  3500-EXIT.
009850      EXIT.
009860
009870  3510-MATCH-WAIVER.
009880      IF MEC-WVR-VALID-SW(MEC-WVR-IX) NOT = "Y"
009890          GO TO 3510-EXIT
009900      END-IF.
009910      IF MEC-WVR-DATE(MEC-WVR-IX) NOT =
009920          MEC-DAY-DISPLAY(MEC-DAY-IX)
009930          GO TO 3510-EXIT
009940      END-IF.
009950      IF MEC-WVR-CODE(MEC-WVR-IX) = SPACES
009960          OR MEC-WVR-CODE(MEC-WVR-IX) = MEC-EXC-CODE(MEC-EXC-IX)
009970          MOVE MEC-WVR-IX TO MEC-WVR-FOUND-IX
009980      END-IF.
009990  3510-EXIT.
010000      EXIT.
010010
010020* ****************************************************************
010030* * 4000-REPORT-DAYS - ONE LINE PER DAY OF THE MONTH
010040* ****************************************************************
010050  4000-REPORT-DAYS.
010060      MOVE SPACES TO MEC-SECTION-LINE.
010070      MOVE "DAYS OF THE MONTH" TO MEC-SEC-TEXT.
010080      MOVE MEC-MONTH-DISPLAY TO MEC-SEC-VALUE.
010090      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
010100      MOVE MEC-DAY-HEADS TO MECRPT-LINE.
010110      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
010120      PERFORM 4100-REPORT-ONE-DAY THRU 4100-EXIT
010130          VARYING MEC-DAY-IX FROM 1 BY 1
010140          UNTIL MEC-DAY-IX > MEC-DAYS-IN-MONTH.
010150  4000-EXIT.
010160      EXIT.
010170
010180  4100-REPORT-ONE-DAY.
010190      MOVE SPACES TO MEC-DAY-LINE.
010200      MOVE MEC-DAY-DISPLAY(MEC-DAY-IX) TO MEC-DL-DATE.
010210      MOVE MEC-DAY-NAME(MEC-DAY-DOW(MEC-DAY-IX)) TO MEC-DL-DAY.
010220      MOVE MEC-DAY-CLOSES(MEC-DAY-IX) TO MEC-DL-CLOSES.
010230      MOVE MEC-DAY-PASSES(MEC-DAY-IX) TO MEC-DL-PASSES.
010240      MOVE MEC-DAY-LATEST(MEC-DAY-IX) TO MEC-DL-LATEST.
010250      MOVE MEC-DAY-DRV(MEC-DAY-IX) TO MEC-DL-DRV.
010260      MOVE MEC-DAY-RSL(MEC-DAY-IX) TO MEC-DL-RSL.
010270      MOVE MEC-DAY-HST-RECS(MEC-DAY-IX) TO MEC-DL-HST-RECS.
010280      MOVE MEC-DAY-HST-VOL(MEC-DAY-IX) TO MEC-DL-HST-VOL.
010290      EVALUATE TRUE
010300          WHEN MEC-DAY-BYP-SW(MEC-DAY-IX) = "Y"
010310              MOVE "BYPASS" TO MEC-DL-DUE
010320              MOVE "NOT DUE" TO MEC-DL-STATUS
010330          WHEN MEC-DAY-DUE-SW(MEC-DAY-IX) NOT = "Y"
010340              MOVE "NO" TO MEC-DL-DUE
010350              MOVE "NOT DUE" TO MEC-DL-STATUS
010360          WHEN MEC-DAY-EXC-CNT(MEC-DAY-IX) = 0
010370              MOVE "YES" TO MEC-DL-DUE
010380              MOVE "CLEAN" TO MEC-DL-STATUS
010390              ADD 1 TO MEC-CLEAN-COUNT
010400          WHEN MEC-DAY-OPEN-CNT(MEC-DAY-IX) = 0
010410              MOVE "YES" TO MEC-DL-DUE
010420              MOVE "WAIVED" TO MEC-DL-STATUS
010430          WHEN OTHER
010440              MOVE "YES" TO MEC-DL-DUE
010450              MOVE "*** EXCEPTION" TO MEC-DL-STATUS
010460      END-EVALUATE.
010470      MOVE MEC-DAY-LINE TO MECRPT-LINE.
010480      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
010490  4100-EXIT.
010500      EXIT.
010510
010520* ****************************************************************
010530* * 4500-PAGE-HEADERS - NEW PAGE WITH TITLE AND RUN DATE
010540* ****************************************************************
010550  4500-PAGE-HEADERS.
010560      ADD 1 TO MEC-PAGE-CTR.
010570      MOVE MEC-PAGE-CTR TO MEC-H1-PAGE.
010580      MOVE MEC-HEADER-1 TO MECRPT-LINE.
010590      IF MEC-PAGE-CTR = 1
010600          WRITE MECRPT-LINE
010610      ELSE
010620          WRITE MECRPT-LINE AFTER ADVANCING PAGE
010630      END-IF.
010640      PERFORM 4650-CHECK-MECRPT THRU 4650-EXIT.
010650      MOVE MEC-RUN-DATE-DISPLAY TO MEC-H2-RUN-DATE.
010660      MOVE MEC-MONTH-DISPLAY TO MEC-H2-MONTH.
010670      IF MEC-BACKDATED
010680          MOVE "  BACKDATED RUN" TO MEC-H2-BACKDATE
010690      ELSE
010700          MOVE SPACES TO MEC-H2-BACKDATE
010710      END-IF.
010720      MOVE MEC-HEADER-2 TO MECRPT-LINE.
010730      WRITE MECRPT-LINE AFTER ADVANCING 1 LINE.
010740      PERFORM 4650-CHECK-MECRPT THRU 4650-EXIT.
010750      MOVE SPACES TO MECRPT-LINE.
010760      WRITE MECRPT-LINE AFTER ADVANCING 1 LINE.
010770      PERFORM 4650-CHECK-MECRPT THRU 4650-EXIT.
010780      MOVE 3 TO MEC-LINE-CTR.
010790  4500-EXIT.
010800      EXIT.
010810
010820  4600-WRITE-REPORT-LINE.
010830      IF MEC-LINE-CTR >= MEC-LINES-PER-PAGE
010840          MOVE MECRPT-LINE TO MEC-SAVE-LINE
010850          PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT
010860          MOVE MEC-SAVE-LINE TO MECRPT-LINE
010870      END-IF.
010880      WRITE MECRPT-LINE AFTER ADVANCING 1 LINE.
010890      PERFORM 4650-CHECK-MECRPT THRU 4650-EXIT.
010900      ADD 1 TO MEC-LINE-CTR.
010910  4600-EXIT.
010920      EXIT.
010930
010940  4650-CHECK-MECRPT.
010950      IF MECRPT-STATUS NOT = "00"
010960          DISPLAY "COUNTMEC - UNABLE TO WRITE MECRPT, STATUS "
010970              MECRPT-STATUS
010980          MOVE "N" TO MEC-RPT-OPEN-SW
010990          MOVE 16 TO RETURN-CODE
011000          PERFORM 8000-TERMINATE THRU 8000-EXIT
011010          GO TO 9999-EXIT
011020      END-IF.
011030  4650-EXIT.
011040      EXIT.
011050
011060  4700-WRITE-SECTION.
011070      MOVE SPACES TO MECRPT-LINE.
011080      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
011090      MOVE MEC-SECTION-LINE TO MECRPT-LINE.
011100      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
011110  4700-EXIT.
011120      EXIT.
011130
011140* ****************************************************************
011150* * 5000-REPORT-EXCEPTIONS - EVERY EXCEPTION DAY, WITH THE WAIVER
011160* * THAT CLEARED IT OR OUTSTANDING
011170* ****************************************************************
011180  5000-REPORT-EXCEPTIONS.
011190      MOVE SPACES TO MEC-SECTION-LINE.
011200      MOVE "EXCEPTIONS" TO MEC-SEC-TEXT.
011210      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
011220      IF MEC-EXC-CNT = 0
011230          MOVE "  NONE - EVERY DUE DAY CLOSED PASS ONCE"
011240              TO MECRPT-LINE
011250          PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT
011260          GO TO 5000-EXIT
011270      END-IF.
011280      MOVE MEC-EXC-HEADS TO MECRPT-LINE.
011290      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
011300      PERFORM 5100-REPORT-ONE-EXCEPTION THRU 5100-EXIT
011310          VARYING MEC-EXC-IX FROM 1 BY 1
011320          UNTIL MEC-EXC-IX > MEC-EXC-CNT.
011330  5000-EXIT.
011340      EXIT.
011350
011360  5100-REPORT-ONE-EXCEPTION.
011370      MOVE SPACES TO MEC-EXC-LINE.
011380      MOVE MEC-EXC-DAY(MEC-EXC-IX) TO MEC-DAY-IX.
011390      MOVE MEC-DAY-DISPLAY(MEC-DAY-IX) TO MEC-EL-DATE.
011400      MOVE MEC-EXC-CODE(MEC-EXC-IX) TO MEC-EL-CODE.
011410      MOVE MEC-EXC-TEXT(MEC-EXC-IX) TO MEC-EL-TEXT.
011420      IF MEC-EXC-WVR-IX(MEC-EXC-IX) = 0
011430          MOVE "OUTSTANDING" TO MEC-EL-DISPOSITION
011440      ELSE
011450          MOVE MEC-EXC-WVR-IX(MEC-EXC-IX) TO MEC-WVR-IX
011460          MOVE "WAIVED" TO MEC-EL-DISPOSITION
011470          MOVE MEC-WVR-USER(MEC-WVR-IX) TO MEC-EL-USER
011480          MOVE MEC-WVR-REASON(MEC-WVR-IX) TO MEC-EL-REASON
011490      END-IF.
011500      MOVE MEC-EXC-LINE TO MECRPT-LINE.
011510      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
011520  5100-EXIT.
011530      EXIT.
011540
011550* ****************************************************************
011560* * 5500-REPORT-WAIVERS - WAIVERS FOR THE MONTH THAT CLEARED
011570* * NOTHING, WITH WHY
011580* ****************************************************************
011590  5500-REPORT-WAIVERS.
011600      MOVE 0 TO MEC-UNUSED-WVR-COUNT.
011610      PERFORM 5510-COUNT-UNUSED THRU 5510-EXIT
011620          VARYING MEC-WVR-IX FROM 1 BY 1
011630          UNTIL MEC-WVR-IX > MEC-WVR-CNT.
011640      IF MEC-UNUSED-WVR-COUNT = 0
011650          GO TO 5500-EXIT
011660      END-IF.
011670      MOVE SPACES TO MEC-SECTION-LINE.
011680      MOVE "WAIVERS NOT APPLIED" TO MEC-SEC-TEXT.
011690      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
011700      MOVE MEC-WVR-HEADS TO MECRPT-LINE.
011710      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
011720      PERFORM 5600-REPORT-ONE-WAIVER THRU 5600-EXIT
011730          VARYING MEC-WVR-IX FROM 1 BY 1
011740          UNTIL MEC-WVR-IX > MEC-WVR-CNT.
011750  5500-EXIT.
011760      EXIT.
011770
011780  5510-COUNT-UNUSED.
011790      IF MEC-WVR-USED-SW(MEC-WVR-IX) NOT = "Y"
011800          ADD 1 TO MEC-UNUSED-WVR-COUNT
011810      END-IF.
011820  5510-EXIT.
011830      EXIT.
011840
011850  5600-REPORT-ONE-WAIVER.
011860      IF MEC-WVR-USED-SW(MEC-WVR-IX) = "Y"
011870          GO TO 5600-EXIT
011880      END-IF.
011890      MOVE SPACES TO MEC-WVR-LINE.
011900      MOVE MEC-WVR-DATE(MEC-WVR-IX) TO MEC-WL-DATE.
011910      MOVE MEC-WVR-CODE(MEC-WVR-IX) TO MEC-WL-CODE.
011920      MOVE MEC-WVR-USER(MEC-WVR-IX) TO MEC-WL-USER.
011930      MOVE MEC-WVR-REASON(MEC-WVR-IX) TO MEC-WL-REASON.
011940      IF MEC-WVR-VALID-SW(MEC-WVR-IX) = "Y"
011950          MOVE "NO SUCH EXCEPTION" TO MEC-WL-NOTE
011960      ELSE
011970          MOVE MEC-WVR-NOTE(MEC-WVR-IX) TO MEC-WL-NOTE
011980      END-IF.
011990      MOVE MEC-WVR-LINE TO MECRPT-LINE.
012000      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
012010  5600-EXIT.
012020      EXIT.
012030
012040  5900-FORMAT-DATE.
012050      STRING MEC-WORK-DATE(1:4) "-" MEC-WORK-DATE(5:2) "-"
012060          MEC-WORK-DATE(7:2) DELIMITED BY SIZE
012070          INTO MEC-DATE-DISPLAY
012080      END-STRING.
012090  5900-EXIT.
012100      EXIT.
012110
012120* ****************************************************************
012130* * 6000-WRITE-SUMMARY - COUNTS AND THE CERTIFICATION VERDICT
012140* ****************************************************************
012150  6000-WRITE-SUMMARY.
012160      MOVE SPACES TO MEC-SECTION-LINE.
012170      MOVE "SUMMARY" TO MEC-SEC-TEXT.
012180      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
012190      MOVE "  DAYS IN THE MONTH" TO MEC-SEC-TEXT.
012200      MOVE MEC-DAYS-IN-MONTH TO MEC-COUNT-DISPLAY.
012210      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
012220      MOVE "  CALENDAR BYPASS DAYS" TO MEC-SEC-TEXT.
012230      MOVE MEC-BYPASS-COUNT TO MEC-COUNT-DISPLAY.
012240      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
012250      MOVE "  DAYS DUE A CLOSE" TO MEC-SEC-TEXT.
012260      MOVE MEC-DUE-COUNT TO MEC-COUNT-DISPLAY.
012270      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
012280      MOVE "  DUE DAYS CLEAN" TO MEC-SEC-TEXT.
012290      MOVE MEC-CLEAN-COUNT TO MEC-COUNT-DISPLAY.
012300      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
012310      MOVE "  CLOSE RECORDS FOR THE MONTH" TO MEC-SEC-TEXT.
012320      MOVE MEC-CLS-MONTH-COUNT TO MEC-COUNT-DISPLAY.
012330      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
012340      MOVE "  CLOSE RECORDS ON DAYS NOT DUE" TO MEC-SEC-TEXT.
012350      MOVE MEC-CLS-NOT-DUE-COUNT TO MEC-COUNT-DISPLAY.
012360      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
012370      MOVE "  HSTMST RECORDS FOR THE MONTH" TO MEC-SEC-TEXT.
012380      MOVE MEC-HST-MONTH-COUNT TO MEC-COUNT-DISPLAY.
012390      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
012400      MOVE "  EXCEPTIONS FOUND" TO MEC-SEC-TEXT.
012410      MOVE MEC-EXC-CNT TO MEC-COUNT-DISPLAY.
012420      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
012430      MOVE "  EXCEPTIONS WAIVED" TO MEC-SEC-TEXT.
012440      MOVE MEC-WAIVED-COUNT TO MEC-COUNT-DISPLAY.
012450      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
012460      MOVE "  EXCEPTIONS OUTSTANDING" TO MEC-SEC-TEXT.
012470      MOVE MEC-OPEN-COUNT TO MEC-COUNT-DISPLAY.
012480      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
012490      MOVE "  WAIVERS NOT APPLIED" TO MEC-SEC-TEXT.
012500      MOVE MEC-UNUSED-WVR-COUNT TO MEC-COUNT-DISPLAY.
012510      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
012520      MOVE SPACES TO MEC-SECTION-LINE.
012530      EVALUATE TRUE
012540          WHEN MEC-EXC-CNT = 0
012550              MOVE "MONTH CERTIFIED - EVERY DUE DAY CLOSED"
012560                  TO MEC-SEC-TEXT
012570          WHEN MEC-OPEN-COUNT = 0
012580              MOVE "MONTH CERTIFIED - EXCEPTIONS WAIVED"
012590                  TO MEC-SEC-TEXT
012600              IF RETURN-CODE < 4
012610                  MOVE 4 TO RETURN-CODE
012620              END-IF
012630          WHEN OTHER
012640              MOVE "MONTH NOT CERTIFIED - EXCEPTIONS OUTSTANDING"
012650                  TO MEC-SEC-TEXT
012660              IF RETURN-CODE < 8
012670                  MOVE 8 TO RETURN-CODE
012680              END-IF
012690      END-EVALUATE.
012700      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
012710  6000-EXIT.
012720      EXIT.
012730
012740  6100-WRITE-COUNT.
012750      MOVE MEC-COUNT-DISPLAY TO MEC-SEC-VALUE.
012760      MOVE MEC-SECTION-LINE TO MECRPT-LINE.
012770      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
012780      MOVE SPACES TO MEC-SECTION-LINE.
012790  6100-EXIT.
012800      EXIT.
012810
012820* ****************************************************************
012830* * 6500-WRITE-CERTIFICATE - THE MCROUT RECORD THE MONTH-END JOBS
012840* * KEY ON
012850* ****************************************************************
012860  6500-WRITE-CERTIFICATE.
012870      MOVE SPACES TO MCROUT-RECORD.
012880      MOVE MEC-MONTH-DISPLAY TO MCR-MONTH.
012890      MOVE MEC-RUN-DATE-DISPLAY TO MCR-RUN-DATE.
012900      EVALUATE TRUE
012910          WHEN MEC-EXC-CNT = 0
012920              SET MCR-CERTIFIED TO TRUE
012930          WHEN MEC-OPEN-COUNT = 0
012940              SET MCR-CERTIFIED-WAIVED TO TRUE
012950          WHEN OTHER
012960              SET MCR-NOT-CERTIFIED TO TRUE
012970      END-EVALUATE.
012980      MOVE MEC-DUE-COUNT TO MCR-DUE-DAYS.
012990      MOVE MEC-CLEAN-COUNT TO MCR-CLEAN-DAYS.
013000      MOVE MEC-EXC-CNT TO MCR-EXCEPTIONS.
013010      MOVE MEC-WAIVED-COUNT TO MCR-WAIVED.
013020      MOVE MEC-OPEN-COUNT TO MCR-OUTSTANDING.
013030      MOVE MEC-BACKDATE-SW TO MCR-BACKDATE-SW.
013040      STRING MEC-MACHINE-DATE(1:4) "-" MEC-MACHINE-DATE(5:2) "-"
013050          MEC-MACHINE-DATE(7:2) DELIMITED BY SIZE
013060          INTO MCR-PROCESS-DATE
013070      END-STRING.
013080      WRITE MCROUT-RECORD.
013090      IF MCROUT-STATUS NOT = "00"
013100          DISPLAY "COUNTMEC - UNABLE TO WRITE MCROUT, STATUS "
013110              MCROUT-STATUS
013120          MOVE 16 TO RETURN-CODE
013130          PERFORM 8000-TERMINATE THRU 8000-EXIT
013140          GO TO 9999-EXIT
013150      END-IF.
013160  6500-EXIT.
013170      EXIT.
013180
013190* ****************************************************************
013200* * 6800-WRITE-SIGN-OFF - THE REVIEW AND APPROVAL SIGNATURES
013210* ****************************************************************
013220  6800-WRITE-SIGN-OFF.
013230      MOVE SPACES TO MEC-SECTION-LINE.
013240      MOVE "SIGN-OFF" TO MEC-SEC-TEXT.
013250      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
013260      MOVE SPACES TO MECRPT-LINE.
013270      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
013280      MOVE "REVIEWED BY" TO MEC-SG-ROLE.
013290      MOVE MEC-SIGN-LINE TO MECRPT-LINE.
013300      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
013310      MOVE SPACES TO MECRPT-LINE.
013320      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
013330      MOVE "APPROVED BY" TO MEC-SG-ROLE.
013340      MOVE MEC-SIGN-LINE TO MECRPT-LINE.
013350      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
013360  6800-EXIT.
013370      EXIT.
013380
013390* ****************************************************************
013400* * 8000-TERMINATE - CLOSE FILES, DISPLAY COUNTS
013410* ****************************************************************
013420  8000-TERMINATE.
013430      IF MEC-HST-OPEN
013440          CLOSE HSTMST-FILE
013450          MOVE "N" TO MEC-HST-OPEN-SW
013460      END-IF.
013470      IF MEC-MCR-OPEN
013480          CLOSE MCROUT-FILE
013490          MOVE "N" TO MEC-MCR-OPEN-SW
013500      END-IF.
013510      IF MEC-RPT-OPEN
013520          CLOSE MECRPT-FILE
013530          MOVE "N" TO MEC-RPT-OPEN-SW
013540      END-IF.
013550      MOVE MEC-DUE-COUNT TO MEC-COUNT-DISPLAY.
013560      DISPLAY "COUNTMEC - DAYS DUE A CLOSE       = "
013570          MEC-COUNT-DISPLAY.
013580      MOVE MEC-EXC-CNT TO MEC-COUNT-DISPLAY.
013590      DISPLAY "COUNTMEC - EXCEPTIONS FOUND       = "
013600          MEC-COUNT-DISPLAY.
013610      MOVE MEC-OPEN-COUNT TO MEC-COUNT-DISPLAY.
013620      DISPLAY "COUNTMEC - EXCEPTIONS OUTSTANDING = "
013630          MEC-COUNT-DISPLAY.
013640  8000-EXIT.
013650      EXIT.
013660
013670* ****************************************************************
013680* * 9999-EXIT - SINGLE PROGRAM EXIT POINT
013690* ****************************************************************
013700  9999-EXIT.
013710      STOP RUN.
