000100* ---------------------------------------------------------------
000110  IDENTIFICATION DIVISION.
000120  PROGRAM-ID. COUNTTOV.
000130  AUTHOR. J SANDERS.
000140  INSTALLATION. DATA CENTER SERVICES.
000150  DATE-WRITTEN. 10/15/2026.
000160  DATE-COMPILED.
000170* ---------------------------------------------------------------
000180*  COUNTTOV - SHIFT TURNOVER.  GATHERS EVERYTHING STILL OPEN AT
000190*  THE END OF THE NIGHT INTO ONE HANDOVER: THE DAILY CLOSE IF IT
000200*  DID NOT PASS, ALERTS NOT YET ACKNOWLEDGED ON ALMMST, TONIGHT'S
000210*  TIMMST RUNS OVER THEIR SLA, HELD AND FAILED ENTRIES FROM
000220*  RSLTOUT AND THE RERUN DRIVER, AND EVERY SEQMST RANGE AT OR
000230*  UNDER THE LOW-WATER MARK.  EACH ITEM IS LISTED WITH ITS AGE
000240*  AND FILE-ID (RANGE NAME FOR A LOW-WATER RANGE) AND WRITTEN TO
000250*  THE TRNOUT TURNOVER FILE.
000260*
000270*  LAST NIGHT'S TRNOUT COMES BACK AS TRNIN.  ANY ITEM ON IT THAT
000280*  THE DAY SHIFT HAS NOT DISPOSITIONED (DSPIN, OR THE DISPOSITION
000290*  FIELDS FILLED IN ON TRNIN) CARRIES FORWARD WITH ITS ORIGINAL
000300*  OPEN DATE, WHETHER OR NOT TONIGHT'S FILES STILL SHOW IT.  A
000310*  DONE ITEM THAT IS STILL PRESENT TONIGHT IS REOPENED; AN ACPT
000320*  OR XFER ITEM IS KEPT OFF THE HANDOVER WHILE IT PERSISTS.
000330*
000340*  TIMMST HOLDS THE DAY'S ACCUMULATED SECONDS PER FILE-ID, SO THE
000350*  SLA TEST IS THE DAY'S AVERAGE RUN AGAINST THE SLAIN ALLOWANCE.
000360*
000370*  PARM:    A NUMERIC TOKEN IS THE LOW-WATER THRESHOLD AS A
000380*           PERCENT OF THE RANGE STILL UNISSUED (DEFAULT 10,
000390*           AS COUNTCAP).
000400*  INPUT:   CLSOUT   - TONIGHT'S DAILY CLOSE RECORD
000410*           ALMMST   - KEYED ALERT MASTER
000420*           TIMMST   - KEYED TIMING MASTER
000430*           SLAIN    - FILE-ID / ALLOWED SECONDS (OPTIONAL; NO
000440*                      TABLE MEANS NO SLA ITEMS)
000450*           RSLTIN   - TONIGHT'S RSLTOUT PER-ENTRY RESULTS
000460*           RERUNIN  - TONIGHT'S RERUN DRIVER
000470*           SEQMST   - KEYED SEQUENCE RANGE MASTER
000480*           TRNIN    - LAST NIGHT'S TURNOVER FILE (OPTIONAL)
000490*           DSPIN    - DAY-SHIFT DISPOSITIONS (OPTIONAL)
000500*  OUTPUT:  TRNOUT   - TONIGHT'S TURNOVER FILE, TRNREC LAYOUT
000510*           TRNRPT   - PRINTABLE HANDOVER REPORT
000520*  RETURN CODES:  0 NOTHING OUTSTANDING,  4 ITEMS ON THE
000530*  HANDOVER,  8 A SOURCE COULD NOT BE READ OR A DISPOSITION WAS
000540*  REJECTED,  16 FILE OR TABLE FAILURE.
000550* ---------------------------------------------------------------
000560*  MODIFICATION HISTORY
000570* ---------------------------------------------------------------
000580*   DATE      INIT  DESCRIPTION
000590*   --------  ----  --------------------------------------------
000600*   10/15/26  JRS   ORIGINAL PROGRAM - SHIFT TURNOVER REPORT AND
000610*                   FILE WITH DISPOSITION AND CARRY FORWARD.
000620* ---------------------------------------------------------------
000630
000640  ENVIRONMENT DIVISION.
000650  INPUT-OUTPUT SECTION.
000660  FILE-CONTROL.
000670      SELECT CLSOUT-FILE ASSIGN TO CLSOUT
000680          ORGANIZATION IS SEQUENTIAL
000690          FILE STATUS IS CLSOUT-STATUS.
000700      SELECT ALMMST-FILE ASSIGN TO ALMMST
000710          ORGANIZATION IS INDEXED
000720          ACCESS MODE IS DYNAMIC
000730          RECORD KEY IS ALM-KEY
000740          FILE STATUS IS ALMMST-STATUS.
000750      SELECT TIMMST-FILE ASSIGN TO TIMMST
000760          ORGANIZATION IS INDEXED
000770          ACCESS MODE IS DYNAMIC
000780          RECORD KEY IS TMS-KEY
000790          FILE STATUS IS TIMMST-STATUS.
000800      SELECT SLAIN-FILE ASSIGN TO SLAIN
000810          ORGANIZATION IS SEQUENTIAL
000820          FILE STATUS IS SLAIN-STATUS.
000830      SELECT RSLTIN-FILE ASSIGN TO RSLTIN
000840          ORGANIZATION IS SEQUENTIAL
000850          FILE STATUS IS RSLTIN-STATUS.
000860      SELECT RERUN-FILE ASSIGN TO RERUNIN
000870          ORGANIZATION IS SEQUENTIAL
000880          FILE STATUS IS RERUN-STATUS.
000890      SELECT SEQMST-FILE ASSIGN TO SEQMST
000900          ORGANIZATION IS INDEXED
000910          ACCESS MODE IS DYNAMIC
000920          RECORD KEY IS SEQ-NAME
000930          FILE STATUS IS SEQMST-STATUS.
000940      SELECT TRNIN-FILE ASSIGN TO TRNIN
000950          ORGANIZATION IS SEQUENTIAL
000960          FILE STATUS IS TRNIN-STATUS.
000970      SELECT DSPIN-FILE ASSIGN TO DSPIN
000980          ORGANIZATION IS SEQUENTIAL
000990          FILE STATUS IS DSPIN-STATUS.
001000      SELECT TRNOUT-FILE ASSIGN TO TRNOUT
001010          ORGANIZATION IS SEQUENTIAL
001020          FILE STATUS IS TRNOUT-STATUS.
001030      SELECT TRNRPT-FILE ASSIGN TO TRNRPT
001040          ORGANIZATION IS SEQUENTIAL
001050          FILE STATUS IS TRNRPT-STATUS.
001060      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
001070          ORGANIZATION IS SEQUENTIAL
001080          FILE STATUS IS BUSDATE-STATUS.
001090
001100  DATA DIVISION.
001110  FILE SECTION.
001120*   CLSOUT - TONIGHT'S DAILY CLOSE RECORD FROM COUNTEOD
001130  FD  CLSOUT-FILE
001140      RECORDING MODE IS F
001150      LABEL RECORDS ARE STANDARD.
001160      COPY CLSREC.
001170
001180*   ALMMST - KEYED ALERT MASTER
001190  FD  ALMMST-FILE
001200      LABEL RECORDS ARE STANDARD.
001210      COPY AMSREC.
001220
001230*   TIMMST - KEYED TIMING MASTER
001240  FD  TIMMST-FILE
001250      LABEL RECORDS ARE STANDARD.
001260      COPY TMSREC.
001270
001280*   SLAIN - PER-FILE-ID ALLOWED DURATION IN SECONDS
001290  FD  SLAIN-FILE
001300      RECORDING MODE IS F
001310      LABEL RECORDS ARE STANDARD.
001320  01  SLAIN-RECORD.
001330      05  SLA-FILE-ID             PIC X(08).
001340      05  SLA-SECONDS             PIC 9(09).
001350      05  SLA-SECONDS-X REDEFINES
001360          SLA-SECONDS             PIC X(09).
001370      05  FILLER                  PIC X(63).
001380
001390*   RSLTIN - TONIGHT'S PER-ENTRY RESULTS FROM COUNT MULTI
001400  FD  RSLTIN-FILE
001410      RECORDING MODE IS F
001420      LABEL RECORDS ARE STANDARD.
001430      COPY RSLREC.
001440
001450*   RERUN - TONIGHT'S RERUN DRIVER OF FAILED OR SKIPPED ENTRIES
001460  FD  RERUN-FILE
001470      RECORDING MODE IS F
001480      LABEL RECORDS ARE STANDARD.
001490      COPY DRVREC REPLACING LEADING ==DRVIN== BY ==RERUN==.
001500
001510*   SEQMST - KEYED SEQUENCE RANGE MASTER
001520  FD  SEQMST-FILE
001530      LABEL RECORDS ARE STANDARD.
001540      COPY SMSREC.
001550
001560*   TRNIN - LAST NIGHT'S TURNOVER FILE
001570  FD  TRNIN-FILE
001580      RECORDING MODE IS F
001590      LABEL RECORDS ARE STANDARD.
001600  01  TRNIN-LINE                  PIC X(180).
001610
001620*   DSPIN - DISPOSITIONS, TURNOVER ITEMS WITH THE DISPOSITION
001630*   FIELDS FILLED IN
001640  FD  DSPIN-FILE
001650      RECORDING MODE IS F
001660      LABEL RECORDS ARE STANDARD.
001670  01  DSPIN-LINE                  PIC X(180).
001680
001690*   TRNOUT - TONIGHT'S TURNOVER FILE
001700  FD  TRNOUT-FILE
001710      RECORDING MODE IS F
001720      LABEL RECORDS ARE STANDARD.
001730  01  TRNOUT-LINE                 PIC X(180).
001740
001750*   TRNRPT - PRINTABLE HANDOVER REPORT
001760  FD  TRNRPT-FILE
001770      RECORDING MODE IS F
001780      LABEL RECORDS ARE STANDARD.
001790  01  TRNRPT-LINE                 PIC X(132).
001800
001810*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
001820  FD  BUSDATE-FILE
001830      RECORDING MODE IS F
001840      LABEL RECORDS ARE STANDARD.
001850  01  BUSDATE-LINE                PIC X(80).
001860
001870  WORKING-STORAGE SECTION.
001880
001890*   THE TURNOVER ITEM BEING BUILT, READ OR WRITTEN
001900      COPY TRNREC.
001910
001920*   HANDOVER ITEM TABLE - LAST NIGHT'S CARRIED ITEMS FIRST, THEN
001930*   TONIGHT'S IN SOURCE ORDER
001940  77  TOV-ITEM-MAX                PIC 9(04) COMP VALUE 1000.
001950  01  TOV-ITEM-TABLE.
001960      05  TOV-ITEM OCCURS 1000 TIMES.
001970          10  TOV-I-IMAGE.
001980              15  TOV-I-KEY       PIC X(34).
001990              15  FILLER          PIC X(146).
002000          10  TOV-I-SEEN-SW       PIC X(01).
002010  77  TOV-ITEM-CNT                PIC 9(04) COMP VALUE 0.
002020  77  TOV-ITEM-IX                 PIC 9(04) COMP.
002030  77  TOV-FOUND-IX                PIC 9(04) COMP.
002040  77  TOV-FIND-KEY                PIC X(34).
002050
002060*   SLA TABLE LOADED FROM SLAIN
002070  77  TOV-SLA-MAX                 PIC 9(04) COMP VALUE 200.
002080  01  TOV-SLA-TABLE.
002090      05  TOV-SLA OCCURS 200 TIMES.
002100          10  TOV-SLA-ID          PIC X(08).
002110          10  TOV-SLA-SECS        PIC 9(09) COMP.
002120  77  TOV-SLA-CNT                 PIC 9(04) COMP VALUE 0.
002130  77  TOV-SLA-IX                  PIC 9(04) COMP.
002140  77  TOV-SLA-FOUND-IX            PIC 9(04) COMP.
002150
002160*   SOURCES - RECORDS READ AND ITEMS RAISED FROM EACH
002170  01  TOV-SOURCE-NAMES.
002180      05  FILLER                  PIC X(08) VALUE "CLSOUT".
002190      05  FILLER                  PIC X(08) VALUE "ALMMST".
002200      05  FILLER                  PIC X(08) VALUE "TIMMST".
002210      05  FILLER                  PIC X(08) VALUE "RSLTOUT".
002220      05  FILLER                  PIC X(08) VALUE "RERUN".
002230      05  FILLER                  PIC X(08) VALUE "SEQMST".
002240  01  TOV-SOURCE-NAME-TABLE REDEFINES TOV-SOURCE-NAMES.
002250      05  TOV-SRC-NAME            PIC X(08) OCCURS 6 TIMES.
002260  01  TOV-SOURCE-COUNTS.
002270      05  TOV-SRC-ENTRY OCCURS 6 TIMES.
002280          10  TOV-SRC-READ        PIC 9(09) COMP VALUE 0.
002290          10  TOV-SRC-RAISED      PIC 9(09) COMP VALUE 0.
002300          10  TOV-SRC-NOTE        PIC X(30) VALUE SPACES.
002310  77  TOV-SRC-IX                  PIC 9(02) COMP.
002320
002330*   COUNTERS
002340  77  TOV-PRIOR-COUNT             PIC 9(09) COMP VALUE 0.
002350  77  TOV-DSP-READ-COUNT          PIC 9(09) COMP VALUE 0.
002360  77  TOV-DSP-OK-COUNT            PIC 9(09) COMP VALUE 0.
002370  77  TOV-DSP-EXCP-COUNT          PIC 9(09) COMP VALUE 0.
002380  77  TOV-OPEN-COUNT              PIC 9(09) COMP VALUE 0.
002390  77  TOV-NEW-COUNT               PIC 9(09) COMP VALUE 0.
002400  77  TOV-STILL-COUNT             PIC 9(09) COMP VALUE 0.
002410  77  TOV-CARRIED-COUNT           PIC 9(09) COMP VALUE 0.
002420  77  TOV-REOPEN-COUNT            PIC 9(09) COMP VALUE 0.
002430  77  TOV-ERROR-COUNT             PIC 9(09) COMP VALUE 0.
002440  77  TOV-CLOSED-KEPT-COUNT       PIC 9(09) COMP VALUE 0.
002450  77  TOV-CLOSED-GONE-COUNT       PIC 9(09) COMP VALUE 0.
002460  77  TOV-SOURCE-FAIL-COUNT       PIC 9(09) COMP VALUE 0.
002470  77  TOV-TRNOUT-COUNT            PIC 9(09) COMP VALUE 0.
002480  77  TOV-COUNT-DISPLAY           PIC Z(08)9.
002490
002500*   WORK FIELDS
002510  77  TOV-THRESHOLD-PCT           PIC 9(03) COMP VALUE 10.
002520  77  TOV-THRESHOLD-IN            PIC 9(18) COMP VALUE 0.
002530  77  TOV-NUMVAL-CHK              PIC S9(04) COMP.
002540  77  TOV-TOTAL-NUMS              PIC 9(18) COMP VALUE 0.
002550  77  TOV-REMAIN-NUMS             PIC 9(18) COMP VALUE 0.
002560  77  TOV-PCT-REMAIN              PIC 9(03)V9 COMP-3 VALUE 0.
002570  77  TOV-PCT-DISPLAY             PIC ZZ9.9.
002580  77  TOV-RCL-IX                  PIC 9(02) COMP.
002590  77  TOV-SLA-ALLOWED             PIC 9(09) COMP VALUE 0.
002600  77  TOV-AVG-SECS                PIC 9(09) COMP VALUE 0.
002610  77  TOV-SECS-DISPLAY            PIC Z(05)9.
002620  77  TOV-ALLOWED-DISPLAY         PIC Z(05)9.
002630  77  TOV-TODAY-DAYNO             PIC 9(09) COMP VALUE 0.
002640  77  TOV-OPEN-DAYNO              PIC 9(09) COMP VALUE 0.
002650  77  TOV-OPEN-NUM                PIC 9(08) VALUE 0.
002660  77  TOV-OPEN-NUM-X REDEFINES
002670      TOV-OPEN-NUM                PIC X(08).
002680  77  TOV-NEW-TEXT                PIC X(40).
002690  77  TOV-CLOSE-OVERALL           PIC X(04) VALUE SPACES.
002700  77  TOV-CLOSE-DATE              PIC X(10) VALUE SPACES.
002710  77  TOV-CLOSE-TEXT              PIC X(40) VALUE SPACES.
002720  77  TOV-IO-STATUS               PIC X(02) VALUE SPACES.
002730
002740*   DISPOSITION BEING APPLIED
002750  01  TOV-DISPOSITION.
002760      05  TOV-DSP-CODE            PIC X(04).
002770          88  TOV-DSP-VALID                 VALUE "DONE" "ACPT"
002780                                                  "XFER".
002790      05  TOV-DSP-OPERATOR        PIC X(08).
002800      05  TOV-DSP-DATE            PIC X(10).
002810      05  TOV-DSP-NOTE            PIC X(30).
002820      05  TOV-DSP-RESULT          PIC X(24).
002830
002840*   PARM STRING AND ITS PARSED TOKENS
002850  01  TOV-PARM-TEXT               PIC X(80).
002860  01  TOV-PARM-TOKENS.
002870      05  TOV-PARM-TOK            PIC X(18) OCCURS 8 TIMES.
002880  77  TOV-PARM-IX                 PIC 9(02) COMP.
002890
002900*   CONDITION SWITCHES
002910  01  TOV-SWITCHES.
002920      05  TOV-MASTER-EOF-SW       PIC X(01) VALUE "N".
002930          88  TOV-MASTER-EOF                VALUE "Y".
002940      05  TOV-SLA-LOADED-SW       PIC X(01) VALUE "N".
002950          88  TOV-SLA-LOADED                VALUE "Y".
002960      05  TOV-TRNOUT-OPEN-SW      PIC X(01) VALUE "N".
002970          88  TOV-TRNOUT-OPEN               VALUE "Y".
002980      05  TOV-RPT-OPEN-SW         PIC X(01) VALUE "N".
002990          88  TOV-RPT-OPEN                  VALUE "Y".
003000
003010*   FILE STATUS FIELDS
003020  01  TOV-FILE-STATUSES.
003030      05  CLSOUT-STATUS           PIC X(02) VALUE SPACES.
003040      05  ALMMST-STATUS           PIC X(02) VALUE SPACES.
003050      05  TIMMST-STATUS           PIC X(02) VALUE SPACES.
003060      05  SLAIN-STATUS            PIC X(02) VALUE SPACES.
003070          88  SLAIN-EOF                     VALUE "10".
003080      05  RSLTIN-STATUS           PIC X(02) VALUE SPACES.
003090          88  RSLTIN-EOF                    VALUE "10".
003100      05  RERUN-STATUS            PIC X(02) VALUE SPACES.
003110          88  RERUN-EOF                     VALUE "10".
003120      05  SEQMST-STATUS           PIC X(02) VALUE SPACES.
003130      05  TRNIN-STATUS            PIC X(02) VALUE SPACES.
003140          88  TRNIN-EOF                     VALUE "10".
003150      05  DSPIN-STATUS            PIC X(02) VALUE SPACES.
003160          88  DSPIN-EOF                     VALUE "10".
003170      05  TRNOUT-STATUS           PIC X(02) VALUE SPACES.
003180      05  TRNRPT-STATUS           PIC X(02) VALUE SPACES.
003190      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
003200
003210*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
003220*   MACHINE DATE IT OVERRIDES
003230      COPY BDTREC.
003240  01  TOV-BUSDATE-FIELDS.
003250      05  TOV-MACHINE-DATE        PIC 9(08) VALUE 0.
003260      05  TOV-BACKDATE-SW         PIC X(01) VALUE "N".
003270          88  TOV-BACKDATED                 VALUE "Y".
003280
003290*   RUN DATE
003300  01  TOV-CURRENT-DATE-FIELDS.
003310      05  TOV-CD-DATE             PIC 9(08).
003320      05  TOV-CD-TIME             PIC 9(06).
003330      05  FILLER                  PIC X(07).
003340  77  TOV-RUN-DATE-DISPLAY        PIC X(10).
003350
003360*   PAGE CONTROL
003370  77  TOV-PAGE-CTR                PIC 9(04) COMP VALUE 0.
003380  77  TOV-LINE-CTR                PIC 9(02) COMP VALUE 99.
003390  77  TOV-LINES-PER-PAGE          PIC 9(02) COMP VALUE 56.
003400
003410*   REPORT LINE LAYOUTS
003420  01  TOV-HEADER-1.
003430      05  FILLER                  PIC X(09) VALUE "COUNTTOV".
003440      05  FILLER                  PIC X(20) VALUE SPACES.
003450      05  FILLER                  PIC X(40)
003460          VALUE "SHIFT TURNOVER - OUTSTANDING ITEMS".
003470      05  FILLER                  PIC X(48) VALUE SPACES.
003480      05  FILLER                  PIC X(05) VALUE "PAGE ".
003490      05  TOV-H1-PAGE             PIC Z(03)9.
003500      05  FILLER                  PIC X(06) VALUE SPACES.
003510  01  TOV-HEADER-2.
003520      05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
003530      05  TOV-H2-RUN-DATE         PIC X(10).
003540      05  FILLER                  PIC X(15)
003550          VALUE "  DAILY CLOSE: ".
003560      05  TOV-H2-CLOSE            PIC X(04).
003570      05  FILLER                  PIC X(13) VALUE "  LOW WATER: ".
003580      05  TOV-H2-THRESHOLD        PIC Z(02)9.
003590      05  FILLER                  PIC X(09) VALUE " PCT LEFT".
003600      05  TOV-H2-BACKDATE         PIC X(15) VALUE SPACES.
003605      05  FILLER                  PIC X(53) VALUE SPACES.
003610  01  TOV-ITEM-HEADS.
003620      05  FILLER                  PIC X(06) VALUE "TYPE".
003630      05  FILLER                  PIC X(10) VALUE "FILE-ID".
003640      05  FILLER                  PIC X(10) VALUE "STATE".
003650      05  FILLER                  PIC X(12) VALUE "OPENED".
003660      05  FILLER                  PIC X(07) VALUE "  AGE".
003670      05  FILLER                  PIC X(05) VALUE "CRY".
003680      05  FILLER                  PIC X(03) VALUE "S".
003690      05  FILLER                  PIC X(10) VALUE "SOURCE".
003700      05  FILLER                  PIC X(42) VALUE "ITEM".
003710      05  FILLER                  PIC X(27) VALUE "REFERENCE".
003720  01  TOV-ITEM-LINE.
003730      05  TOV-IL-TYPE             PIC X(04).
003740      05  FILLER                  PIC X(02) VALUE SPACES.
003750      05  TOV-IL-FILE-ID          PIC X(08).
003760      05  FILLER                  PIC X(02) VALUE SPACES.
003770      05  TOV-IL-STATE            PIC X(08).
003780      05  FILLER                  PIC X(02) VALUE SPACES.
003790      05  TOV-IL-OPENED           PIC X(10).
003800      05  FILLER                  PIC X(02) VALUE SPACES.
003810      05  TOV-IL-AGE              PIC Z(04)9.
003820      05  FILLER                  PIC X(02) VALUE SPACES.
003830      05  TOV-IL-CARRY            PIC ZZ9.
003840      05  FILLER                  PIC X(02) VALUE SPACES.
003850      05  TOV-IL-SEVERITY         PIC X(01).
003860      05  FILLER                  PIC X(02) VALUE SPACES.
003870      05  TOV-IL-SOURCE           PIC X(08).
003880      05  FILLER                  PIC X(02) VALUE SPACES.
003890      05  TOV-IL-TEXT             PIC X(40).
003900      05  FILLER                  PIC X(02) VALUE SPACES.
003910      05  TOV-IL-REF              PIC X(22).
003920      05  FILLER                  PIC X(05) VALUE SPACES.
003930  01  TOV-DISP-HEADS.
003940      05  FILLER                  PIC X(06) VALUE "TYPE".
003950      05  FILLER                  PIC X(10) VALUE "FILE-ID".
003960      05  FILLER                  PIC X(06) VALUE "DISP".
003970      05  FILLER                  PIC X(10) VALUE "OPERATOR".
003980      05  FILLER                  PIC X(12) VALUE "DATE".
003990      05  FILLER                  PIC X(26) VALUE "RESULT".
004000      05  FILLER                  PIC X(32) VALUE "NOTE".
004010      05  FILLER                  PIC X(30) VALUE "ITEM".
004020  01  TOV-DISP-LINE.
004030      05  TOV-DL-TYPE             PIC X(04).
004040      05  FILLER                  PIC X(02) VALUE SPACES.
004050      05  TOV-DL-FILE-ID          PIC X(08).
004060      05  FILLER                  PIC X(02) VALUE SPACES.
004070      05  TOV-DL-CODE             PIC X(04).
004080      05  FILLER                  PIC X(02) VALUE SPACES.
004090      05  TOV-DL-OPERATOR         PIC X(08).
004100      05  FILLER                  PIC X(02) VALUE SPACES.
004110      05  TOV-DL-DATE             PIC X(10).
004120      05  FILLER                  PIC X(02) VALUE SPACES.
004130      05  TOV-DL-RESULT           PIC X(24).
004140      05  FILLER                  PIC X(02) VALUE SPACES.
004150      05  TOV-DL-NOTE             PIC X(30).
004160      05  FILLER                  PIC X(02) VALUE SPACES.
004170      05  TOV-DL-TEXT             PIC X(30).
004180  01  TOV-SOURCE-HEADS.
004190      05  FILLER                  PIC X(12) VALUE "  SOURCE".
004200      05  FILLER                  PIC X(11) VALUE "  RECORDS".
004210      05  FILLER                  PIC X(11) VALUE "    ITEMS".
004220      05  FILLER                  PIC X(98) VALUE "NOTE".
004230  01  TOV-SOURCE-LINE.
004240      05  FILLER                  PIC X(02) VALUE SPACES.
004250      05  TOV-SL-NAME             PIC X(08).
004260      05  FILLER                  PIC X(02) VALUE SPACES.
004270      05  TOV-SL-READ             PIC Z(08)9.
004280      05  FILLER                  PIC X(02) VALUE SPACES.
004290      05  TOV-SL-RAISED           PIC Z(08)9.
004300      05  FILLER                  PIC X(02) VALUE SPACES.
004310      05  TOV-SL-NOTE             PIC X(30).
004320      05  FILLER                  PIC X(68) VALUE SPACES.
004330  01  TOV-SECTION-LINE.
004340      05  TOV-SEC-TEXT            PIC X(44).
004350      05  TOV-SEC-VALUE           PIC Z(08)9.
004360      05  FILLER                  PIC X(79) VALUE SPACES.
004370  01  TOV-SAVE-LINE               PIC X(132).
004380
004390  PROCEDURE DIVISION.
004400
004410* ****************************************************************
004420* * 0000-MAINLINE - CARRY FORWARD, DISPOSITION, GATHER, HAND OVER
004430* ****************************************************************
004440  0000-MAINLINE.
004450      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004460      PERFORM 2000-LOAD-PRIOR-HANDOVER THRU 2000-EXIT.
004470      PERFORM 2500-APPLY-DISPOSITIONS THRU 2500-EXIT.
004480      PERFORM 3000-CHECK-CLOSE THRU 3000-EXIT.
004490      PERFORM 3100-CHECK-ALERTS THRU 3100-EXIT.
004500      PERFORM 3200-CHECK-SLA THRU 3200-EXIT.
004510      PERFORM 3300-CHECK-RESULTS THRU 3300-EXIT.
004520      PERFORM 3400-CHECK-RERUN THRU 3400-EXIT.
004530      PERFORM 3500-CHECK-RANGES THRU 3500-EXIT.
004540      PERFORM 5000-WRITE-HANDOVER THRU 5000-EXIT.
004550      PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
004560      PERFORM 8000-TERMINATE THRU 8000-EXIT.
004570      GO TO 9999-EXIT.
004580  0000-EXIT.
004590      EXIT.
004600
004610* ****************************************************************
004620* * 1000-INITIALIZE - PARM, RUN DATE, SLA TABLE, CLOSE RECORD,
004630* * OPEN THE OUTPUTS
004640* ****************************************************************
004650  1000-INITIALIZE.
004660      MOVE FUNCTION CURRENT-DATE TO TOV-CURRENT-DATE-FIELDS.
004670      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
004680      STRING TOV-CD-DATE(1:4) "-" TOV-CD-DATE(5:2) "-"
004690          TOV-CD-DATE(7:2) DELIMITED BY SIZE
004700          INTO TOV-RUN-DATE-DISPLAY
004710      END-STRING.
004720      COMPUTE TOV-TODAY-DAYNO =
004730          FUNCTION INTEGER-OF-DATE(TOV-CD-DATE).
004740      ACCEPT TOV-PARM-TEXT FROM COMMAND-LINE.
004750      PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
004760      PERFORM 1500-LOAD-SLA THRU 1500-EXIT.
004770      PERFORM 1600-READ-CLOSE THRU 1600-EXIT.
004780      OPEN OUTPUT TRNOUT-FILE.
004790      IF TRNOUT-STATUS NOT = "00"
004800          DISPLAY "COUNTTOV - UNABLE TO OPEN TRNOUT, STATUS "
004810              TRNOUT-STATUS
004820          MOVE 16 TO RETURN-CODE
004830          GO TO 9999-EXIT
004840      END-IF.
004850      MOVE "Y" TO TOV-TRNOUT-OPEN-SW.
004860      OPEN OUTPUT TRNRPT-FILE.
004870      IF TRNRPT-STATUS NOT = "00"
004880          DISPLAY "COUNTTOV - UNABLE TO OPEN TRNRPT, STATUS "
004890              TRNRPT-STATUS
004900          MOVE 16 TO RETURN-CODE
004910          PERFORM 8000-TERMINATE THRU 8000-EXIT
004920          GO TO 9999-EXIT
004930      END-IF.
004940      MOVE "Y" TO TOV-RPT-OPEN-SW.
004950      PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT.
004960  1000-EXIT.
004970      EXIT.
004980
004990* ****************************************************************
005000* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
005010* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
005020* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
005030* * TODAY OR NOT A VALID DATE STOPS THE RUN.
005040* ****************************************************************
005050  1050-GET-BUSINESS-DATE.
005060      MOVE TOV-CD-DATE TO TOV-MACHINE-DATE.
005070      MOVE SPACES TO BUSDATE-RECORD.
005080      OPEN INPUT BUSDATE-FILE.
005090      IF BUSDATE-STATUS NOT = "00"
005100          GO TO 1050-EXIT
005110      END-IF.
005120      READ BUSDATE-FILE INTO BUSDATE-RECORD
005130          AT END
005140              MOVE SPACES TO BUSDATE-RECORD
005150      END-READ.
005160      CLOSE BUSDATE-FILE.
005170      IF BDT-BUSINESS-DATE-X = SPACES
005180          OR BDT-BUSINESS-DATE-X = ZEROS
005190          GO TO 1050-EXIT
005200      END-IF.
005210      IF BDT-BUSINESS-DATE-X NOT NUMERIC
005220          DISPLAY "COUNTTOV - BUSDATE DATE NOT NUMERIC: "
005230              BDT-BUSINESS-DATE-X
005240          MOVE 16 TO RETURN-CODE
005250          GO TO 9999-EXIT
005260      END-IF.
005270      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
005280          OR BDT-BUSINESS-DATE > TOV-MACHINE-DATE
005290          DISPLAY "COUNTTOV - BUSDATE NOT A VALID PAST DATE: "
005300              BDT-BUSINESS-DATE-X
005310          MOVE 16 TO RETURN-CODE
005320          GO TO 9999-EXIT
005330      END-IF.
005340      MOVE BDT-BUSINESS-DATE TO TOV-CD-DATE.
005350      IF TOV-CD-DATE < TOV-MACHINE-DATE
005360          MOVE "Y" TO TOV-BACKDATE-SW
005370          DISPLAY "COUNTTOV - BACKDATED RUN FOR BUSINESS DATE "
005380              BDT-BUSINESS-DATE-X
005390      END-IF.
005400  1050-EXIT.
005410      EXIT.
005420
005430  1100-PARSE-PARM.
005440      MOVE SPACES TO TOV-PARM-TOKENS.
005450      UNSTRING TOV-PARM-TEXT DELIMITED BY ALL SPACE OR ","
005460          INTO TOV-PARM-TOK(1) TOV-PARM-TOK(2) TOV-PARM-TOK(3)
005470               TOV-PARM-TOK(4) TOV-PARM-TOK(5) TOV-PARM-TOK(6)
005480               TOV-PARM-TOK(7) TOV-PARM-TOK(8)
005490      END-UNSTRING.
005500      PERFORM 1110-CHECK-TOKEN THRU 1110-EXIT
005510          VARYING TOV-PARM-IX FROM 1 BY 1
005520          UNTIL TOV-PARM-IX > 8.
005530  1100-EXIT.
005540      EXIT.
005550
005560  1110-CHECK-TOKEN.
005570      IF TOV-PARM-TOK(TOV-PARM-IX) = SPACES
005580          GO TO 1110-EXIT
005590      END-IF.
005600      MOVE FUNCTION TEST-NUMVAL(TOV-PARM-TOK(TOV-PARM-IX))
005610          TO TOV-NUMVAL-CHK.
005620      IF TOV-NUMVAL-CHK = 0
005630          MOVE FUNCTION NUMVAL(TOV-PARM-TOK(TOV-PARM-IX))
005640              TO TOV-THRESHOLD-IN
005650          IF TOV-THRESHOLD-IN > 100
005660              MOVE 100 TO TOV-THRESHOLD-IN
005670              DISPLAY "COUNTTOV - LOW WATER LIMITED TO 100 PCT"
005680          END-IF
005690          MOVE TOV-THRESHOLD-IN TO TOV-THRESHOLD-PCT
005700      END-IF.
005710  1110-EXIT.
005720      EXIT.
005730
005740* ****************************************************************
005750* * 1500-LOAD-SLA - ALLOWED DURATION PER FILE-ID.  THE TABLE IS
005760* * OPTIONAL; WITHOUT IT NO SLA ITEM IS RAISED.
005770* ****************************************************************
005780  1500-LOAD-SLA.
005790      OPEN INPUT SLAIN-FILE.
005800      IF SLAIN-STATUS NOT = "00"
005810          DISPLAY "COUNTTOV - NO SLAIN FILE, STATUS "
005820              SLAIN-STATUS
005830          GO TO 1500-EXIT
005840      END-IF.
005850      MOVE "Y" TO TOV-SLA-LOADED-SW.
005860      PERFORM 1510-READ-SLAIN THRU 1510-EXIT.
005870      PERFORM 1520-TABLE-ONE-SLA THRU 1520-EXIT
005880          UNTIL SLAIN-EOF.
005890      CLOSE SLAIN-FILE.
005900  1500-EXIT.
005910      EXIT.
005920
005930  1510-READ-SLAIN.
005940      READ SLAIN-FILE
005950          AT END
005960              CONTINUE
005970      END-READ.
005980  1510-EXIT.
005990      EXIT.
006000
006010  1520-TABLE-ONE-SLA.
006020      MOVE FUNCTION TEST-NUMVAL(SLA-SECONDS-X)
006030          TO TOV-NUMVAL-CHK.
006040      IF SLA-FILE-ID = SPACES OR TOV-NUMVAL-CHK NOT = 0
006050          DISPLAY "COUNTTOV - SLAIN ENTRY NOT USABLE, SKIPPED: "
006060              SLA-FILE-ID
006070          GO TO 1520-NEXT
006080      END-IF.
006090      IF TOV-SLA-CNT >= TOV-SLA-MAX
006100          DISPLAY "COUNTTOV - SLA TABLE FULL AT " TOV-SLA-MAX
006110              " ENTRIES"
006120          MOVE 16 TO RETURN-CODE
006130          PERFORM 8000-TERMINATE THRU 8000-EXIT
006140          GO TO 9999-EXIT
006150      END-IF.
006160      ADD 1 TO TOV-SLA-CNT.
006170      MOVE SLA-FILE-ID TO TOV-SLA-ID(TOV-SLA-CNT).
006180      MOVE SLA-SECONDS TO TOV-SLA-SECS(TOV-SLA-CNT).
006190  1520-NEXT.
006200      PERFORM 1510-READ-SLAIN THRU 1510-EXIT.
006210  1520-EXIT.
006220      EXIT.
006230
006240*     THE CLOSE RECORD IS READ UP FRONT SO ITS VERDICT HEADS
006250*     EVERY PAGE OF THE HANDOVER
006260  1600-READ-CLOSE.
006270      MOVE "NONE" TO TOV-CLOSE-OVERALL.
006280      MOVE 1 TO TOV-SRC-IX.
006290      OPEN INPUT CLSOUT-FILE.
006300      IF CLSOUT-STATUS NOT = "00"
006310          MOVE CLSOUT-STATUS TO TOV-IO-STATUS
006320          PERFORM 3900-SOURCE-NOT-OPEN THRU 3900-EXIT
006330          GO TO 1600-EXIT
006340      END-IF.
006350      READ CLSOUT-FILE
006360          AT END
006370              CONTINUE
006380      END-READ.
006390      IF CLSOUT-STATUS = "00"
006400          ADD 1 TO TOV-SRC-READ(TOV-SRC-IX)
006410          MOVE CLS-OVERALL TO TOV-CLOSE-OVERALL
006420          MOVE CLS-RUN-DATE TO TOV-CLOSE-DATE
006430          STRING "DAILY CLOSE FAILED  R=" CLS-RESULTS-FLAG
006440              " B=" CLS-BALANCE-FLAG " V=" CLS-VERIFY-FLAG
006450              " A=" CLS-ALERTS-FLAG DELIMITED BY SIZE
006460              INTO TOV-CLOSE-TEXT
006470          END-STRING
006480      END-IF.
006490      CLOSE CLSOUT-FILE.
006500  1600-EXIT.
006510      EXIT.
006520
006530* ****************************************************************
006540* * 2000-LOAD-PRIOR-HANDOVER - LAST NIGHT'S ITEMS.  AN ITEM STILL
006550* * WITHOUT A DISPOSITION CARRIES FORWARD; ONE DISPOSITIONED
006560* * ACPT/XFER IS HELD ONLY TO KEEP IT OFF WHILE IT PERSISTS.
006570* ****************************************************************
006580  2000-LOAD-PRIOR-HANDOVER.
006590      MOVE SPACES TO TOV-SECTION-LINE.
006600      MOVE "DISPOSITIONS RECORDED" TO TOV-SEC-TEXT.
006610      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
006620      MOVE TOV-DISP-HEADS TO TRNRPT-LINE.
006630      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
006640      OPEN INPUT TRNIN-FILE.
006650      IF TRNIN-STATUS NOT = "00"
006660          DISPLAY "COUNTTOV - NO TRNIN FILE, STATUS " TRNIN-STATUS
006670              " - NOTHING CARRIED FORWARD"
006680          GO TO 2000-EXIT
006690      END-IF.
006700      PERFORM 2100-READ-TRNIN THRU 2100-EXIT.
006710      PERFORM 2200-TABLE-PRIOR-ITEM THRU 2200-EXIT
006720          UNTIL TRNIN-EOF.
006730      CLOSE TRNIN-FILE.
006740  2000-EXIT.
006750      EXIT.
006760
006770  2100-READ-TRNIN.
006780      READ TRNIN-FILE INTO TURNOVER-RECORD
006790          AT END
006800              CONTINUE
006810      END-READ.
006820  2100-EXIT.
006830      EXIT.
006840
006850  2200-TABLE-PRIOR-ITEM.
006860      IF TRN-KEY = SPACES
006870          GO TO 2200-NEXT
006880      END-IF.
006890      ADD 1 TO TOV-PRIOR-COUNT.
006900      IF TRN-CLOSED
006910          PERFORM 4200-ADD-ITEM THRU 4200-EXIT
006920          GO TO 2200-NEXT
006930      END-IF.
006940      MOVE "C" TO TRN-STATE.
006950      IF TRN-CARRY-COUNT NOT NUMERIC
006960          MOVE 0 TO TRN-CARRY-COUNT
006970      END-IF.
006980      IF TRN-CARRY-COUNT < 999
006990          ADD 1 TO TRN-CARRY-COUNT
007000      END-IF.
007010*     A DISPOSITION ENTERED STRAIGHT ONTO TRNIN COUNTS THE SAME AS
007020*     ONE SENT ON DSPIN
007030      IF TRN-DISP-CODE NOT = SPACES
007040          MOVE TRN-DISP-CODE TO TOV-DSP-CODE
007050          MOVE TRN-DISP-OPERATOR TO TOV-DSP-OPERATOR
007060          MOVE TRN-DISP-DATE TO TOV-DSP-DATE
007070          MOVE TRN-DISP-NOTE TO TOV-DSP-NOTE
007080          ADD 1 TO TOV-DSP-READ-COUNT
007090          PERFORM 2600-EDIT-DISPOSITION THRU 2600-EXIT
007100          IF TOV-DSP-RESULT = SPACES
007110              PERFORM 2650-RECORD-DISPOSITION THRU 2650-EXIT
007120          ELSE
007130              MOVE SPACES TO TRN-DISP-CODE TRN-DISP-OPERATOR
007140                  TRN-DISP-DATE TRN-DISP-NOTE
007150          END-IF
007160          PERFORM 2700-WRITE-DISP-LINE THRU 2700-EXIT
007170      END-IF.
007180      PERFORM 4200-ADD-ITEM THRU 4200-EXIT.
007190  2200-NEXT.
007200      PERFORM 2100-READ-TRNIN THRU 2100-EXIT.
007210  2200-EXIT.
007220      EXIT.
007230
007240* ****************************************************************
007250* * 2500-APPLY-DISPOSITIONS - EACH DSPIN LINE NAMES A CARRIED ITEM
007260* * BY ITS KEY AND CARRIES THE DAY SHIFT'S DISPOSITION
007270* ****************************************************************
007280  2500-APPLY-DISPOSITIONS.
007290      OPEN INPUT DSPIN-FILE.
007300      IF DSPIN-STATUS NOT = "00"
007310          DISPLAY "COUNTTOV - NO DSPIN FILE, STATUS " DSPIN-STATUS
007320          GO TO 2500-EXIT
007330      END-IF.
007340      PERFORM 2510-READ-DSPIN THRU 2510-EXIT.
007350      PERFORM 2520-APPLY-ONE THRU 2520-EXIT
007360          UNTIL DSPIN-EOF.
007370      CLOSE DSPIN-FILE.
007380  2500-EXIT.
007390      EXIT.
007400
007410  2510-READ-DSPIN.
007420      READ DSPIN-FILE INTO TURNOVER-RECORD
007430          AT END
007440              CONTINUE
007450      END-READ.
007460  2510-EXIT.
007470      EXIT.
007480
007490  2520-APPLY-ONE.
007500      IF TRN-KEY = SPACES
007510          GO TO 2520-NEXT
007520      END-IF.
007530      ADD 1 TO TOV-DSP-READ-COUNT.
007540      MOVE TRN-DISP-CODE TO TOV-DSP-CODE.
007550      MOVE TRN-DISP-OPERATOR TO TOV-DSP-OPERATOR.
007560      MOVE TRN-DISP-DATE TO TOV-DSP-DATE.
007570      MOVE TRN-DISP-NOTE TO TOV-DSP-NOTE.
007580      PERFORM 2600-EDIT-DISPOSITION THRU 2600-EXIT.
007590      IF TOV-DSP-RESULT NOT = SPACES
007600          PERFORM 2700-WRITE-DISP-LINE THRU 2700-EXIT
007610          GO TO 2520-NEXT
007620      END-IF.
007630      MOVE TRN-KEY TO TOV-FIND-KEY.
007640      PERFORM 4100-FIND-ITEM THRU 4100-EXIT.
007650      IF TOV-FOUND-IX = 0
007660          MOVE "NO OPEN ITEM WITH KEY" TO TOV-DSP-RESULT
007670          ADD 1 TO TOV-DSP-EXCP-COUNT
007680          PERFORM 2700-WRITE-DISP-LINE THRU 2700-EXIT
007690          GO TO 2520-NEXT
007700      END-IF.
007710      MOVE TOV-I-IMAGE(TOV-FOUND-IX) TO TURNOVER-RECORD.
007720      IF TRN-CLOSED
007730          MOVE "ALREADY DISPOSITIONED" TO TOV-DSP-RESULT
007740          ADD 1 TO TOV-DSP-EXCP-COUNT
007750          PERFORM 2700-WRITE-DISP-LINE THRU 2700-EXIT
007760          GO TO 2520-NEXT
007770      END-IF.
007780      PERFORM 2650-RECORD-DISPOSITION THRU 2650-EXIT.
007790      MOVE TURNOVER-RECORD TO TOV-I-IMAGE(TOV-FOUND-IX).
007800      PERFORM 2700-WRITE-DISP-LINE THRU 2700-EXIT.
007810  2520-NEXT.
007820      PERFORM 2510-READ-DSPIN THRU 2510-EXIT.
007830  2520-EXIT.
007840      EXIT.
007850
007860*     A DISPOSITION NEEDS A KNOWN CODE AND THE OPERATOR GIVING IT
007870  2600-EDIT-DISPOSITION.
007880      MOVE SPACES TO TOV-DSP-RESULT.
007890      IF NOT TOV-DSP-VALID
007900          MOVE "INVALID DISPOSITION" TO TOV-DSP-RESULT
007910          ADD 1 TO TOV-DSP-EXCP-COUNT
007920          GO TO 2600-EXIT
007930      END-IF.
007940      IF TOV-DSP-OPERATOR = SPACES
007950          MOVE "NO OPERATOR GIVEN" TO TOV-DSP-RESULT
007960          ADD 1 TO TOV-DSP-EXCP-COUNT
007970      END-IF.
007980  2600-EXIT.
007990      EXIT.
008000
008010  2650-RECORD-DISPOSITION.
008020      MOVE TOV-DSP-CODE TO TRN-DISP-CODE.
008030      MOVE TOV-DSP-OPERATOR TO TRN-DISP-OPERATOR.
008040      IF TOV-DSP-DATE = SPACES
008050          MOVE TOV-RUN-DATE-DISPLAY TO TOV-DSP-DATE
008060      END-IF.
008070      MOVE TOV-DSP-DATE TO TRN-DISP-DATE.
008080      MOVE TOV-DSP-NOTE TO TRN-DISP-NOTE.
008090      MOVE "D" TO TRN-STATE.
008100      MOVE "RECORDED" TO TOV-DSP-RESULT.
008110      ADD 1 TO TOV-DSP-OK-COUNT.
008120  2650-EXIT.
008130      EXIT.
008140
008150  2700-WRITE-DISP-LINE.
008160      MOVE SPACES TO TOV-DISP-LINE.
008170      MOVE TRN-ITEM-TYPE TO TOV-DL-TYPE.
008180      MOVE TRN-FILE-ID TO TOV-DL-FILE-ID.
008190      MOVE TOV-DSP-CODE TO TOV-DL-CODE.
008200      MOVE TOV-DSP-OPERATOR TO TOV-DL-OPERATOR.
008210      MOVE TOV-DSP-DATE TO TOV-DL-DATE.
008220      MOVE TOV-DSP-RESULT TO TOV-DL-RESULT.
008230      MOVE TOV-DSP-NOTE TO TOV-DL-NOTE.
008240      MOVE TRN-TEXT TO TOV-DL-TEXT.
008250      MOVE TOV-DISP-LINE TO TRNRPT-LINE.
008260      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
008270  2700-EXIT.
008280      EXIT.
008290
008300* ****************************************************************
008310* * 3000-CHECK-CLOSE - THE DAILY CLOSE MUST HAVE PASSED TONIGHT
008320* ****************************************************************
008330  3000-CHECK-CLOSE.
008340      MOVE 1 TO TOV-SRC-IX.
008350      IF TOV-CLOSE-DATE = TOV-RUN-DATE-DISPLAY
008360          AND TOV-CLOSE-OVERALL = "PASS"
008370          GO TO 3000-EXIT
008380      END-IF.
008390      MOVE SPACES TO TURNOVER-RECORD.
008400      MOVE "CLOS" TO TRN-ITEM-TYPE.
008410      MOVE "*ALL" TO TRN-FILE-ID.
008420      MOVE TOV-RUN-DATE-DISPLAY TO TRN-REF.
008430      MOVE TOV-RUN-DATE-DISPLAY TO TRN-OPEN-DATE.
008440      MOVE "E" TO TRN-SEVERITY.
008450      IF TOV-CLOSE-DATE = TOV-RUN-DATE-DISPLAY
008460          MOVE TOV-CLOSE-TEXT TO TOV-NEW-TEXT
008470      ELSE
008480          MOVE "NO DAILY CLOSE RECORD FOR THIS DATE"
008490              TO TOV-NEW-TEXT
008500      END-IF.
008510      PERFORM 4000-RAISE-ITEM THRU 4000-EXIT.
008520  3000-EXIT.
008530      EXIT.
008540
008550* ****************************************************************
008560* * 3100-CHECK-ALERTS - EVERY ALERT NOT YET ACKNOWLEDGED, AGED
008570* * FROM THE NIGHT IT WAS RAISED
008580* ****************************************************************
008590  3100-CHECK-ALERTS.
008600      MOVE 2 TO TOV-SRC-IX.
008610      OPEN INPUT ALMMST-FILE.
008620      IF ALMMST-STATUS NOT = "00"
008630          MOVE ALMMST-STATUS TO TOV-IO-STATUS
008640          PERFORM 3900-SOURCE-NOT-OPEN THRU 3900-EXIT
008650          GO TO 3100-EXIT
008660      END-IF.
008670      MOVE "N" TO TOV-MASTER-EOF-SW.
008680      MOVE LOW-VALUES TO ALM-KEY.
008690      START ALMMST-FILE KEY NOT LESS THAN ALM-KEY
008700          INVALID KEY
008710              MOVE "Y" TO TOV-MASTER-EOF-SW
008720      END-START.
008730      PERFORM 3110-CHECK-ONE-ALERT THRU 3110-EXIT
008740          UNTIL TOV-MASTER-EOF.
008750      CLOSE ALMMST-FILE.
008760  3100-EXIT.
008770      EXIT.
008780
008790  3110-CHECK-ONE-ALERT.
008800      READ ALMMST-FILE NEXT RECORD
008810          AT END
008820              MOVE "Y" TO TOV-MASTER-EOF-SW
008830              GO TO 3110-EXIT
008840      END-READ.
008850      IF ALMMST-STATUS NOT = "00"
008860          MOVE "Y" TO TOV-MASTER-EOF-SW
008870          GO TO 3110-EXIT
008880      END-IF.
008890      ADD 1 TO TOV-SRC-READ(TOV-SRC-IX).
008900      IF ALM-ACKED
008910          GO TO 3110-EXIT
008920      END-IF.
008930      MOVE SPACES TO TURNOVER-RECORD.
008940      MOVE "ALRT" TO TRN-ITEM-TYPE.
008950      MOVE ALM-FILE-ID TO TRN-FILE-ID.
008960      STRING ALM-RUN-DATE ALM-RUN-TIME ALM-REASON
008970          DELIMITED BY SIZE
008980          INTO TRN-REF
008990      END-STRING.
009000      MOVE ALM-RUN-DATE TO TRN-OPEN-DATE.
009010      MOVE ALM-SEVERITY TO TRN-SEVERITY.
009020      MOVE SPACES TO TOV-NEW-TEXT.
009030      STRING "ALERT " ALM-REASON " NOT ACKED - JOB " ALM-JOBNAME
009040          DELIMITED BY SIZE
009050          INTO TOV-NEW-TEXT
009060      END-STRING.
009070      PERFORM 4000-RAISE-ITEM THRU 4000-EXIT.
009080  3110-EXIT.
009090      EXIT.
009100
009110* ****************************************************************
009120* * 3200-CHECK-SLA - TONIGHT'S TIMMST RECORDS WHOSE AVERAGE RUN
009130* * IS OVER THE SLAIN ALLOWANCE FOR THE FILE-ID
009140* ****************************************************************
009150  3200-CHECK-SLA.
009160      MOVE 3 TO TOV-SRC-IX.
009170      IF NOT TOV-SLA-LOADED
009180          MOVE "NOT CHECKED - NO SLAIN TABLE" TO TOV-SRC-NOTE(3)
009190          GO TO 3200-EXIT
009200      END-IF.
009210      OPEN INPUT TIMMST-FILE.
009220      IF TIMMST-STATUS NOT = "00"
009230          MOVE TIMMST-STATUS TO TOV-IO-STATUS
009240          PERFORM 3900-SOURCE-NOT-OPEN THRU 3900-EXIT
009250          GO TO 3200-EXIT
009260      END-IF.
009270      MOVE "N" TO TOV-MASTER-EOF-SW.
009280      MOVE LOW-VALUES TO TMS-KEY.
009290      START TIMMST-FILE KEY NOT LESS THAN TMS-KEY
009300          INVALID KEY
009310              MOVE "Y" TO TOV-MASTER-EOF-SW
009320      END-START.
009330      PERFORM 3210-CHECK-ONE-TIMING THRU 3210-EXIT
009340          UNTIL TOV-MASTER-EOF.
009350      CLOSE TIMMST-FILE.
009360  3200-EXIT.
009370      EXIT.
009380
009390  3210-CHECK-ONE-TIMING.
009400      READ TIMMST-FILE NEXT RECORD
009410          AT END
009420              MOVE "Y" TO TOV-MASTER-EOF-SW
009430              GO TO 3210-EXIT
009440      END-READ.
009450      IF TIMMST-STATUS NOT = "00"
009460          MOVE "Y" TO TOV-MASTER-EOF-SW
009470          GO TO 3210-EXIT
009480      END-IF.
009490      IF TMS-RUN-DATE NOT = TOV-RUN-DATE-DISPLAY
009500          GO TO 3210-EXIT
009510      END-IF.
009520      ADD 1 TO TOV-SRC-READ(TOV-SRC-IX).
009530      PERFORM 3220-FIND-SLA THRU 3220-EXIT.
009540      IF TOV-SLA-FOUND-IX = 0 OR TMS-RUNS = 0
009550          GO TO 3210-EXIT
009560      END-IF.
009570      MOVE TOV-SLA-SECS(TOV-SLA-FOUND-IX) TO TOV-SLA-ALLOWED.
009580      COMPUTE TOV-AVG-SECS ROUNDED = TMS-ELAPSED / TMS-RUNS.
009590      IF TOV-AVG-SECS NOT > TOV-SLA-ALLOWED
009600          GO TO 3210-EXIT
009610      END-IF.
009620      MOVE SPACES TO TURNOVER-RECORD.
009630      MOVE "SLA " TO TRN-ITEM-TYPE.
009640      MOVE TMS-FILE-ID TO TRN-FILE-ID.
009650      MOVE TMS-RUN-DATE TO TRN-REF.
009660      MOVE TMS-RUN-DATE TO TRN-OPEN-DATE.
009670      MOVE "W" TO TRN-SEVERITY.
009680      MOVE TOV-AVG-SECS TO TOV-SECS-DISPLAY.
009690      MOVE TOV-SLA-ALLOWED TO TOV-ALLOWED-DISPLAY.
009700      MOVE SPACES TO TOV-NEW-TEXT.
009710      STRING "AVG RUN SECS " TOV-SECS-DISPLAY " OVER SLA "
009720          TOV-ALLOWED-DISPLAY DELIMITED BY SIZE
009730          INTO TOV-NEW-TEXT
009740      END-STRING.
009750      PERFORM 4000-RAISE-ITEM THRU 4000-EXIT.
009760  3210-EXIT.
009770      EXIT.
009780
009790  3220-FIND-SLA.
009800      MOVE 0 TO TOV-SLA-FOUND-IX.
009810      PERFORM 3230-CHECK-SLA-ROW THRU 3230-EXIT
009820          VARYING TOV-SLA-IX FROM 1 BY 1
009830          UNTIL TOV-SLA-IX > TOV-SLA-CNT
009840          OR TOV-SLA-FOUND-IX NOT = 0.
009850  3220-EXIT.
009860      EXIT.
009870
009880  3230-CHECK-SLA-ROW.
009890      IF TOV-SLA-ID(TOV-SLA-IX) = TMS-FILE-ID
009900          MOVE TOV-SLA-IX TO TOV-SLA-FOUND-IX
009910      END-IF.
009920  3230-EXIT.
009930      EXIT.
009940
009950* ****************************************************************
009960* * 3300-CHECK-RESULTS - EVERY RSLTOUT ENTRY THAT DID NOT FINISH
009970* * OK: HELD BEHIND A PREREQUISITE OR FAILED
009980* ****************************************************************
009990  3300-CHECK-RESULTS.
010000      MOVE 4 TO TOV-SRC-IX.
010010      OPEN INPUT RSLTIN-FILE.
010020      IF RSLTIN-STATUS NOT = "00"
010030          MOVE RSLTIN-STATUS TO TOV-IO-STATUS
010040          PERFORM 3900-SOURCE-NOT-OPEN THRU 3900-EXIT
010050          GO TO 3300-EXIT
010060      END-IF.
010070      PERFORM 3310-READ-RSLTIN THRU 3310-EXIT.
010080      PERFORM 3320-CHECK-ONE-RESULT THRU 3320-EXIT
010090          UNTIL RSLTIN-EOF.
010100      CLOSE RSLTIN-FILE.
010110  3300-EXIT.
010120      EXIT.
010130
010140  3310-READ-RSLTIN.
010150      READ RSLTIN-FILE
010160          AT END
010170              CONTINUE
010180      END-READ.
010190  3310-EXIT.
010200      EXIT.
010210
010220  3320-CHECK-ONE-RESULT.
010230      IF RSL-FILE-ID = SPACES
010240          GO TO 3320-NEXT
010250      END-IF.
010260      ADD 1 TO TOV-SRC-READ(TOV-SRC-IX).
010270      IF RSL-STATUS = "OK"
010280          GO TO 3320-NEXT
010290      END-IF.
010300      MOVE SPACES TO TURNOVER-RECORD.
010310      MOVE "RSLT" TO TRN-ITEM-TYPE.
010320      MOVE RSL-FILE-ID TO TRN-FILE-ID.
010330      STRING TOV-RUN-DATE-DISPLAY " " RSL-STATUS
010340          DELIMITED BY SIZE
010350          INTO TRN-REF
010360      END-STRING.
010370      MOVE TOV-RUN-DATE-DISPLAY TO TRN-OPEN-DATE.
010380      IF RSL-STATUS = "HELD"
010390          MOVE "W" TO TRN-SEVERITY
010400      ELSE
010410          MOVE "E" TO TRN-SEVERITY
010420      END-IF.
010430      MOVE SPACES TO TOV-NEW-TEXT.
010440      STRING "ENTRY " RSL-STATUS " RC " RSL-RC-X
010450          DELIMITED BY SIZE
010460          INTO TOV-NEW-TEXT
010470      END-STRING.
010480      PERFORM 4000-RAISE-ITEM THRU 4000-EXIT.
010490  3320-NEXT.
010500      PERFORM 3310-READ-RSLTIN THRU 3310-EXIT.
010510  3320-EXIT.
010520      EXIT.
010530
010540* ****************************************************************
010550* * 3400-CHECK-RERUN - AN ENTRY ON THE RERUN DRIVER IS NOTED ON
010560* * ITS RESULT ITEM; ONE WITH NO RESULT ITEM IS AN ITEM ITSELF
010570* ****************************************************************
010580  3400-CHECK-RERUN.
010590      MOVE 5 TO TOV-SRC-IX.
010600      OPEN INPUT RERUN-FILE.
010610      IF RERUN-STATUS NOT = "00"
010620          MOVE RERUN-STATUS TO TOV-IO-STATUS
010630          PERFORM 3900-SOURCE-NOT-OPEN THRU 3900-EXIT
010640          GO TO 3400-EXIT
010650      END-IF.
010660      PERFORM 3410-READ-RERUN THRU 3410-EXIT.
010670      PERFORM 3420-CHECK-ONE-RERUN THRU 3420-EXIT
010680          UNTIL RERUN-EOF.
010690      CLOSE RERUN-FILE.
010700  3400-EXIT.
010710      EXIT.
010720
010730  3410-READ-RERUN.
010740      READ RERUN-FILE
010750          AT END
010760              CONTINUE
010770      END-READ.
010780  3410-EXIT.
010790      EXIT.
010800
010810  3420-CHECK-ONE-RERUN.
010820      IF RERUN-FILE-ID = SPACES
010830          GO TO 3420-NEXT
010840      END-IF.
010850      ADD 1 TO TOV-SRC-READ(TOV-SRC-IX).
010860      PERFORM 3430-FIND-RESULT-ITEM THRU 3430-EXIT.
010870      IF TOV-FOUND-IX NOT = 0
010880          MOVE TOV-I-IMAGE(TOV-FOUND-IX) TO TURNOVER-RECORD
010890          MOVE " - ON RERUN DRIVER" TO TRN-TEXT(17:18)
010900          MOVE TURNOVER-RECORD TO TOV-I-IMAGE(TOV-FOUND-IX)
010910          GO TO 3420-NEXT
010920      END-IF.
010930      MOVE SPACES TO TURNOVER-RECORD.
010940      MOVE "RERN" TO TRN-ITEM-TYPE.
010950      MOVE RERUN-FILE-ID TO TRN-FILE-ID.
010960      MOVE TOV-RUN-DATE-DISPLAY TO TRN-REF.
010970      MOVE TOV-RUN-DATE-DISPLAY TO TRN-OPEN-DATE.
010980      MOVE "E" TO TRN-SEVERITY.
010990      MOVE "ON RERUN DRIVER - NO RESULT LINE" TO TOV-NEW-TEXT.
011000      PERFORM 4000-RAISE-ITEM THRU 4000-EXIT.
011010  3420-NEXT.
011020      PERFORM 3410-READ-RERUN THRU 3410-EXIT.
011030  3420-EXIT.
011040      EXIT.
011050
011060*     TONIGHT'S RESULT ITEM FOR THE SAME FILE-ID, WHATEVER ITS
011070*     STATUS
011080  3430-FIND-RESULT-ITEM.
011090      MOVE 0 TO TOV-FOUND-IX.
011100      PERFORM 3440-CHECK-RESULT-ROW THRU 3440-EXIT
011110          VARYING TOV-ITEM-IX FROM 1 BY 1
011120          UNTIL TOV-ITEM-IX > TOV-ITEM-CNT
011130          OR TOV-FOUND-IX NOT = 0.
011140  3430-EXIT.
011150      EXIT.
011160
011170  3440-CHECK-RESULT-ROW.
011180      IF TOV-I-KEY(TOV-ITEM-IX)(1:4) = "RSLT"
011190          AND TOV-I-KEY(TOV-ITEM-IX)(5:8) = RERUN-FILE-ID
011200          AND TOV-I-KEY(TOV-ITEM-IX)(13:10) = TOV-RUN-DATE-DISPLAY
011210          MOVE TOV-ITEM-IX TO TOV-FOUND-IX
011220      END-IF.
011230  3440-EXIT.
011240      EXIT.
011250
011260* ****************************************************************
011270* * 3500-CHECK-RANGES - EVERY SEQMST RANGE AT OR UNDER THE LOW-
011280* * WATER MARK, MEASURED AS COUNTCAP MEASURES IT
011290* ****************************************************************
011300  3500-CHECK-RANGES.
011310      MOVE 6 TO TOV-SRC-IX.
011320      OPEN INPUT SEQMST-FILE.
011330      IF SEQMST-STATUS NOT = "00"
011340          MOVE SEQMST-STATUS TO TOV-IO-STATUS
011350          PERFORM 3900-SOURCE-NOT-OPEN THRU 3900-EXIT
011360          GO TO 3500-EXIT
011370      END-IF.
011380      MOVE "N" TO TOV-MASTER-EOF-SW.
011390      MOVE LOW-VALUES TO SEQ-NAME.
011400      START SEQMST-FILE KEY NOT LESS THAN SEQ-NAME
011410          INVALID KEY
011420              MOVE "Y" TO TOV-MASTER-EOF-SW
011430      END-START.
011440      PERFORM 3510-CHECK-ONE-RANGE THRU 3510-EXIT
011450          UNTIL TOV-MASTER-EOF.
011460      CLOSE SEQMST-FILE.
011470  3500-EXIT.
011480      EXIT.
011490
011500  3510-CHECK-ONE-RANGE.
011510      READ SEQMST-FILE NEXT RECORD
011520          AT END
011530              MOVE "Y" TO TOV-MASTER-EOF-SW
011540              GO TO 3510-EXIT
011550      END-READ.
011560      IF SEQMST-STATUS NOT = "00"
011570          MOVE "Y" TO TOV-MASTER-EOF-SW
011580          GO TO 3510-EXIT
011590      END-IF.
011600      ADD 1 TO TOV-SRC-READ(TOV-SRC-IX).
011610      COMPUTE TOV-TOTAL-NUMS = SEQ-HIGH - SEQ-LOW + 1.
011620      COMPUTE TOV-REMAIN-NUMS = SEQ-HIGH - SEQ-LAST.
011630      PERFORM 3520-ADD-RECLAIMED THRU 3520-EXIT
011640          VARYING TOV-RCL-IX FROM 1 BY 1
011650          UNTIL TOV-RCL-IX > SEQ-RCL-CNT.
011660      IF TOV-TOTAL-NUMS = 0
011670          MOVE 1 TO TOV-TOTAL-NUMS
011680      END-IF.
011690      COMPUTE TOV-PCT-REMAIN ROUNDED =
011700          TOV-REMAIN-NUMS * 100 / TOV-TOTAL-NUMS.
011710      IF TOV-PCT-REMAIN > TOV-THRESHOLD-PCT
011720          GO TO 3510-EXIT
011730      END-IF.
011740      MOVE SPACES TO TURNOVER-RECORD.
011750      MOVE "LOWW" TO TRN-ITEM-TYPE.
011760      MOVE SEQ-NAME TO TRN-FILE-ID.
011770      MOVE TOV-RUN-DATE-DISPLAY TO TRN-OPEN-DATE.
011780      MOVE "W" TO TRN-SEVERITY.
011790      MOVE TOV-PCT-REMAIN TO TOV-PCT-DISPLAY.
011800      MOVE SPACES TO TOV-NEW-TEXT.
011810      STRING "RANGE AT LOW WATER - " TOV-PCT-DISPLAY " PCT LEFT"
011820          DELIMITED BY SIZE
011830          INTO TOV-NEW-TEXT
011840      END-STRING.
011850      PERFORM 4000-RAISE-ITEM THRU 4000-EXIT.
011860  3510-EXIT.
011870      EXIT.
011880
011890*     NUMBERS ON THE MASTER RECLAIM LIST ARE STILL ISSUABLE
011900  3520-ADD-RECLAIMED.
011910      ADD SEQ-RCL-COUNT(TOV-RCL-IX) TO TOV-REMAIN-NUMS.
011920  3520-EXIT.
011930      EXIT.
011940
011950*     A SOURCE THAT CANNOT BE READ LEAVES THE HANDOVER INCOMPLETE
011960  3900-SOURCE-NOT-OPEN.
011970      STRING "NOT AVAILABLE - STATUS " TOV-IO-STATUS
011980          DELIMITED BY SIZE
011990          INTO TOV-SRC-NOTE(TOV-SRC-IX)
012000      END-STRING.
012010      DISPLAY "COUNTTOV - " TOV-SRC-NAME(TOV-SRC-IX) " "
012020          TOV-SRC-NOTE(TOV-SRC-IX).
012030      ADD 1 TO TOV-SOURCE-FAIL-COUNT.
012040  3900-EXIT.
012050      EXIT.
012060
012070* ****************************************************************
012080* * 4000-RAISE-ITEM - TONIGHT'S ITEM IS IN TURNOVER-RECORD.  AN
012090* * ITEM ALREADY CARRIED IS MARKED STILL OPEN; A DONE ITEM THAT
012100* * IS STILL PRESENT IS REOPENED; ACPT/XFER STAY DISPOSITIONED.
012110* ****************************************************************
012120  4000-RAISE-ITEM.
012130      MOVE TOV-SRC-NAME(TOV-SRC-IX) TO TRN-SOURCE.
012140      ADD 1 TO TOV-SRC-RAISED(TOV-SRC-IX).
012150      MOVE TRN-KEY TO TOV-FIND-KEY.
012160      PERFORM 4100-FIND-ITEM THRU 4100-EXIT.
012170      IF TOV-FOUND-IX = 0
012180          MOVE "N" TO TRN-STATE
012190          MOVE 0 TO TRN-CARRY-COUNT
012200          MOVE TOV-NEW-TEXT TO TRN-TEXT
012210          PERFORM 4200-ADD-ITEM THRU 4200-EXIT
012220          MOVE "Y" TO TOV-I-SEEN-SW(TOV-ITEM-CNT)
012230          GO TO 4000-EXIT
012240      END-IF.
012250      MOVE TOV-I-IMAGE(TOV-FOUND-IX) TO TURNOVER-RECORD.
012260      MOVE "Y" TO TOV-I-SEEN-SW(TOV-FOUND-IX).
012270      EVALUATE TRUE
012280          WHEN TRN-CARRIED
012290              MOVE "O" TO TRN-STATE
012300          WHEN TRN-CLOSED AND TRN-DISP-DONE
012310              MOVE "R" TO TRN-STATE
012320              MOVE SPACES TO TRN-DISP-CODE TRN-DISP-OPERATOR
012330                  TRN-DISP-DATE TRN-DISP-NOTE
012340      END-EVALUATE.
012350      MOVE TOV-NEW-TEXT TO TRN-TEXT.
012360      MOVE TURNOVER-RECORD TO TOV-I-IMAGE(TOV-FOUND-IX).
012370  4000-EXIT.
012380      EXIT.
012390
012400  4100-FIND-ITEM.
012410      MOVE 0 TO TOV-FOUND-IX.
012420      PERFORM 4110-CHECK-ITEM-ROW THRU 4110-EXIT
012430          VARYING TOV-ITEM-IX FROM 1 BY 1
012440          UNTIL TOV-ITEM-IX > TOV-ITEM-CNT
012450          OR TOV-FOUND-IX NOT = 0.
012460  4100-EXIT.
012470      EXIT.
012480
012490  4110-CHECK-ITEM-ROW.
012500      IF TOV-I-KEY(TOV-ITEM-IX) = TOV-FIND-KEY
012510          MOVE TOV-ITEM-IX TO TOV-FOUND-IX
012520      END-IF.
012530  4110-EXIT.
012540      EXIT.
012550
012560  4200-ADD-ITEM.
012570      IF TOV-ITEM-CNT >= TOV-ITEM-MAX
012580          DISPLAY "COUNTTOV - ITEM TABLE FULL AT " TOV-ITEM-MAX
012590              " ITEMS"
012600          MOVE 16 TO RETURN-CODE
012610          PERFORM 8000-TERMINATE THRU 8000-EXIT
012620          GO TO 9999-EXIT
012630      END-IF.
012640      ADD 1 TO TOV-ITEM-CNT.
012650      MOVE TURNOVER-RECORD TO TOV-I-IMAGE(TOV-ITEM-CNT).
012660      MOVE "N" TO TOV-I-SEEN-SW(TOV-ITEM-CNT).
012670  4200-EXIT.
012680      EXIT.
012690
012700* ****************************************************************
012710* * 4500-PAGE-HEADERS - TITLE, RUN DATE, CLOSE VERDICT
012720* ****************************************************************
012730  4500-PAGE-HEADERS.
012740      ADD 1 TO TOV-PAGE-CTR.
012750      MOVE TOV-PAGE-CTR TO TOV-H1-PAGE.
012760      MOVE TOV-HEADER-1 TO TRNRPT-LINE.
012770      IF TOV-PAGE-CTR = 1
012780          WRITE TRNRPT-LINE
012790      ELSE
012800          WRITE TRNRPT-LINE AFTER ADVANCING PAGE
012810      END-IF.
012820      PERFORM 4650-CHECK-TRNRPT THRU 4650-EXIT.
012830      MOVE TOV-RUN-DATE-DISPLAY TO TOV-H2-RUN-DATE.
012832      IF TOV-BACKDATED
012834          MOVE "  BACKDATED RUN" TO TOV-H2-BACKDATE
012836      END-IF.
012840      MOVE TOV-CLOSE-OVERALL TO TOV-H2-CLOSE.
012850      MOVE TOV-THRESHOLD-PCT TO TOV-H2-THRESHOLD.
012860      MOVE TOV-HEADER-2 TO TRNRPT-LINE.
012870      WRITE TRNRPT-LINE AFTER ADVANCING 1 LINE.
012880      PERFORM 4650-CHECK-TRNRPT THRU 4650-EXIT.
012890      MOVE SPACES TO TRNRPT-LINE.
012900      WRITE TRNRPT-LINE AFTER ADVANCING 1 LINE.
012910      PERFORM 4650-CHECK-TRNRPT THRU 4650-EXIT.
012920      MOVE 3 TO TOV-LINE-CTR.
012930  4500-EXIT.
012940      EXIT.
012950
012960  4600-WRITE-REPORT-LINE.
012970      IF TOV-LINE-CTR >= TOV-LINES-PER-PAGE
012980          MOVE TRNRPT-LINE TO TOV-SAVE-LINE
012990          PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT
013000          MOVE TOV-SAVE-LINE TO TRNRPT-LINE
013010      END-IF.
013020      WRITE TRNRPT-LINE AFTER ADVANCING 1 LINE.
013030      PERFORM 4650-CHECK-TRNRPT THRU 4650-EXIT.
013040      ADD 1 TO TOV-LINE-CTR.
013050  4600-EXIT.
013060      EXIT.
013070
013080  4650-CHECK-TRNRPT.
013090      IF TRNRPT-STATUS NOT = "00"
013100          DISPLAY "COUNTTOV - UNABLE TO WRITE TRNRPT, STATUS "
013110              TRNRPT-STATUS
013120          MOVE "N" TO TOV-RPT-OPEN-SW
013130          MOVE 16 TO RETURN-CODE
013140          PERFORM 8000-TERMINATE THRU 8000-EXIT
013150          GO TO 9999-EXIT
013160      END-IF.
013170  4650-EXIT.
013180      EXIT.
013190
013200  4700-WRITE-SECTION.
013210      MOVE SPACES TO TRNRPT-LINE.
013220      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
013230      MOVE TOV-SECTION-LINE TO TRNRPT-LINE.
013240      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
013250  4700-EXIT.
013260      EXIT.
013270
013280* ****************************************************************
013290* * 5000-WRITE-HANDOVER - LIST AND WRITE EVERY OPEN ITEM WITH ITS
013300* * AGE.  A DISPOSITIONED ITEM STILL PRESENT IS WRITTEN TO TRNOUT
013310* * ONLY, SO IT STAYS OFF TOMORROW'S HANDOVER; ONE NO LONGER
013320* * PRESENT IS DROPPED.
013330* ****************************************************************
013340  5000-WRITE-HANDOVER.
013350      MOVE SPACES TO TOV-SECTION-LINE.
013360      MOVE "OPEN ITEMS" TO TOV-SEC-TEXT.
013370      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
013380      MOVE TOV-ITEM-HEADS TO TRNRPT-LINE.
013390      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
013400      PERFORM 5100-WRITE-ONE-ITEM THRU 5100-EXIT
013410          VARYING TOV-ITEM-IX FROM 1 BY 1
013420          UNTIL TOV-ITEM-IX > TOV-ITEM-CNT.
013430      IF TOV-OPEN-COUNT = 0
013440          MOVE "  NOTHING OUTSTANDING" TO TRNRPT-LINE
013450          PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT
013460      END-IF.
013470  5000-EXIT.
013480      EXIT.
013490
013500  5100-WRITE-ONE-ITEM.
013510      MOVE TOV-I-IMAGE(TOV-ITEM-IX) TO TURNOVER-RECORD.
013520      MOVE TOV-RUN-DATE-DISPLAY TO TRN-HANDOVER-DATE.
013530      IF TRN-CLOSED
013540          IF TOV-I-SEEN-SW(TOV-ITEM-IX) = "Y"
013550              ADD 1 TO TOV-CLOSED-KEPT-COUNT
013560              PERFORM 5300-WRITE-TRNOUT THRU 5300-EXIT
013570          ELSE
013580              ADD 1 TO TOV-CLOSED-GONE-COUNT
013590          END-IF
013600          GO TO 5100-EXIT
013610      END-IF.
013620      PERFORM 5200-SET-AGE THRU 5200-EXIT.
013630      PERFORM 5300-WRITE-TRNOUT THRU 5300-EXIT.
013640      ADD 1 TO TOV-OPEN-COUNT.
013650      IF TRN-SEVERITY = "E"
013660          ADD 1 TO TOV-ERROR-COUNT
013670      END-IF.
013680      MOVE SPACES TO TOV-ITEM-LINE.
013690      EVALUATE TRUE
013700          WHEN TRN-NEW
013710              MOVE "NEW" TO TOV-IL-STATE
013720              ADD 1 TO TOV-NEW-COUNT
013730          WHEN TRN-STILL-OPEN
013740              MOVE "OPEN" TO TOV-IL-STATE
013750              ADD 1 TO TOV-STILL-COUNT
013760          WHEN TRN-CARRIED
013770              MOVE "CARRIED" TO TOV-IL-STATE
013780              ADD 1 TO TOV-CARRIED-COUNT
013790          WHEN TRN-REOPENED
013800              MOVE "REOPENED" TO TOV-IL-STATE
013810              ADD 1 TO TOV-REOPEN-COUNT
013820      END-EVALUATE.
013830      MOVE TRN-ITEM-TYPE TO TOV-IL-TYPE.
013840      MOVE TRN-FILE-ID TO TOV-IL-FILE-ID.
013850      MOVE TRN-OPEN-DATE TO TOV-IL-OPENED.
013860      MOVE TRN-AGE-DAYS TO TOV-IL-AGE.
013870      MOVE TRN-CARRY-COUNT TO TOV-IL-CARRY.
013880      MOVE TRN-SEVERITY TO TOV-IL-SEVERITY.
013890      MOVE TRN-SOURCE TO TOV-IL-SOURCE.
013900      MOVE TRN-TEXT TO TOV-IL-TEXT.
013910      MOVE TRN-REF TO TOV-IL-REF.
013920      MOVE TOV-ITEM-LINE TO TRNRPT-LINE.
013930      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
013940  5100-EXIT.
013950      EXIT.
013960
013970*     AGE IN DAYS FROM THE DATE THE ITEM AROSE TO THE BUSINESS
013980*     DATE OF THIS HANDOVER
013990  5200-SET-AGE.
014000      MOVE 0 TO TRN-AGE-DAYS.
014010      STRING TRN-OPEN-DATE(1:4) TRN-OPEN-DATE(6:2)
014020          TRN-OPEN-DATE(9:2) DELIMITED BY SIZE
014030          INTO TOV-OPEN-NUM-X
014040      END-STRING.
014050      IF TOV-OPEN-NUM-X NOT NUMERIC
014060          GO TO 5200-EXIT
014070      END-IF.
014080      IF FUNCTION TEST-DATE-YYYYMMDD(TOV-OPEN-NUM) NOT = 0
014090          GO TO 5200-EXIT
014100      END-IF.
014110      COMPUTE TOV-OPEN-DAYNO =
014120          FUNCTION INTEGER-OF-DATE(TOV-OPEN-NUM).
014130      IF TOV-OPEN-DAYNO < TOV-TODAY-DAYNO
014140          COMPUTE TRN-AGE-DAYS = TOV-TODAY-DAYNO - TOV-OPEN-DAYNO
014150      END-IF.
014160  5200-EXIT.
014170      EXIT.
014180
014190  5300-WRITE-TRNOUT.
014200      WRITE TRNOUT-LINE FROM TURNOVER-RECORD.
014210      IF TRNOUT-STATUS NOT = "00"
014220          DISPLAY "COUNTTOV - UNABLE TO WRITE TRNOUT, STATUS "
014230              TRNOUT-STATUS
014240          MOVE "N" TO TOV-TRNOUT-OPEN-SW
014250          MOVE 16 TO RETURN-CODE
014260          PERFORM 8000-TERMINATE THRU 8000-EXIT
014270          GO TO 9999-EXIT
014280      END-IF.
014290      ADD 1 TO TOV-TRNOUT-COUNT.
014300  5300-EXIT.
014310      EXIT.
014320
014330* ****************************************************************
014340* * 6000-WRITE-SUMMARY - SOURCES, COUNTS AND THE VERDICT
014350* ****************************************************************
014360  6000-WRITE-SUMMARY.
014370      MOVE SPACES TO TOV-SECTION-LINE.
014380      MOVE "SOURCES" TO TOV-SEC-TEXT.
014390      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
014400      MOVE TOV-SOURCE-HEADS TO TRNRPT-LINE.
014410      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
014420      PERFORM 6050-WRITE-SOURCE THRU 6050-EXIT
014430          VARYING TOV-SRC-IX FROM 1 BY 1
014440          UNTIL TOV-SRC-IX > 6.
014450      MOVE SPACES TO TOV-SECTION-LINE.
014460      MOVE "SUMMARY" TO TOV-SEC-TEXT.
014470      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
014480      MOVE "  ITEMS ON LAST HANDOVER" TO TOV-SEC-TEXT.
014490      MOVE TOV-PRIOR-COUNT TO TOV-SEC-VALUE.
014500      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
014510      MOVE "  DISPOSITIONS RECEIVED" TO TOV-SEC-TEXT.
014520      MOVE TOV-DSP-READ-COUNT TO TOV-SEC-VALUE.
014530      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
014540      MOVE "  DISPOSITIONS RECORDED" TO TOV-SEC-TEXT.
014550      MOVE TOV-DSP-OK-COUNT TO TOV-SEC-VALUE.
014560      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
014570      MOVE "  DISPOSITIONS REJECTED" TO TOV-SEC-TEXT.
014580      MOVE TOV-DSP-EXCP-COUNT TO TOV-SEC-VALUE.
014590      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
014600      MOVE "  OPEN ITEMS ON THIS HANDOVER" TO TOV-SEC-TEXT.
014610      MOVE TOV-OPEN-COUNT TO TOV-SEC-VALUE.
014620      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
014630      MOVE "    NEW TONIGHT" TO TOV-SEC-TEXT.
014640      MOVE TOV-NEW-COUNT TO TOV-SEC-VALUE.
014650      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
014660      MOVE "    STILL OPEN FROM AN EARLIER NIGHT" TO TOV-SEC-TEXT.
014670      MOVE TOV-STILL-COUNT TO TOV-SEC-VALUE.
014680      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
014690      MOVE "    CARRIED - NOT SEEN TONIGHT" TO TOV-SEC-TEXT.
014700      MOVE TOV-CARRIED-COUNT TO TOV-SEC-VALUE.
014710      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
014720      MOVE "    REOPENED AFTER DONE" TO TOV-SEC-TEXT.
014730      MOVE TOV-REOPEN-COUNT TO TOV-SEC-VALUE.
014740      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
014750      MOVE "    ERROR SEVERITY" TO TOV-SEC-TEXT.
014760      MOVE TOV-ERROR-COUNT TO TOV-SEC-VALUE.
014770      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
014780      MOVE "  DISPOSITIONED - STILL PRESENT, HELD OFF"
014790          TO TOV-SEC-TEXT.
014800      MOVE TOV-CLOSED-KEPT-COUNT TO TOV-SEC-VALUE.
014810      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
014820      MOVE "  DISPOSITIONED - CLEARED" TO TOV-SEC-TEXT.
014830      MOVE TOV-CLOSED-GONE-COUNT TO TOV-SEC-VALUE.
014840      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
014850      MOVE "  TRNOUT RECORDS WRITTEN" TO TOV-SEC-TEXT.
014860      MOVE TOV-TRNOUT-COUNT TO TOV-SEC-VALUE.
014870      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
014880      MOVE SPACES TO TOV-SECTION-LINE.
014890      EVALUATE TRUE
014900          WHEN TOV-SOURCE-FAIL-COUNT NOT = 0
014910              MOVE "HANDOVER INCOMPLETE - SOURCE NOT READ"
014920                  TO TOV-SEC-TEXT
014930              MOVE 8 TO RETURN-CODE
014940          WHEN TOV-DSP-EXCP-COUNT NOT = 0
014950              MOVE "DISPOSITIONS REJECTED - SEE ABOVE"
014960                  TO TOV-SEC-TEXT
014970              MOVE 8 TO RETURN-CODE
014980          WHEN TOV-OPEN-COUNT NOT = 0
014990              MOVE "ITEMS OUTSTANDING FOR THE NEXT SHIFT"
015000                  TO TOV-SEC-TEXT
015010              MOVE 4 TO RETURN-CODE
015020          WHEN OTHER
015030              MOVE "NOTHING OUTSTANDING" TO TOV-SEC-TEXT
015040      END-EVALUATE.
015050      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
015060  6000-EXIT.
015070      EXIT.
015080
015090  6050-WRITE-SOURCE.
015100      MOVE TOV-SRC-NAME(TOV-SRC-IX) TO TOV-SL-NAME.
015110      MOVE TOV-SRC-READ(TOV-SRC-IX) TO TOV-SL-READ.
015120      MOVE TOV-SRC-RAISED(TOV-SRC-IX) TO TOV-SL-RAISED.
015130      MOVE TOV-SRC-NOTE(TOV-SRC-IX) TO TOV-SL-NOTE.
015140      MOVE TOV-SOURCE-LINE TO TRNRPT-LINE.
015150      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
015160  6050-EXIT.
015170      EXIT.
015180
015190  6100-WRITE-COUNT.
015200      MOVE TOV-SECTION-LINE TO TRNRPT-LINE.
015210      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
015220      MOVE SPACES TO TOV-SECTION-LINE.
015230  6100-EXIT.
015240      EXIT.
015250
015260* ****************************************************************
015270* * 8000-TERMINATE - CLOSE THE OUTPUTS, DISPLAY COUNTS
015280* ****************************************************************
015290  8000-TERMINATE.
015300      IF TOV-TRNOUT-OPEN
015310          CLOSE TRNOUT-FILE
015320          MOVE "N" TO TOV-TRNOUT-OPEN-SW
015330      END-IF.
015340      IF TOV-RPT-OPEN
015350          CLOSE TRNRPT-FILE
015360          MOVE "N" TO TOV-RPT-OPEN-SW
015370      END-IF.
015380      MOVE TOV-OPEN-COUNT TO TOV-COUNT-DISPLAY.
015390      DISPLAY "COUNTTOV - OPEN ITEMS HANDED OVER = "
015400          TOV-COUNT-DISPLAY.
015410      MOVE TOV-NEW-COUNT TO TOV-COUNT-DISPLAY.
015420      DISPLAY "COUNTTOV - NEW TONIGHT            = "
015430          TOV-COUNT-DISPLAY.
015440      MOVE TOV-DSP-OK-COUNT TO TOV-COUNT-DISPLAY.
015450      DISPLAY "COUNTTOV - DISPOSITIONS RECORDED  = "
015460          TOV-COUNT-DISPLAY.
015470      MOVE TOV-DSP-EXCP-COUNT TO TOV-COUNT-DISPLAY.
015480      DISPLAY "COUNTTOV - DISPOSITIONS REJECTED  = "
015490          TOV-COUNT-DISPLAY.
015500  8000-EXIT.
015510      EXIT.
015520
015530* ****************************************************************
015540* * 9999-EXIT - SINGLE PROGRAM EXIT POINT
015550* ****************************************************************
015560  9999-EXIT.
015570      STOP RUN.
