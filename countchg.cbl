000100* ---------------------------------------------------------------
000110  IDENTIFICATION DIVISION.
000120  PROGRAM-ID. COUNTCHG.
000130  AUTHOR. J SANDERS.
000140  INSTALLATION. DATA CENTER SERVICES.
000150  DATE-WRITTEN. 10/15/2026.
000160  DATE-COMPILED.
000170* ---------------------------------------------------------------
000180*  COUNTCHG - MONTHLY CHARGEBACK.  PRICES WHAT THE APPLICATION
000190*  AREAS CONSUMED FROM THE COUNTING SERVICE IN THE BILLING MONTH
000200*  AND BILLS IT TO THEIR COST CENTERS.  THREE BILLABLE UNITS:
000210*    RECS - RECORDS COUNTED PER FILE-ID, THE HSTMST RESULTS
000220*    SECS - RUN SECONDS PER FILE-ID, THE TIMMST ELAPSED TIME
000230*    NUMS - NUMBERS ISSUED PER REQ-USER AND RANGE NAME FROM
000240*           SEQJRN, NET OF THE RTRN AND VOID LINES
000250*  EACH UNIT IS PRICED FROM ITS OWN RATEIN RATE.  A FILE-ID OR
000260*  REQUESTING USER IS BILLED TO THE COST CENTER CCMAP GIVES IT.
000270*  THE PRICED LINES ARE SORTED BY COST CENTER FOR THE DETAIL
000280*  REPORT, AND ONE CHGEXT DETAIL PER COST CENTER AND UNIT GOES
000290*  TO THE GENERAL LEDGER BETWEEN A HEADER AND A TRAILER OF
000300*  CONTROL TOTALS.  AN ITEM WITH NO COST CENTER, OR WHOSE UNIT
000310*  HAS NO RATE, IS NOT BILLED; IT IS LISTED IN THE EXCEPTION
000320*  SECTION WITH WHAT IT WOULD HAVE COST.
000330*
000340*  NUMBERS RETURNED OR VOIDED IN THE MONTH ARE NETTED AGAINST
000350*  THE MONTH'S ISSUES WHENEVER THEY WERE ISSUED, SO A USER WHO
000360*  RETURNS MORE THAN IT DRAWS IN A MONTH IS CREDITED.
000370*
000380*  PARM:    YYYYMM - THE BILLING MONTH.  DEFAULT IS THE MONTH OF
000390*           THE BUSINESS DATE WHEN THAT IS THE LAST DAY OF THE
000400*           MONTH, OTHERWISE THE MONTH BEFORE IT.
000410*  INPUT:   RATEIN   - UNIT / RATE / GL ACCOUNT ("*" = COMMENT)
000420*           CCMAP    - F FILE-ID OR U USER / COST CENTER
000430*                      ("*" = COMMENT)
000440*           HSTMST   - KEYED HISTORY MASTER
000450*           TIMMST   - KEYED TIMING MASTER
000460*           SEQJRN   - THE ASSIGNMENT JOURNAL
000470*  OUTPUT:  CHGRPT   - PRICED DETAIL REPORT BY COST CENTER
000480*           CHGEXT   - GENERAL LEDGER EXTRACT, CHXREC LAYOUT
000490*  RETURN CODES:  0 ALL BILLED,  4 INPUT LINES SKIPPED OR THE
000500*  MONTH HAS NOT ENDED,  8 ITEMS NOT BILLED (SEE EXCEPTIONS),
000510*  16 FILE OR TABLE FAILURE OR A BAD BILLING MONTH.
000520* ---------------------------------------------------------------
000530*  MODIFICATION HISTORY
000540* ---------------------------------------------------------------
000550*   DATE      INIT  DESCRIPTION
000560*   --------  ----  --------------------------------------------
000570*   10/15/26  JRS   ORIGINAL PROGRAM - MONTHLY CHARGEBACK REPORT
000580*                   AND GENERAL LEDGER EXTRACT.
000583*   10/15/26  JRS   A FAILURE INSIDE THE SORT ENDS THE SORT BEFORE
000586*                   THE RUN STOPS WITH RC 16.
000590* ---------------------------------------------------------------
000600
000610  ENVIRONMENT DIVISION.
000620  INPUT-OUTPUT SECTION.
000630  FILE-CONTROL.
000640      SELECT RATEIN-FILE ASSIGN TO RATEIN
000650          ORGANIZATION IS SEQUENTIAL
000660          FILE STATUS IS RATEIN-STATUS.
000670      SELECT CCMAP-FILE ASSIGN TO CCMAP
000680          ORGANIZATION IS SEQUENTIAL
000690          FILE STATUS IS CCMAP-STATUS.
000700      SELECT HSTMST-FILE ASSIGN TO HSTMST
000710          ORGANIZATION IS INDEXED
000720          ACCESS MODE IS DYNAMIC
000730          RECORD KEY IS HST-KEY
000740          FILE STATUS IS HSTMST-STATUS.
000750      SELECT TIMMST-FILE ASSIGN TO TIMMST
000760          ORGANIZATION IS INDEXED
000770          ACCESS MODE IS DYNAMIC
000780          RECORD KEY IS TMS-KEY
000790          FILE STATUS IS TIMMST-STATUS.
000800      SELECT SEQJRN-FILE ASSIGN TO SEQJRN
000810          ORGANIZATION IS SEQUENTIAL
000820          FILE STATUS IS SEQJRN-STATUS.
000830      SELECT CHGRPT-FILE ASSIGN TO CHGRPT
000840          ORGANIZATION IS SEQUENTIAL
000850          FILE STATUS IS CHGRPT-STATUS.
000860      SELECT CHGEXT-FILE ASSIGN TO CHGEXT
000870          ORGANIZATION IS SEQUENTIAL
000880          FILE STATUS IS CHGEXT-STATUS.
000890      SELECT SORT-FILE ASSIGN TO SORTWK.
000900      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000910          ORGANIZATION IS SEQUENTIAL
000920          FILE STATUS IS BUSDATE-STATUS.
000930
000940  DATA DIVISION.
000950  FILE SECTION.
000960*   RATEIN - ONE RATE PER BILLABLE UNIT
000970  FD  RATEIN-FILE
000980      RECORDING MODE IS F
000990      LABEL RECORDS ARE STANDARD.
001000  01  RATEIN-RECORD.
001010      05  RTE-UNIT                PIC X(04).
001020          88  RTE-UNIT-VALID                VALUE "RECS" "SECS"
001030                                                  "NUMS".
001040      05  FILLER                  PIC X(01).
001050      05  RTE-RATE                PIC 9(03)V9(06).
001060      05  RTE-RATE-X REDEFINES
001070          RTE-RATE                PIC X(09).
001080      05  FILLER                  PIC X(01).
001090      05  RTE-GL-ACCOUNT          PIC X(10).
001100      05  FILLER                  PIC X(01).
001110      05  RTE-DESC                PIC X(24).
001120      05  FILLER                  PIC X(30).
001130
001140*   CCMAP - OWNING COST CENTER OF A FILE-ID OR REQUESTING USER
001150  FD  CCMAP-FILE
001160      RECORDING MODE IS F
001170      LABEL RECORDS ARE STANDARD.
001180  01  CCMAP-RECORD.
001190      05  CCM-TYPE                PIC X(01).
001200          88  CCM-TYPE-VALID                VALUE "F" "U".
001210      05  FILLER                  PIC X(01).
001220      05  CCM-ID                  PIC X(08).
001230      05  FILLER                  PIC X(01).
001240      05  CCM-COST-CENTER         PIC X(10).
001250      05  FILLER                  PIC X(01).
001260      05  CCM-DESC                PIC X(30).
001270      05  FILLER                  PIC X(28).
001280
001290*   HSTMST - KEYED HISTORY MASTER
001300  FD  HSTMST-FILE
001310      LABEL RECORDS ARE STANDARD.
001320      COPY HMSREC.
001330
001340*   TIMMST - KEYED TIMING MASTER
001350  FD  TIMMST-FILE
001360      LABEL RECORDS ARE STANDARD.
001370      COPY TMSREC.
001380
001390*   SEQJRN - THE ASSIGNMENT JOURNAL WRITTEN BY COUNTSEQ
001400  FD  SEQJRN-FILE
001410      RECORDING MODE IS F
001420      LABEL RECORDS ARE STANDARD.
001430      COPY SJRREC.
001440
001450*   CHGRPT - PRICED DETAIL REPORT
001460  FD  CHGRPT-FILE
001470      RECORDING MODE IS F
001480      LABEL RECORDS ARE STANDARD.
001490  01  CHGRPT-LINE                 PIC X(132).
001500
001510*   CHGEXT - GENERAL LEDGER CHARGEBACK EXTRACT
001520  FD  CHGEXT-FILE
001530      RECORDING MODE IS F
001540      LABEL RECORDS ARE STANDARD.
001550      COPY CHXREC.
001560
001570*   SORT WORK - ONE PRICED ITEM, IN COST CENTER / UNIT ORDER
001580  SD  SORT-FILE.
001590  01  SORT-RECORD.
001600      05  SRT-COST-CENTER         PIC X(10).
001610      05  SRT-UNIT                PIC X(04).
001620      05  SRT-ID                  PIC X(08).
001630      05  SRT-RANGE               PIC X(08).
001640      05  SRT-SOURCES             PIC 9(09) COMP.
001650      05  SRT-QUANTITY            PIC S9(13)V99 COMP-3.
001660      05  SRT-RATE                PIC 9(03)V9(06).
001670      05  SRT-AMOUNT              PIC S9(13)V99 COMP-3.
001680      05  SRT-GL-ACCOUNT          PIC X(10).
001690
001700*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
001710  FD  BUSDATE-FILE
001720      RECORDING MODE IS F
001730      LABEL RECORDS ARE STANDARD.
001740  01  BUSDATE-LINE                PIC X(80).
001750
001760  WORKING-STORAGE SECTION.
001770
001780*   RATE TABLE LOADED FROM RATEIN
001790  77  CHG-RATE-MAX                PIC 9(02) COMP VALUE 10.
001800  01  CHG-RATE-TABLE.
001810      05  CHG-RATE-ROW OCCURS 10 TIMES.
001820          10  CHG-R-UNIT          PIC X(04).
001830          10  CHG-R-RATE          PIC 9(03)V9(06).
001840          10  CHG-R-GL-ACCOUNT    PIC X(10).
001850  77  CHG-RATE-CNT                PIC 9(02) COMP VALUE 0.
001860  77  CHG-RATE-IX                 PIC 9(02) COMP.
001870  77  CHG-RATE-FOUND-IX           PIC 9(02) COMP.
001880
001890*   COST CENTER MAP LOADED FROM CCMAP
001900  77  CHG-MAP-MAX                 PIC 9(04) COMP VALUE 2000.
001910  01  CHG-MAP-TABLE.
001920      05  CHG-MAP-ROW OCCURS 2000 TIMES.
001930          10  CHG-M-KEY.
001940              15  CHG-M-TYPE      PIC X(01).
001950              15  CHG-M-ID        PIC X(08).
001960          10  CHG-M-COST-CENTER   PIC X(10).
001970  77  CHG-MAP-CNT                 PIC 9(04) COMP VALUE 0.
001980  77  CHG-MAP-IX                  PIC 9(04) COMP.
001990  77  CHG-MAP-FOUND-IX            PIC 9(04) COMP.
002000  01  CHG-FIND-MAP-KEY.
002010      05  CHG-FM-TYPE             PIC X(01).
002020      05  CHG-FM-ID               PIC X(08).
002030
002040*   BILLABLE ITEM TABLE - ONE ROW PER UNIT AND FILE-ID, OR PER
002050*   UNIT, USER AND RANGE, ACCUMULATED OVER THE MONTH
002060  77  CHG-ITEM-MAX                PIC 9(04) COMP VALUE 2000.
002070  01  CHG-ITEM-TABLE.
002080      05  CHG-ITEM OCCURS 2000 TIMES.
002090          10  CHG-I-KEY.
002100              15  CHG-I-UNIT      PIC X(04).
002110              15  CHG-I-ID        PIC X(08).
002120              15  CHG-I-RANGE     PIC X(08).
002130          10  CHG-I-SOURCES       PIC 9(09) COMP.
002140          10  CHG-I-QUANTITY      PIC S9(13)V99 COMP-3.
002150          10  CHG-I-COST-CENTER   PIC X(10).
002160          10  CHG-I-RATE          PIC 9(03)V9(06).
002170          10  CHG-I-GL-ACCOUNT    PIC X(10).
002180          10  CHG-I-AMOUNT        PIC S9(13)V99 COMP-3.
002190          10  CHG-I-EXCP          PIC X(24).
002200  77  CHG-ITEM-CNT                PIC 9(04) COMP VALUE 0.
002210  77  CHG-ITEM-IX                 PIC 9(04) COMP.
002220  77  CHG-FOUND-IX                PIC 9(04) COMP.
002230  01  CHG-FIND-KEY.
002240      05  CHG-FK-UNIT             PIC X(04).
002250      05  CHG-FK-ID               PIC X(08).
002260      05  CHG-FK-RANGE            PIC X(08).
002270  77  CHG-ADD-QUANTITY            PIC S9(13)V99 COMP-3 VALUE 0.
002280
002290*   COUNTERS
002300  77  CHG-RATE-READ-COUNT         PIC 9(09) COMP VALUE 0.
002310  77  CHG-MAP-READ-COUNT          PIC 9(09) COMP VALUE 0.
002320  77  CHG-INPUT-SKIP-COUNT        PIC 9(09) COMP VALUE 0.
002330  77  CHG-HST-COUNT               PIC 9(09) COMP VALUE 0.
002340  77  CHG-TMS-COUNT               PIC 9(09) COMP VALUE 0.
002350  77  CHG-JRN-READ-COUNT          PIC 9(09) COMP VALUE 0.
002360  77  CHG-JRN-COUNT               PIC 9(09) COMP VALUE 0.
002370  77  CHG-JRN-SKIP-COUNT          PIC 9(09) COMP VALUE 0.
002380  77  CHG-BILLED-COUNT            PIC 9(09) COMP VALUE 0.
002390  77  CHG-EXCP-COUNT              PIC 9(09) COMP VALUE 0.
002400  77  CHG-CC-COUNT                PIC 9(09) COMP VALUE 0.
002410  77  CHG-EXT-DETAIL-COUNT        PIC 9(09) COMP VALUE 0.
002420  77  CHG-EXT-RECORD-COUNT        PIC 9(09) COMP VALUE 0.
002430  77  CHG-RETURNED-COUNT          PIC 9(09) COMP VALUE 0.
002440  77  CHG-CC-LINE-COUNT           PIC 9(09) COMP VALUE 0.
002450  77  CHG-COUNT-DISPLAY           PIC Z(08)9.
002460
002470*   CONTROL TOTALS
002480  77  CHG-UNIT-QUANTITY           PIC S9(13)V99 COMP-3 VALUE 0.
002490  77  CHG-UNIT-AMOUNT             PIC S9(13)V99 COMP-3 VALUE 0.
002500  77  CHG-CC-AMOUNT               PIC S9(13)V99 COMP-3 VALUE 0.
002510  77  CHG-BILLED-AMOUNT           PIC S9(13)V99 COMP-3 VALUE 0.
002520  77  CHG-UNBILLED-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.
002530  77  CHG-AMOUNT-DISPLAY          PIC -(13)9.99.
002540
002550*   CONTROL BREAK FIELDS
002560  77  CHG-CUR-COST-CENTER         PIC X(10) VALUE SPACES.
002570  77  CHG-CUR-UNIT                PIC X(04) VALUE SPACES.
002580  77  CHG-CUR-RATE                PIC 9(03)V9(06) VALUE 0.
002590  77  CHG-CUR-GL-ACCOUNT          PIC X(10) VALUE SPACES.
002600
002610*   BILLING MONTH
002620  01  CHG-MONTH-NUM               PIC 9(06) VALUE 0.
002630  01  CHG-MONTH-PARTS REDEFINES CHG-MONTH-NUM.
002640      05  CHG-MONTH-YYYY          PIC 9(04).
002650      05  CHG-MONTH-MM            PIC 9(02).
002660  77  CHG-BUS-MONTH               PIC 9(06) VALUE 0.
002670  77  CHG-MONTH-DISPLAY           PIC X(07) VALUE SPACES.
002680  77  CHG-FIRST-DATE-DISPLAY      PIC X(10) VALUE SPACES.
002690  77  CHG-LAST-DATE-DISPLAY       PIC X(10) VALUE SPACES.
002700  77  CHG-WORK-DATE               PIC 9(08) VALUE 0.
002710  77  CHG-WORK-DAYNO              PIC 9(09) COMP VALUE 0.
002720
002730*   WORK FIELDS
002740  77  CHG-NUMVAL-CHK              PIC S9(04) COMP.
002750  77  CHG-FROM-NUM                PIC 9(18) COMP VALUE 0.
002760  77  CHG-TO-NUM                  PIC 9(18) COMP VALUE 0.
002770
002780*   PARM STRING AND ITS PARSED TOKENS
002790  01  CHG-PARM-TEXT               PIC X(80).
002800  01  CHG-PARM-TOKENS.
002810      05  CHG-PARM-TOK            PIC X(18) OCCURS 8 TIMES.
002820  77  CHG-PARM-IX                 PIC 9(02) COMP.
002830
002840*   CONDITION SWITCHES
002850  01  CHG-SWITCHES.
002860      05  CHG-MASTER-EOF-SW       PIC X(01) VALUE "N".
002870          88  CHG-MASTER-EOF                VALUE "Y".
002880      05  CHG-SORT-EOF-SW         PIC X(01) VALUE "N".
002890          88  CHG-SORT-EOF                  VALUE "Y".
002900      05  CHG-MONTH-OPEN-SW       PIC X(01) VALUE "N".
002910          88  CHG-MONTH-OPEN                VALUE "Y".
002920      05  CHG-EXT-OPEN-SW         PIC X(01) VALUE "N".
002930          88  CHG-EXT-OPEN                  VALUE "Y".
002940      05  CHG-RPT-OPEN-SW         PIC X(01) VALUE "N".
002950          88  CHG-RPT-OPEN                  VALUE "Y".
002952      05  CHG-SORT-ERR-SW         PIC X(01) VALUE "N".
002954          88  CHG-SORT-ERR                  VALUE "Y".
002956      05  CHG-IN-SORT-SW          PIC X(01) VALUE "N".
002958          88  CHG-IN-SORT                   VALUE "Y".
002960
002970*   FILE STATUS FIELDS
002980  01  CHG-FILE-STATUSES.
002990      05  RATEIN-STATUS           PIC X(02) VALUE SPACES.
003000          88  RATEIN-EOF                    VALUE "10".
003010      05  CCMAP-STATUS            PIC X(02) VALUE SPACES.
003020          88  CCMAP-EOF                     VALUE "10".
003030      05  HSTMST-STATUS           PIC X(02) VALUE SPACES.
003040      05  TIMMST-STATUS           PIC X(02) VALUE SPACES.
003050      05  SEQJRN-STATUS           PIC X(02) VALUE SPACES.
003060          88  SEQJRN-EOF                    VALUE "10".
003070      05  CHGRPT-STATUS           PIC X(02) VALUE SPACES.
003080      05  CHGEXT-STATUS           PIC X(02) VALUE SPACES.
003090      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
003100
003110*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
003120*   MACHINE DATE IT OVERRIDES
003130      COPY BDTREC.
003140  01  CHG-BUSDATE-FIELDS.
003150      05  CHG-MACHINE-DATE        PIC 9(08) VALUE 0.
003160      05  CHG-BACKDATE-SW         PIC X(01) VALUE "N".
003170          88  CHG-BACKDATED                 VALUE "Y".
003180
003190*   RUN DATE
003200  01  CHG-CURRENT-DATE-FIELDS.
003210      05  CHG-CD-DATE             PIC 9(08).
003220      05  CHG-CD-TIME             PIC 9(06).
003230      05  FILLER                  PIC X(07).
003240  77  CHG-RUN-DATE-DISPLAY        PIC X(10).
003250
003260*   PAGE CONTROL
003270  77  CHG-PAGE-CTR                PIC 9(04) COMP VALUE 0.
003280  77  CHG-LINE-CTR                PIC 9(02) COMP VALUE 99.
003290  77  CHG-LINES-PER-PAGE          PIC 9(02) COMP VALUE 56.
003300
003310*   REPORT LINE LAYOUTS
003320  01  CHG-HEADER-1.
003330      05  FILLER                  PIC X(09) VALUE "COUNTCHG".
003340      05  FILLER                  PIC X(20) VALUE SPACES.
003350      05  FILLER                  PIC X(40)
003360          VALUE "MONTHLY CHARGEBACK - PRICED DETAIL".
003370      05  FILLER                  PIC X(48) VALUE SPACES.
003380      05  FILLER                  PIC X(05) VALUE "PAGE ".
003390      05  CHG-H1-PAGE             PIC Z(03)9.
003400      05  FILLER                  PIC X(06) VALUE SPACES.
003410  01  CHG-HEADER-2.
003420      05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
003430      05  CHG-H2-RUN-DATE         PIC X(10).
003440      05  FILLER                  PIC X(17)
003450          VALUE "  BILLING MONTH: ".
003460      05  CHG-H2-MONTH            PIC X(07).
003470      05  FILLER                  PIC X(03) VALUE "  (".
003480      05  CHG-H2-FIRST-DATE       PIC X(10).
003490      05  FILLER                  PIC X(04) VALUE " TO ".
003500      05  CHG-H2-LAST-DATE        PIC X(10).
003510      05  FILLER                  PIC X(01) VALUE ")".
003520      05  FILLER                  PIC X(60) VALUE SPACES.
003530  01  CHG-RATE-HEADS.
003540      05  FILLER                  PIC X(08) VALUE "  UNIT".
003550      05  FILLER                  PIC X(14)
003560          VALUE "          RATE".
003570      05  FILLER                  PIC X(02) VALUE SPACES.
003580      05  FILLER                  PIC X(12) VALUE "GL ACCOUNT".
003590      05  FILLER                  PIC X(96) VALUE "DESCRIPTION".
003600  01  CHG-RATE-LINE.
003610      05  FILLER                  PIC X(02) VALUE SPACES.
003620      05  CHG-RL-UNIT             PIC X(04).
003630      05  FILLER                  PIC X(06) VALUE SPACES.
003640      05  CHG-RL-RATE             PIC ZZ9.9(06).
003650      05  FILLER                  PIC X(02) VALUE SPACES.
003660      05  CHG-RL-GL-ACCOUNT       PIC X(10).
003670      05  FILLER                  PIC X(02) VALUE SPACES.
003680      05  CHG-RL-DESC             PIC X(24).
003690      05  FILLER                  PIC X(72) VALUE SPACES.
003700  01  CHG-DETAIL-HEADS.
003710      05  FILLER                  PIC X(12) VALUE "COST CTR".
003720      05  FILLER                  PIC X(06) VALUE "UNIT".
003730      05  FILLER                  PIC X(10) VALUE "FILE/USER".
003740      05  FILLER                  PIC X(10) VALUE "RANGE".
003750      05  FILLER                  PIC X(19)
003760          VALUE "         QUANTITY".
003770      05  FILLER                  PIC X(12) VALUE "      RATE".
003780      05  FILLER                  PIC X(19)
003790          VALUE "           AMOUNT".
003800      05  FILLER                  PIC X(12) VALUE "GL ACCOUNT".
003810      05  FILLER                  PIC X(32) VALUE "  SOURCES".
003820  01  CHG-DETAIL-LINE.
003830      05  CHG-DL-COST-CENTER      PIC X(10).
003840      05  FILLER                  PIC X(02) VALUE SPACES.
003850      05  CHG-DL-UNIT             PIC X(04).
003860      05  FILLER                  PIC X(02) VALUE SPACES.
003870      05  CHG-DL-ID               PIC X(08).
003880      05  FILLER                  PIC X(02) VALUE SPACES.
003890      05  CHG-DL-RANGE            PIC X(08).
003900      05  FILLER                  PIC X(02) VALUE SPACES.
003910      05  CHG-DL-QUANTITY         PIC -(13)9.99.
003920      05  FILLER                  PIC X(02) VALUE SPACES.
003930      05  CHG-DL-RATE             PIC ZZ9.9(06).
003940      05  FILLER                  PIC X(02) VALUE SPACES.
003950      05  CHG-DL-AMOUNT           PIC -(13)9.99.
003960      05  FILLER                  PIC X(02) VALUE SPACES.
003970      05  CHG-DL-GL-ACCOUNT       PIC X(10).
003980      05  FILLER                  PIC X(02) VALUE SPACES.
003990      05  CHG-DL-SOURCES          PIC Z(08)9.
004000      05  FILLER                  PIC X(23) VALUE SPACES.
004010  01  CHG-TOTAL-LINE.
004020      05  CHG-TL-TEXT             PIC X(69).
004030      05  CHG-TL-AMOUNT           PIC -(13)9.99.
004040      05  FILLER                  PIC X(46) VALUE SPACES.
004050  01  CHG-EXCP-HEADS.
004060      05  FILLER                  PIC X(06) VALUE "UNIT".
004070      05  FILLER                  PIC X(10) VALUE "FILE/USER".
004080      05  FILLER                  PIC X(10) VALUE "RANGE".
004090      05  FILLER                  PIC X(19)
004100          VALUE "         QUANTITY".
004110      05  FILLER                  PIC X(19)
004120          VALUE "   AMOUNT UNBILLED".
004130      05  FILLER                  PIC X(11) VALUE "  SOURCES".
004140      05  FILLER                  PIC X(57) VALUE "REASON".
004150  01  CHG-EXCP-LINE.
004160      05  CHG-XL-UNIT             PIC X(04).
004170      05  FILLER                  PIC X(02) VALUE SPACES.
004180      05  CHG-XL-ID               PIC X(08).
004190      05  FILLER                  PIC X(02) VALUE SPACES.
004200      05  CHG-XL-RANGE            PIC X(08).
004210      05  FILLER                  PIC X(02) VALUE SPACES.
004220      05  CHG-XL-QUANTITY         PIC -(13)9.99.
004230      05  FILLER                  PIC X(02) VALUE SPACES.
004240      05  CHG-XL-AMOUNT           PIC -(13)9.99.
004250      05  FILLER                  PIC X(02) VALUE SPACES.
004260      05  CHG-XL-SOURCES          PIC Z(08)9.
004270      05  FILLER                  PIC X(02) VALUE SPACES.
004280      05  CHG-XL-REASON           PIC X(24).
004290      05  FILLER                  PIC X(33) VALUE SPACES.
004300  01  CHG-SECTION-LINE.
004310      05  CHG-SEC-TEXT            PIC X(44).
004320      05  CHG-SEC-VALUE           PIC Z(08)9.
004330      05  FILLER                  PIC X(79) VALUE SPACES.
004340  01  CHG-SECTION-AMOUNT-LINE.
004350      05  CHG-SA-TEXT             PIC X(44).
004360      05  CHG-SA-AMOUNT           PIC -(13)9.99.
004370      05  FILLER                  PIC X(71) VALUE SPACES.
004380  01  CHG-SAVE-LINE               PIC X(132).
004390
004400  PROCEDURE DIVISION.
004410
004420* ****************************************************************
004430* * 0000-MAINLINE - RATES, MAP, GATHER, PRICE, BILL, EXCEPTIONS
004440* ****************************************************************
004450  0000-MAINLINE.
004460      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004470      PERFORM 1500-LOAD-RATES THRU 1500-EXIT.
004480      PERFORM 1600-LOAD-COST-CENTERS THRU 1600-EXIT.
004490      PERFORM 2000-GATHER-RECORDS THRU 2000-EXIT.
004500      PERFORM 2200-GATHER-SECONDS THRU 2200-EXIT.
004510      PERFORM 2400-GATHER-NUMBERS THRU 2400-EXIT.
004520      PERFORM 3000-PRICE-ITEMS THRU 3000-EXIT.
004530      PERFORM 4000-BILL-COST-CENTERS THRU 4000-EXIT.
004540      PERFORM 5000-WRITE-EXCEPTIONS THRU 5000-EXIT.
004550      PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
004560      PERFORM 8000-TERMINATE THRU 8000-EXIT.
004570      GO TO 9999-EXIT.
004580  0000-EXIT.
004590      EXIT.
004600
004610* ****************************************************************
004620* * 1000-INITIALIZE - PARM, RUN DATE, BILLING MONTH, OPEN THE
004630* * OUTPUTS
004640* ****************************************************************
004650  1000-INITIALIZE.
004660      MOVE FUNCTION CURRENT-DATE TO CHG-CURRENT-DATE-FIELDS.
004670      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
004680      STRING CHG-CD-DATE(1:4) "-" CHG-CD-DATE(5:2) "-"
004690          CHG-CD-DATE(7:2) DELIMITED BY SIZE
004700          INTO CHG-RUN-DATE-DISPLAY
004710      END-STRING.
004720      ACCEPT CHG-PARM-TEXT FROM COMMAND-LINE.
004730      PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
004740      PERFORM 1200-SET-MONTH THRU 1200-EXIT.
004750      OPEN OUTPUT CHGRPT-FILE.
004760      IF CHGRPT-STATUS NOT = "00"
004770          DISPLAY "COUNTCHG - UNABLE TO OPEN CHGRPT, STATUS "
004780              CHGRPT-STATUS
004790          MOVE 16 TO RETURN-CODE
004800          GO TO 9999-EXIT
004810      END-IF.
004820      MOVE "Y" TO CHG-RPT-OPEN-SW.
004830      OPEN OUTPUT CHGEXT-FILE.
004840      IF CHGEXT-STATUS NOT = "00"
004850          DISPLAY "COUNTCHG - UNABLE TO OPEN CHGEXT, STATUS "
004860              CHGEXT-STATUS
004870          MOVE 16 TO RETURN-CODE
004880          PERFORM 8000-TERMINATE THRU 8000-EXIT
004890          GO TO 9999-EXIT
004900      END-IF.
004910      MOVE "Y" TO CHG-EXT-OPEN-SW.
004920      PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT.
004930  1000-EXIT.
004940      EXIT.
004950
004960* ****************************************************************
004970* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
004980* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
004990* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
005000* * TODAY OR NOT A VALID DATE STOPS THE RUN.
005010* ****************************************************************
005020  1050-GET-BUSINESS-DATE.
005030      MOVE CHG-CD-DATE TO CHG-MACHINE-DATE.
005040      MOVE SPACES TO BUSDATE-RECORD.
005050      OPEN INPUT BUSDATE-FILE.
005060      IF BUSDATE-STATUS NOT = "00"
005070          GO TO 1050-EXIT
005080      END-IF.
005090      READ BUSDATE-FILE INTO BUSDATE-RECORD
005100          AT END
005110              MOVE SPACES TO BUSDATE-RECORD
005120      END-READ.
005130      CLOSE BUSDATE-FILE.
005140      IF BDT-BUSINESS-DATE-X = SPACES
005150          OR BDT-BUSINESS-DATE-X = ZEROS
005160          GO TO 1050-EXIT
005170      END-IF.
005180      IF BDT-BUSINESS-DATE-X NOT NUMERIC
005190          DISPLAY "COUNTCHG - BUSDATE DATE NOT NUMERIC: "
005200              BDT-BUSINESS-DATE-X
005210          MOVE 16 TO RETURN-CODE
005220          GO TO 9999-EXIT
005230      END-IF.
005240      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
005250          OR BDT-BUSINESS-DATE > CHG-MACHINE-DATE
005260          DISPLAY "COUNTCHG - BUSDATE NOT A VALID PAST DATE: "
005270              BDT-BUSINESS-DATE-X
005280          MOVE 16 TO RETURN-CODE
005290          GO TO 9999-EXIT
005300      END-IF.
005310      MOVE BDT-BUSINESS-DATE TO CHG-CD-DATE.
005320      IF CHG-CD-DATE < CHG-MACHINE-DATE
005330          MOVE "Y" TO CHG-BACKDATE-SW
005340          DISPLAY "COUNTCHG - BACKDATED RUN FOR BUSINESS DATE "
005350              BDT-BUSINESS-DATE-X
005360      END-IF.
005370  1050-EXIT.
005380      EXIT.
005390
005400  1100-PARSE-PARM.
005410      MOVE SPACES TO CHG-PARM-TOKENS.
005420      UNSTRING CHG-PARM-TEXT DELIMITED BY ALL SPACE OR ","
005430          INTO CHG-PARM-TOK(1) CHG-PARM-TOK(2) CHG-PARM-TOK(3)
005440               CHG-PARM-TOK(4) CHG-PARM-TOK(5) CHG-PARM-TOK(6)
005450               CHG-PARM-TOK(7) CHG-PARM-TOK(8)
005460      END-UNSTRING.
005470      PERFORM 1110-CHECK-TOKEN THRU 1110-EXIT
005480          VARYING CHG-PARM-IX FROM 1 BY 1
005490          UNTIL CHG-PARM-IX > 8.
005500  1100-EXIT.
005510      EXIT.
005520
005530  1110-CHECK-TOKEN.
005540      IF CHG-PARM-TOK(CHG-PARM-IX) = SPACES
005550          GO TO 1110-EXIT
005560      END-IF.
005570      IF CHG-PARM-TOK(CHG-PARM-IX)(1:6) IS NUMERIC
005580          AND CHG-PARM-TOK(CHG-PARM-IX)(7:) = SPACES
005590          MOVE CHG-PARM-TOK(CHG-PARM-IX)(1:6) TO CHG-MONTH-NUM
005600      ELSE
005610          DISPLAY "COUNTCHG - PARM TOKEN IGNORED: "
005620              CHG-PARM-TOK(CHG-PARM-IX)
005630      END-IF.
005640  1110-EXIT.
005650      EXIT.
005660
005670* ****************************************************************
005680* * 1200-SET-MONTH - THE BILLING MONTH AND ITS FIRST AND LAST
005690* * DAYS.  WITH NO PARM, A BUSINESS DATE ON THE LAST DAY OF A
005700* * MONTH BILLS THAT MONTH; ANY OTHER DAY BILLS THE MONTH BEFORE.
005710* * A MONTH LATER THAN THE BUSINESS DATE'S IS REFUSED; THE
005720* * BUSINESS DATE'S OWN MONTH BEFORE ITS LAST DAY IS BILLED TO
005730* * DATE WITH A WARNING.
005740* ****************************************************************
005750  1200-SET-MONTH.
005760      MOVE CHG-CD-DATE(1:6) TO CHG-BUS-MONTH.
005770      COMPUTE CHG-WORK-DAYNO =
005780          FUNCTION INTEGER-OF-DATE(CHG-CD-DATE) + 1.
005790      COMPUTE CHG-WORK-DATE =
005800          FUNCTION DATE-OF-INTEGER(CHG-WORK-DAYNO).
005810      IF CHG-WORK-DATE(1:6) = CHG-BUS-MONTH
005820          MOVE "Y" TO CHG-MONTH-OPEN-SW
005830      END-IF.
005840      IF CHG-MONTH-NUM = 0
005850          MOVE CHG-BUS-MONTH TO CHG-MONTH-NUM
005860          IF CHG-MONTH-OPEN
005870              MOVE "N" TO CHG-MONTH-OPEN-SW
005880              IF CHG-MONTH-MM = 1
005890                  SUBTRACT 1 FROM CHG-MONTH-YYYY
005900                  MOVE 12 TO CHG-MONTH-MM
005910              ELSE
005920                  SUBTRACT 1 FROM CHG-MONTH-MM
005930              END-IF
005940          END-IF
005950      END-IF.
005960      IF CHG-MONTH-MM < 1 OR CHG-MONTH-MM > 12
005970          OR CHG-MONTH-YYYY < 1601
005980          OR CHG-MONTH-NUM > CHG-BUS-MONTH
005990          DISPLAY "COUNTCHG - BILLING MONTH NOT VALID: "
006000              CHG-MONTH-NUM
006010          MOVE 16 TO RETURN-CODE
006020          GO TO 9999-EXIT
006030      END-IF.
006040      IF CHG-MONTH-NUM < CHG-BUS-MONTH
006050          MOVE "N" TO CHG-MONTH-OPEN-SW
006060      END-IF.
006070      IF CHG-MONTH-OPEN
006080          DISPLAY "COUNTCHG - BILLING MONTH NOT YET ENDED, "
006090              "BILLED TO DATE: " CHG-MONTH-NUM
006100      END-IF.
006110      STRING CHG-MONTH-NUM(1:4) "-" CHG-MONTH-NUM(5:2)
006120          DELIMITED BY SIZE
006130          INTO CHG-MONTH-DISPLAY
006140      END-STRING.
006150      STRING CHG-MONTH-DISPLAY "-01" DELIMITED BY SIZE
006160          INTO CHG-FIRST-DATE-DISPLAY
006170      END-STRING.
006180*     THE LAST DAY IS THE DAY BEFORE THE FIRST OF THE NEXT MONTH
006190      IF CHG-MONTH-MM = 12
006200          COMPUTE CHG-WORK-DATE =
006210              (CHG-MONTH-YYYY + 1) * 10000 + 101
006220      ELSE
006230          COMPUTE CHG-WORK-DATE = CHG-MONTH-NUM * 100 + 101
006240      END-IF.
006250      COMPUTE CHG-WORK-DAYNO =
006260          FUNCTION INTEGER-OF-DATE(CHG-WORK-DATE) - 1.
006270      COMPUTE CHG-WORK-DATE =
006280          FUNCTION DATE-OF-INTEGER(CHG-WORK-DAYNO).
006290      STRING CHG-WORK-DATE(1:4) "-" CHG-WORK-DATE(5:2) "-"
006300          CHG-WORK-DATE(7:2) DELIMITED BY SIZE
006310          INTO CHG-LAST-DATE-DISPLAY
006320      END-STRING.
006330  1200-EXIT.
006340      EXIT.
006350
006360* ****************************************************************
006370* * 1500-LOAD-RATES - ONE RATE PER BILLABLE UNIT, LISTED AT THE
006380* * HEAD OF THE REPORT.  AN UNKNOWN UNIT, A RATE THAT IS NOT
006390* * NUMERIC OR A SECOND RATE FOR A UNIT IS SKIPPED.
006400* ****************************************************************
006410  1500-LOAD-RATES.
006420      OPEN INPUT RATEIN-FILE.
006430      IF RATEIN-STATUS NOT = "00"
006440          DISPLAY "COUNTCHG - UNABLE TO OPEN RATEIN, STATUS "
006450              RATEIN-STATUS
006460          MOVE 16 TO RETURN-CODE
006470          PERFORM 8000-TERMINATE THRU 8000-EXIT
006480          GO TO 9999-EXIT
006490      END-IF.
006500      MOVE SPACES TO CHG-SECTION-LINE.
006510      MOVE "RATES" TO CHG-SEC-TEXT.
006520      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
006530      MOVE CHG-RATE-HEADS TO CHGRPT-LINE.
006540      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
006550      PERFORM 1510-READ-RATEIN THRU 1510-EXIT.
006560      PERFORM 1520-TABLE-ONE-RATE THRU 1520-EXIT
006570          UNTIL RATEIN-EOF.
006580      CLOSE RATEIN-FILE.
006590  1500-EXIT.
006600      EXIT.
006610
006620  1510-READ-RATEIN.
006630      READ RATEIN-FILE
006640          AT END
006650              CONTINUE
006660      END-READ.
006670  1510-EXIT.
006680      EXIT.
006690
006700  1520-TABLE-ONE-RATE.
006710      IF RATEIN-RECORD(1:1) = "*" OR RATEIN-RECORD = SPACES
006720          GO TO 1520-NEXT
006730      END-IF.
006740      ADD 1 TO CHG-RATE-READ-COUNT.
006750      IF NOT RTE-UNIT-VALID OR RTE-RATE-X NOT NUMERIC
006760          DISPLAY "COUNTCHG - RATEIN ENTRY NOT USABLE, SKIPPED: "
006770              RTE-UNIT
006780          ADD 1 TO CHG-INPUT-SKIP-COUNT
006790          GO TO 1520-NEXT
006800      END-IF.
006810      PERFORM 3150-FIND-RATE THRU 3150-EXIT.
006820      IF CHG-RATE-FOUND-IX NOT = 0
006830          DISPLAY "COUNTCHG - SECOND RATE FOR UNIT, SKIPPED: "
006840              RTE-UNIT
006850          ADD 1 TO CHG-INPUT-SKIP-COUNT
006860          GO TO 1520-NEXT
006870      END-IF.
006880      IF CHG-RATE-CNT >= CHG-RATE-MAX
006890          DISPLAY "COUNTCHG - RATE TABLE FULL AT " CHG-RATE-MAX
006900              " ENTRIES"
006910          MOVE 16 TO RETURN-CODE
006920          CLOSE RATEIN-FILE
006930          PERFORM 8000-TERMINATE THRU 8000-EXIT
006940          GO TO 9999-EXIT
006950      END-IF.
006960      ADD 1 TO CHG-RATE-CNT.
006970      MOVE RTE-UNIT TO CHG-R-UNIT(CHG-RATE-CNT).
006980      MOVE RTE-RATE TO CHG-R-RATE(CHG-RATE-CNT).
006990      MOVE RTE-GL-ACCOUNT TO CHG-R-GL-ACCOUNT(CHG-RATE-CNT).
007000      MOVE RTE-UNIT TO CHG-RL-UNIT.
007010      MOVE RTE-RATE TO CHG-RL-RATE.
007020      MOVE RTE-GL-ACCOUNT TO CHG-RL-GL-ACCOUNT.
007030      MOVE RTE-DESC TO CHG-RL-DESC.
007040      MOVE CHG-RATE-LINE TO CHGRPT-LINE.
007050      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
007060  1520-NEXT.
007070      PERFORM 1510-READ-RATEIN THRU 1510-EXIT.
007080  1520-EXIT.
007090      EXIT.
007100
007110* ****************************************************************
007120* * 1600-LOAD-COST-CENTERS - THE OWNING COST CENTER OF EACH
007130* * FILE-ID (F) AND REQUESTING USER (U).  THE FIRST ENTRY FOR AN
007140* * ID STANDS; A REPEAT OR AN ENTRY WITH NO COST CENTER IS
007150* * SKIPPED.
007160* ****************************************************************
007170  1600-LOAD-COST-CENTERS.
007180      OPEN INPUT CCMAP-FILE.
007190      IF CCMAP-STATUS NOT = "00"
007200          DISPLAY "COUNTCHG - UNABLE TO OPEN CCMAP, STATUS "
007210              CCMAP-STATUS
007220          MOVE 16 TO RETURN-CODE
007230          PERFORM 8000-TERMINATE THRU 8000-EXIT
007240          GO TO 9999-EXIT
007250      END-IF.
007260      PERFORM 1610-READ-CCMAP THRU 1610-EXIT.
007270      PERFORM 1620-TABLE-ONE-MAPPING THRU 1620-EXIT
007280          UNTIL CCMAP-EOF.
007290      CLOSE CCMAP-FILE.
007300  1600-EXIT.
007310      EXIT.
007320
007330  1610-READ-CCMAP.
007340      READ CCMAP-FILE
007350          AT END
007360              CONTINUE
007370      END-READ.
007380  1610-EXIT.
007390      EXIT.
007400
007410  1620-TABLE-ONE-MAPPING.
007420      IF CCMAP-RECORD(1:1) = "*" OR CCMAP-RECORD = SPACES
007430          GO TO 1620-NEXT
007440      END-IF.
007450      ADD 1 TO CHG-MAP-READ-COUNT.
007460      IF NOT CCM-TYPE-VALID OR CCM-ID = SPACES
007470          OR CCM-COST-CENTER = SPACES
007480          DISPLAY "COUNTCHG - CCMAP ENTRY NOT USABLE, SKIPPED: "
007490              CCM-TYPE " " CCM-ID
007500          ADD 1 TO CHG-INPUT-SKIP-COUNT
007510          GO TO 1620-NEXT
007520      END-IF.
007530      MOVE CCM-TYPE TO CHG-FM-TYPE.
007540      MOVE CCM-ID TO CHG-FM-ID.
007550      PERFORM 3200-FIND-COST-CENTER THRU 3200-EXIT.
007560      IF CHG-MAP-FOUND-IX NOT = 0
007570          DISPLAY "COUNTCHG - CCMAP REPEAT ENTRY, SKIPPED: "
007580              CCM-TYPE " " CCM-ID
007590          ADD 1 TO CHG-INPUT-SKIP-COUNT
007600          GO TO 1620-NEXT
007610      END-IF.
007620      IF CHG-MAP-CNT >= CHG-MAP-MAX
007630          DISPLAY "COUNTCHG - COST CENTER TABLE FULL AT "
007640              CHG-MAP-MAX " ENTRIES"
007650          MOVE 16 TO RETURN-CODE
007660          CLOSE CCMAP-FILE
007670          PERFORM 8000-TERMINATE THRU 8000-EXIT
007680          GO TO 9999-EXIT
007690      END-IF.
007700      ADD 1 TO CHG-MAP-CNT.
007710      MOVE CHG-FIND-MAP-KEY TO CHG-M-KEY(CHG-MAP-CNT).
007720      MOVE CCM-COST-CENTER TO CHG-M-COST-CENTER(CHG-MAP-CNT).
007730  1620-NEXT.
007740      PERFORM 1610-READ-CCMAP THRU 1610-EXIT.
007750  1620-EXIT.
007760      EXIT.
007770
007780* ****************************************************************
007790* * 2000-GATHER-RECORDS - RECORDS COUNTED IN THE MONTH, THE
007800* * HSTMST RESULT OF EACH RUN DATE, PER FILE-ID
007810* ****************************************************************
007820  2000-GATHER-RECORDS.
007830      OPEN INPUT HSTMST-FILE.
007840      IF HSTMST-STATUS NOT = "00"
007850          DISPLAY "COUNTCHG - UNABLE TO OPEN HSTMST, STATUS "
007860              HSTMST-STATUS
007870          MOVE 16 TO RETURN-CODE
007880          PERFORM 8000-TERMINATE THRU 8000-EXIT
007890          GO TO 9999-EXIT
007900      END-IF.
007910      MOVE "N" TO CHG-MASTER-EOF-SW.
007920      MOVE LOW-VALUES TO HST-KEY.
007930      START HSTMST-FILE KEY NOT LESS THAN HST-KEY
007940          INVALID KEY
007950              MOVE "Y" TO CHG-MASTER-EOF-SW
007960      END-START.
007970      PERFORM 2010-ADD-ONE-HISTORY THRU 2010-EXIT
007980          UNTIL CHG-MASTER-EOF.
007990      CLOSE HSTMST-FILE.
008000  2000-EXIT.
008010      EXIT.
008020
008030  2010-ADD-ONE-HISTORY.
008040      READ HSTMST-FILE NEXT RECORD
008050          AT END
008060              MOVE "Y" TO CHG-MASTER-EOF-SW
008070              GO TO 2010-EXIT
008080      END-READ.
008090      IF HSTMST-STATUS NOT = "00"
008100          MOVE "Y" TO CHG-MASTER-EOF-SW
008110          GO TO 2010-EXIT
008120      END-IF.
008130      IF HST-RUN-DATE(1:7) NOT = CHG-MONTH-DISPLAY
008140          GO TO 2010-EXIT
008150      END-IF.
008160      ADD 1 TO CHG-HST-COUNT.
008170      MOVE "RECS" TO CHG-FK-UNIT.
008180      MOVE HST-FILE-ID TO CHG-FK-ID.
008190      MOVE SPACES TO CHG-FK-RANGE.
008200      MOVE HST-RESULT TO CHG-ADD-QUANTITY.
008210      PERFORM 2900-ACCUMULATE THRU 2900-EXIT.
008220  2010-EXIT.
008230      EXIT.
008240
008250* ****************************************************************
008260* * 2200-GATHER-SECONDS - RUN SECONDS IN THE MONTH, THE TIMMST
008270* * ELAPSED TIME OF EACH RUN DATE, PER FILE-ID
008280* ****************************************************************
008290  2200-GATHER-SECONDS.
008300      OPEN INPUT TIMMST-FILE.
008310      IF TIMMST-STATUS NOT = "00"
008320          DISPLAY "COUNTCHG - UNABLE TO OPEN TIMMST, STATUS "
008330              TIMMST-STATUS
008340          MOVE 16 TO RETURN-CODE
008350          PERFORM 8000-TERMINATE THRU 8000-EXIT
008360          GO TO 9999-EXIT
008370      END-IF.
008380      MOVE "N" TO CHG-MASTER-EOF-SW.
008390      MOVE LOW-VALUES TO TMS-KEY.
008400      START TIMMST-FILE KEY NOT LESS THAN TMS-KEY
008410          INVALID KEY
008420              MOVE "Y" TO CHG-MASTER-EOF-SW
008430      END-START.
008440      PERFORM 2210-ADD-ONE-TIMING THRU 2210-EXIT
008450          UNTIL CHG-MASTER-EOF.
008460      CLOSE TIMMST-FILE.
008470  2200-EXIT.
008480      EXIT.
008490
008500  2210-ADD-ONE-TIMING.
008510      READ TIMMST-FILE NEXT RECORD
008520          AT END
008530              MOVE "Y" TO CHG-MASTER-EOF-SW
008540              GO TO 2210-EXIT
008550      END-READ.
008560      IF TIMMST-STATUS NOT = "00"
008570          MOVE "Y" TO CHG-MASTER-EOF-SW
008580          GO TO 2210-EXIT
008590      END-IF.
008600      IF TMS-RUN-DATE(1:7) NOT = CHG-MONTH-DISPLAY
008610          GO TO 2210-EXIT
008620      END-IF.
008630      ADD 1 TO CHG-TMS-COUNT.
008640      MOVE "SECS" TO CHG-FK-UNIT.
008650      MOVE TMS-FILE-ID TO CHG-FK-ID.
008660      MOVE SPACES TO CHG-FK-RANGE.
008670      MOVE TMS-ELAPSED TO CHG-ADD-QUANTITY.
008680      PERFORM 2900-ACCUMULATE THRU 2900-EXIT.
008690  2210-EXIT.
008700      EXIT.
008710
008720* ****************************************************************
008730* * 2400-GATHER-NUMBERS - NUMBERS ISSUED IN THE MONTH PER
008740* * REQ-USER AND RANGE, LESS THOSE RETURNED OR VOIDED IN IT.
008750* * A LINE WITH AN UNKNOWN FUNCTION OR A BAD BLOCK IS SKIPPED.
008760* ****************************************************************
008770  2400-GATHER-NUMBERS.
008780      OPEN INPUT SEQJRN-FILE.
008790      IF SEQJRN-STATUS NOT = "00"
008800          DISPLAY "COUNTCHG - UNABLE TO OPEN SEQJRN, STATUS "
008810              SEQJRN-STATUS
008820          MOVE 16 TO RETURN-CODE
008830          PERFORM 8000-TERMINATE THRU 8000-EXIT
008840          GO TO 9999-EXIT
008850      END-IF.
008860      PERFORM 2410-READ-SEQJRN THRU 2410-EXIT.
008870      PERFORM 2420-ADD-ONE-LINE THRU 2420-EXIT
008880          UNTIL SEQJRN-EOF.
008890      CLOSE SEQJRN-FILE.
008900  2400-EXIT.
008910      EXIT.
008920
008930  2410-READ-SEQJRN.
008940      READ SEQJRN-FILE
008950          AT END
008960              CONTINUE
008970      END-READ.
008980  2410-EXIT.
008990      EXIT.
009000
009010  2420-ADD-ONE-LINE.
009020      ADD 1 TO CHG-JRN-READ-COUNT.
009030      IF JRN-RUN-DATE(1:7) NOT = CHG-MONTH-DISPLAY
009040          GO TO 2420-NEXT
009050      END-IF.
009060      IF JRN-FUNC NOT = SPACES AND JRN-FUNC NOT = "ISSU"
009070          AND JRN-FUNC NOT = "RTRN" AND JRN-FUNC NOT = "VOID"
009080          ADD 1 TO CHG-JRN-SKIP-COUNT
009090          GO TO 2420-NEXT
009100      END-IF.
009110      MOVE FUNCTION TEST-NUMVAL(JRN-FROM-X) TO CHG-NUMVAL-CHK.
009120      IF CHG-NUMVAL-CHK = 0
009130          MOVE FUNCTION TEST-NUMVAL(JRN-TO-X) TO CHG-NUMVAL-CHK
009140      END-IF.
009150      IF CHG-NUMVAL-CHK NOT = 0
009160          ADD 1 TO CHG-JRN-SKIP-COUNT
009170          GO TO 2420-NEXT
009180      END-IF.
009190      MOVE FUNCTION NUMVAL(JRN-FROM-X) TO CHG-FROM-NUM.
009200      MOVE FUNCTION NUMVAL(JRN-TO-X) TO CHG-TO-NUM.
009210      IF CHG-TO-NUM < CHG-FROM-NUM
009220          ADD 1 TO CHG-JRN-SKIP-COUNT
009230          GO TO 2420-NEXT
009240      END-IF.
009250      ADD 1 TO CHG-JRN-COUNT.
009260      MOVE "NUMS" TO CHG-FK-UNIT.
009270      MOVE JRN-USER TO CHG-FK-ID.
009280      MOVE JRN-RANGE-NAME TO CHG-FK-RANGE.
009290      IF JRN-FUNC = SPACES OR JRN-FUNC = "ISSU"
009300          COMPUTE CHG-ADD-QUANTITY = CHG-TO-NUM - CHG-FROM-NUM + 1
009310      ELSE
009320          COMPUTE CHG-ADD-QUANTITY =
009330              0 - (CHG-TO-NUM - CHG-FROM-NUM + 1)
009340      END-IF.
009350      PERFORM 2900-ACCUMULATE THRU 2900-EXIT.
009360  2420-NEXT.
009370      PERFORM 2410-READ-SEQJRN THRU 2410-EXIT.
009380  2420-EXIT.
009390      EXIT.
009400
009410* ****************************************************************
009420* * 2900-ACCUMULATE - ADD THE QUANTITY TO THE ITEM FOR THE FIND
009430* * KEY, STARTING A NEW ITEM THE FIRST TIME THE KEY IS SEEN
009440* ****************************************************************
009450  2900-ACCUMULATE.
009460      MOVE 0 TO CHG-FOUND-IX.
009470      PERFORM 2910-CHECK-ITEM-ROW THRU 2910-EXIT
009480          VARYING CHG-ITEM-IX FROM 1 BY 1
009490          UNTIL CHG-ITEM-IX > CHG-ITEM-CNT
009500             OR CHG-FOUND-IX NOT = 0.
009510      IF CHG-FOUND-IX = 0
009520          IF CHG-ITEM-CNT >= CHG-ITEM-MAX
009530              DISPLAY "COUNTCHG - ITEM TABLE FULL AT "
009540                  CHG-ITEM-MAX " ENTRIES"
009550              MOVE 16 TO RETURN-CODE
009560              PERFORM 8000-TERMINATE THRU 8000-EXIT
009570              GO TO 9999-EXIT
009580          END-IF
009590          ADD 1 TO CHG-ITEM-CNT
009600          MOVE CHG-ITEM-CNT TO CHG-FOUND-IX
009610          MOVE CHG-FIND-KEY TO CHG-I-KEY(CHG-FOUND-IX)
009620          MOVE 0 TO CHG-I-SOURCES(CHG-FOUND-IX)
009630          MOVE 0 TO CHG-I-QUANTITY(CHG-FOUND-IX)
009640          MOVE SPACES TO CHG-I-COST-CENTER(CHG-FOUND-IX)
009650          MOVE 0 TO CHG-I-RATE(CHG-FOUND-IX)
009660          MOVE SPACES TO CHG-I-GL-ACCOUNT(CHG-FOUND-IX)
009670          MOVE 0 TO CHG-I-AMOUNT(CHG-FOUND-IX)
009680          MOVE SPACES TO CHG-I-EXCP(CHG-FOUND-IX)
009690      END-IF.
009700      ADD 1 TO CHG-I-SOURCES(CHG-FOUND-IX).
009710      ADD CHG-ADD-QUANTITY TO CHG-I-QUANTITY(CHG-FOUND-IX).
009720  2900-EXIT.
009730      EXIT.
009740
009750  2910-CHECK-ITEM-ROW.
009760      IF CHG-I-KEY(CHG-ITEM-IX) = CHG-FIND-KEY
009770          MOVE CHG-ITEM-IX TO CHG-FOUND-IX
009780      END-IF.
009790  2910-EXIT.
009800      EXIT.
009810
009820* ****************************************************************
009830* * 3000-PRICE-ITEMS - RATE AND COST CENTER FOR EVERY ITEM.  THE
009840* * AMOUNT IS PRICED EVEN WHEN THERE IS NO COST CENTER, SO THE
009850* * EXCEPTION SECTION SHOWS WHAT WENT UNBILLED.
009860* ****************************************************************
009870  3000-PRICE-ITEMS.
009880      PERFORM 3100-PRICE-ONE-ITEM THRU 3100-EXIT
009890          VARYING CHG-ITEM-IX FROM 1 BY 1
009900          UNTIL CHG-ITEM-IX > CHG-ITEM-CNT.
009910  3000-EXIT.
009920      EXIT.
009930
009940  3100-PRICE-ONE-ITEM.
009950      MOVE CHG-I-UNIT(CHG-ITEM-IX) TO RTE-UNIT.
009960      PERFORM 3150-FIND-RATE THRU 3150-EXIT.
009970      IF CHG-RATE-FOUND-IX = 0
009980          MOVE "NO RATE FOR UNIT" TO CHG-I-EXCP(CHG-ITEM-IX)
009990      ELSE
010000          MOVE CHG-R-RATE(CHG-RATE-FOUND-IX)
010010              TO CHG-I-RATE(CHG-ITEM-IX)
010020          MOVE CHG-R-GL-ACCOUNT(CHG-RATE-FOUND-IX)
010030              TO CHG-I-GL-ACCOUNT(CHG-ITEM-IX)
010040          COMPUTE CHG-I-AMOUNT(CHG-ITEM-IX) ROUNDED =
010050              CHG-I-QUANTITY(CHG-ITEM-IX)
010060              * CHG-I-RATE(CHG-ITEM-IX)
010070      END-IF.
010080      IF CHG-I-UNIT(CHG-ITEM-IX) = "NUMS"
010090          MOVE "U" TO CHG-FM-TYPE
010100      ELSE
010110          MOVE "F" TO CHG-FM-TYPE
010120      END-IF.
010130      MOVE CHG-I-ID(CHG-ITEM-IX) TO CHG-FM-ID.
010140      PERFORM 3200-FIND-COST-CENTER THRU 3200-EXIT.
010150      IF CHG-MAP-FOUND-IX = 0
010160          IF CHG-FM-TYPE = "U"
010170              MOVE "NO COST CENTER FOR USER"
010180                  TO CHG-I-EXCP(CHG-ITEM-IX)
010190          ELSE
010200              MOVE "NO COST CENTER FOR FILE"
010210                  TO CHG-I-EXCP(CHG-ITEM-IX)
010220          END-IF
010230      ELSE
010240          MOVE CHG-M-COST-CENTER(CHG-MAP-FOUND-IX)
010250              TO CHG-I-COST-CENTER(CHG-ITEM-IX)
010260      END-IF.
010270      IF CHG-I-EXCP(CHG-ITEM-IX) = SPACES
010280          ADD 1 TO CHG-BILLED-COUNT
010290      ELSE
010300          ADD 1 TO CHG-EXCP-COUNT
010310          ADD CHG-I-AMOUNT(CHG-ITEM-IX) TO CHG-UNBILLED-AMOUNT
010320      END-IF.
010330  3100-EXIT.
010340      EXIT.
010350
010360*     RATE TABLE ROW FOR RTE-UNIT, ZERO WHEN THERE IS NONE
010370  3150-FIND-RATE.
010380      MOVE 0 TO CHG-RATE-FOUND-IX.
010390      PERFORM 3160-CHECK-RATE-ROW THRU 3160-EXIT
010400          VARYING CHG-RATE-IX FROM 1 BY 1
010410          UNTIL CHG-RATE-IX > CHG-RATE-CNT
010420             OR CHG-RATE-FOUND-IX NOT = 0.
010430  3150-EXIT.
010440      EXIT.
010450
010460  3160-CHECK-RATE-ROW.
010470      IF CHG-R-UNIT(CHG-RATE-IX) = RTE-UNIT
010480          MOVE CHG-RATE-IX TO CHG-RATE-FOUND-IX
010490      END-IF.
010500  3160-EXIT.
010510      EXIT.
010520
010530*     COST CENTER MAP ROW FOR THE FIND KEY, ZERO IF THERE IS NONE
010540  3200-FIND-COST-CENTER.
010550      MOVE 0 TO CHG-MAP-FOUND-IX.
010560      PERFORM 3210-CHECK-MAP-ROW THRU 3210-EXIT
010570          VARYING CHG-MAP-IX FROM 1 BY 1
010580          UNTIL CHG-MAP-IX > CHG-MAP-CNT
010590             OR CHG-MAP-FOUND-IX NOT = 0.
010600  3200-EXIT.
010610      EXIT.
010620
010630  3210-CHECK-MAP-ROW.
010640      IF CHG-M-KEY(CHG-MAP-IX) = CHG-FIND-MAP-KEY
010650          MOVE CHG-MAP-IX TO CHG-MAP-FOUND-IX
010660      END-IF.
010670  3210-EXIT.
010680      EXIT.
010690
010700* ****************************************************************
010710* * 4000-BILL-COST-CENTERS - SORT THE BILLED ITEMS INTO COST
010720* * CENTER AND UNIT ORDER FOR THE PRICED DETAIL, AND WRITE THE
010730* * GENERAL LEDGER EXTRACT BETWEEN ITS HEADER AND TRAILER
010740* ****************************************************************
010750  4000-BILL-COST-CENTERS.
010760      MOVE SPACES TO CHGEXT-RECORD.
010770      MOVE "H" TO CHX-REC-TYPE.
010780      MOVE CHG-MONTH-DISPLAY TO CHX-MONTH.
010790      MOVE CHG-RUN-DATE-DISPLAY TO CHX-H-RUN-DATE.
010800      MOVE "COUNTCHG" TO CHX-H-SOURCE.
010810      MOVE CHG-FIRST-DATE-DISPLAY TO CHX-H-FIRST-DATE.
010820      MOVE CHG-LAST-DATE-DISPLAY TO CHX-H-LAST-DATE.
010830      PERFORM 4800-WRITE-CHGEXT THRU 4800-EXIT.
010840      MOVE SPACES TO CHG-SECTION-LINE.
010850      MOVE "PRICED DETAIL BY COST CENTER" TO CHG-SEC-TEXT.
010860      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
010870      MOVE CHG-DETAIL-HEADS TO CHGRPT-LINE.
010880      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
010885      MOVE "Y" TO CHG-IN-SORT-SW.
010890      SORT SORT-FILE
010900          ON ASCENDING KEY SRT-COST-CENTER SRT-UNIT SRT-ID
010910              SRT-RANGE
010920          INPUT PROCEDURE IS 4100-RELEASE-BILLED
010930              THRU 4100-EXIT
010940          OUTPUT PROCEDURE IS 4200-REPORT-BILLED
010950              THRU 4200-EXIT.
010951      MOVE "N" TO CHG-IN-SORT-SW.
010952      IF CHG-SORT-ERR
010953          MOVE 16 TO RETURN-CODE
010954          PERFORM 8000-TERMINATE THRU 8000-EXIT
010955          GO TO 9999-EXIT
010956      END-IF.
010960      IF CHG-RETURNED-COUNT = 0
010970          MOVE "  NOTHING BILLED FOR THE MONTH" TO CHGRPT-LINE
010980          PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT
010990      END-IF.
011000      MOVE SPACES TO CHG-TOTAL-LINE.
011010      MOVE "TOTAL BILLED" TO CHG-TL-TEXT.
011020      MOVE CHG-BILLED-AMOUNT TO CHG-TL-AMOUNT.
011030      MOVE CHG-TOTAL-LINE TO CHGRPT-LINE.
011040      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
011050      MOVE SPACES TO CHGEXT-RECORD.
011060      MOVE "T" TO CHX-REC-TYPE.
011070      MOVE CHG-MONTH-DISPLAY TO CHX-MONTH.
011080      MOVE CHG-EXT-DETAIL-COUNT TO CHX-T-DETAIL-COUNT.
011090      IF CHG-BILLED-AMOUNT < 0
011100          MOVE "-" TO CHX-T-AMT-SIGN
011110      ELSE
011120          MOVE "+" TO CHX-T-AMT-SIGN
011130      END-IF.
011140      MOVE CHG-BILLED-AMOUNT TO CHX-T-AMOUNT-TOTAL.
011150      COMPUTE CHX-T-RECORD-COUNT = CHG-EXT-RECORD-COUNT + 1.
011160      PERFORM 4800-WRITE-CHGEXT THRU 4800-EXIT.
011170  4000-EXIT.
011180      EXIT.
011190
011200  4100-RELEASE-BILLED.
011210      PERFORM 4110-RELEASE-ONE-ITEM THRU 4110-EXIT
011220          VARYING CHG-ITEM-IX FROM 1 BY 1
011230          UNTIL CHG-ITEM-IX > CHG-ITEM-CNT.
011240  4100-EXIT.
011250      EXIT.
011260
011270  4110-RELEASE-ONE-ITEM.
011280      IF CHG-I-EXCP(CHG-ITEM-IX) NOT = SPACES
011290          GO TO 4110-EXIT
011300      END-IF.
011310      MOVE CHG-I-COST-CENTER(CHG-ITEM-IX) TO SRT-COST-CENTER.
011320      MOVE CHG-I-UNIT(CHG-ITEM-IX) TO SRT-UNIT.
011330      MOVE CHG-I-ID(CHG-ITEM-IX) TO SRT-ID.
011340      MOVE CHG-I-RANGE(CHG-ITEM-IX) TO SRT-RANGE.
011350      MOVE CHG-I-SOURCES(CHG-ITEM-IX) TO SRT-SOURCES.
011360      MOVE CHG-I-QUANTITY(CHG-ITEM-IX) TO SRT-QUANTITY.
011370      MOVE CHG-I-RATE(CHG-ITEM-IX) TO SRT-RATE.
011380      MOVE CHG-I-AMOUNT(CHG-ITEM-IX) TO SRT-AMOUNT.
011390      MOVE CHG-I-GL-ACCOUNT(CHG-ITEM-IX) TO SRT-GL-ACCOUNT.
011400      RELEASE SORT-RECORD.
011410  4110-EXIT.
011420      EXIT.
011430
011440  4200-REPORT-BILLED.
011450      PERFORM 4210-RETURN-BILLED THRU 4210-EXIT.
011460      PERFORM 4300-REPORT-ONE-ITEM THRU 4300-EXIT
011470          UNTIL CHG-SORT-EOF.
011472      IF CHG-SORT-ERR
011474          GO TO 4200-EXIT
011476      END-IF.
011480      IF CHG-RETURNED-COUNT NOT = 0
011490          PERFORM 4350-END-UNIT THRU 4350-EXIT
011500          PERFORM 4400-END-COST-CENTER THRU 4400-EXIT
011510      END-IF.
011520  4200-EXIT.
011530      EXIT.
011540
011550  4210-RETURN-BILLED.
011552      IF CHG-SORT-ERR
011554          MOVE "Y" TO CHG-SORT-EOF-SW
011556          GO TO 4210-EXIT
011558      END-IF.
011560      RETURN SORT-FILE
011570          AT END
011580              MOVE "Y" TO CHG-SORT-EOF-SW
011590      END-RETURN.
011600  4210-EXIT.
011610      EXIT.
011620
011630* ****************************************************************
011640* * 4300-REPORT-ONE-ITEM - A CHANGE OF COST CENTER CLOSES THE
011650* * UNIT AND THE COST CENTER BEFORE IT; A CHANGE OF UNIT WITHIN
011660* * THE COST CENTER CLOSES THE UNIT
011670* ****************************************************************
011680  4300-REPORT-ONE-ITEM.
011690      IF CHG-RETURNED-COUNT NOT = 0
011700          IF SRT-COST-CENTER NOT = CHG-CUR-COST-CENTER
011710              PERFORM 4350-END-UNIT THRU 4350-EXIT
011720              PERFORM 4400-END-COST-CENTER THRU 4400-EXIT
011730          ELSE
011740              IF SRT-UNIT NOT = CHG-CUR-UNIT
011750                  PERFORM 4350-END-UNIT THRU 4350-EXIT
011760              END-IF
011770          END-IF
011780      END-IF.
011790      ADD 1 TO CHG-RETURNED-COUNT.
011800      MOVE SRT-COST-CENTER TO CHG-CUR-COST-CENTER.
011810      MOVE SRT-UNIT TO CHG-CUR-UNIT.
011820      MOVE SRT-RATE TO CHG-CUR-RATE.
011830      MOVE SRT-GL-ACCOUNT TO CHG-CUR-GL-ACCOUNT.
011840      ADD SRT-QUANTITY TO CHG-UNIT-QUANTITY.
011850      ADD SRT-AMOUNT TO CHG-UNIT-AMOUNT.
011860      MOVE SPACES TO CHG-DETAIL-LINE.
011870      IF CHG-CC-LINE-COUNT = 0
011880          MOVE SRT-COST-CENTER TO CHG-DL-COST-CENTER
011890      END-IF.
011900      ADD 1 TO CHG-CC-LINE-COUNT.
011910      MOVE SRT-UNIT TO CHG-DL-UNIT.
011920      MOVE SRT-ID TO CHG-DL-ID.
011930      MOVE SRT-RANGE TO CHG-DL-RANGE.
011940      MOVE SRT-QUANTITY TO CHG-DL-QUANTITY.
011950      MOVE SRT-RATE TO CHG-DL-RATE.
011960      MOVE SRT-AMOUNT TO CHG-DL-AMOUNT.
011970      MOVE SRT-GL-ACCOUNT TO CHG-DL-GL-ACCOUNT.
011980      MOVE SRT-SOURCES TO CHG-DL-SOURCES.
011990      MOVE CHG-DETAIL-LINE TO CHGRPT-LINE.
012000      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
012010      PERFORM 4210-RETURN-BILLED THRU 4210-EXIT.
012020  4300-EXIT.
012030      EXIT.
012040
012050*     ONE LEDGER DETAIL PER COST CENTER AND UNIT
012060  4350-END-UNIT.
012070      MOVE SPACES TO CHGEXT-RECORD.
012080      MOVE "D" TO CHX-REC-TYPE.
012090      MOVE CHG-MONTH-DISPLAY TO CHX-MONTH.
012100      MOVE CHG-CUR-COST-CENTER TO CHX-COST-CENTER.
012110      MOVE CHG-CUR-UNIT TO CHX-UNIT.
012120      MOVE CHG-CUR-GL-ACCOUNT TO CHX-GL-ACCOUNT.
012130      IF CHG-UNIT-QUANTITY < 0
012140          MOVE "-" TO CHX-QTY-SIGN
012150      ELSE
012160          MOVE "+" TO CHX-QTY-SIGN
012170      END-IF.
012180      MOVE CHG-UNIT-QUANTITY TO CHX-QUANTITY.
012190      MOVE CHG-CUR-RATE TO CHX-RATE.
012200      IF CHG-UNIT-AMOUNT < 0
012210          MOVE "-" TO CHX-AMT-SIGN
012220      ELSE
012230          MOVE "+" TO CHX-AMT-SIGN
012240      END-IF.
012250      MOVE CHG-UNIT-AMOUNT TO CHX-AMOUNT.
012260      PERFORM 4800-WRITE-CHGEXT THRU 4800-EXIT.
012270      ADD 1 TO CHG-EXT-DETAIL-COUNT.
012280      ADD CHG-UNIT-AMOUNT TO CHG-CC-AMOUNT.
012290      MOVE 0 TO CHG-UNIT-QUANTITY.
012300      MOVE 0 TO CHG-UNIT-AMOUNT.
012310  4350-EXIT.
012320      EXIT.
012330
012340  4400-END-COST-CENTER.
012350      MOVE SPACES TO CHG-TOTAL-LINE.
012360      STRING "  TOTAL COST CENTER " CHG-CUR-COST-CENTER
012370          DELIMITED BY SIZE
012380          INTO CHG-TL-TEXT
012390      END-STRING.
012400      MOVE CHG-CC-AMOUNT TO CHG-TL-AMOUNT.
012410      MOVE CHG-TOTAL-LINE TO CHGRPT-LINE.
012420      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
012430      MOVE SPACES TO CHGRPT-LINE.
012440      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
012450      ADD 1 TO CHG-CC-COUNT.
012460      ADD CHG-CC-AMOUNT TO CHG-BILLED-AMOUNT.
012470      MOVE 0 TO CHG-CC-AMOUNT.
012480      MOVE 0 TO CHG-CC-LINE-COUNT.
012490  4400-EXIT.
012500      EXIT.
012510
012520* ****************************************************************
012530* * 4500-PAGE-HEADERS - TITLE, RUN DATE, BILLING MONTH
012540* ****************************************************************
012550  4500-PAGE-HEADERS.
012560      ADD 1 TO CHG-PAGE-CTR.
012570      MOVE CHG-PAGE-CTR TO CHG-H1-PAGE.
012580      MOVE CHG-HEADER-1 TO CHGRPT-LINE.
012590      IF CHG-PAGE-CTR = 1
012600          WRITE CHGRPT-LINE
012610      ELSE
012620          WRITE CHGRPT-LINE AFTER ADVANCING PAGE
012630      END-IF.
012640      PERFORM 4650-CHECK-CHGRPT THRU 4650-EXIT.
012650      MOVE CHG-RUN-DATE-DISPLAY TO CHG-H2-RUN-DATE.
012660      MOVE CHG-MONTH-DISPLAY TO CHG-H2-MONTH.
012670      MOVE CHG-FIRST-DATE-DISPLAY TO CHG-H2-FIRST-DATE.
012680      MOVE CHG-LAST-DATE-DISPLAY TO CHG-H2-LAST-DATE.
012690      MOVE CHG-HEADER-2 TO CHGRPT-LINE.
012700      WRITE CHGRPT-LINE AFTER ADVANCING 1 LINE.
012710      PERFORM 4650-CHECK-CHGRPT THRU 4650-EXIT.
012720      MOVE SPACES TO CHGRPT-LINE.
012730      WRITE CHGRPT-LINE AFTER ADVANCING 1 LINE.
012740      PERFORM 4650-CHECK-CHGRPT THRU 4650-EXIT.
012750      MOVE 3 TO CHG-LINE-CTR.
012760  4500-EXIT.
012770      EXIT.
012780
012790  4600-WRITE-REPORT-LINE.
012792      IF CHG-SORT-ERR
012794          GO TO 4600-EXIT
012796      END-IF.
012800      IF CHG-LINE-CTR >= CHG-LINES-PER-PAGE
012810          MOVE CHGRPT-LINE TO CHG-SAVE-LINE
012820          PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT
012830          MOVE CHG-SAVE-LINE TO CHGRPT-LINE
012840      END-IF.
012850      WRITE CHGRPT-LINE AFTER ADVANCING 1 LINE.
012860      PERFORM 4650-CHECK-CHGRPT THRU 4650-EXIT.
012870      ADD 1 TO CHG-LINE-CTR.
012880  4600-EXIT.
012890      EXIT.
012900
012910  4650-CHECK-CHGRPT.
012920      IF CHGRPT-STATUS NOT = "00"
012925          AND NOT CHG-SORT-ERR
012930          DISPLAY "COUNTCHG - UNABLE TO WRITE CHGRPT, STATUS "
012940              CHGRPT-STATUS
012950          MOVE "N" TO CHG-RPT-OPEN-SW
012952          IF CHG-IN-SORT
012954              MOVE "Y" TO CHG-SORT-ERR-SW
012956              GO TO 4650-EXIT
012958          END-IF
012960          MOVE 16 TO RETURN-CODE
012970          PERFORM 8000-TERMINATE THRU 8000-EXIT
012980          GO TO 9999-EXIT
012990      END-IF.
013000  4650-EXIT.
013010      EXIT.
013020
013030  4700-WRITE-SECTION.
013040      MOVE SPACES TO CHGRPT-LINE.
013050      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
013060      MOVE CHG-SECTION-LINE TO CHGRPT-LINE.
013070      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
013080  4700-EXIT.
013090      EXIT.
013100
013110  4800-WRITE-CHGEXT.
013112      IF CHG-SORT-ERR
013114          GO TO 4800-EXIT
013116      END-IF.
013120      WRITE CHGEXT-RECORD.
013130      IF CHGEXT-STATUS NOT = "00"
013140          DISPLAY "COUNTCHG - UNABLE TO WRITE CHGEXT, STATUS "
013150              CHGEXT-STATUS
013160          MOVE "N" TO CHG-EXT-OPEN-SW
013162          IF CHG-IN-SORT
013164              MOVE "Y" TO CHG-SORT-ERR-SW
013166              GO TO 4800-EXIT
013168          END-IF
013170          MOVE 16 TO RETURN-CODE
013180          PERFORM 8000-TERMINATE THRU 8000-EXIT
013190          GO TO 9999-EXIT
013200      END-IF.
013210      ADD 1 TO CHG-EXT-RECORD-COUNT.
013220  4800-EXIT.
013230      EXIT.
013240
013250* ****************************************************************
013260* * 5000-WRITE-EXCEPTIONS - EVERY ITEM NOT BILLED, WITH WHAT IT
013270* * WOULD HAVE COST AND WHY
013280* ****************************************************************
013290  5000-WRITE-EXCEPTIONS.
013300      MOVE SPACES TO CHG-SECTION-LINE.
013310      MOVE "EXCEPTIONS - NOT BILLED" TO CHG-SEC-TEXT.
013320      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
013330      IF CHG-EXCP-COUNT = 0
013340          MOVE "  NONE - EVERY ITEM BILLED TO A COST CENTER"
013350              TO CHGRPT-LINE
013360          PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT
013370          GO TO 5000-EXIT
013380      END-IF.
013390      MOVE CHG-EXCP-HEADS TO CHGRPT-LINE.
013400      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
013410      PERFORM 5100-WRITE-ONE-EXCEPTION THRU 5100-EXIT
013420          VARYING CHG-ITEM-IX FROM 1 BY 1
013430          UNTIL CHG-ITEM-IX > CHG-ITEM-CNT.
013440      MOVE SPACES TO CHG-TOTAL-LINE.
013450      MOVE "  TOTAL NOT BILLED" TO CHG-TL-TEXT.
013460      MOVE CHG-UNBILLED-AMOUNT TO CHG-TL-AMOUNT.
013470      MOVE CHG-TOTAL-LINE TO CHGRPT-LINE.
013480      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
013490  5000-EXIT.
013500      EXIT.
013510
013520  5100-WRITE-ONE-EXCEPTION.
013530      IF CHG-I-EXCP(CHG-ITEM-IX) = SPACES
013540          GO TO 5100-EXIT
013550      END-IF.
013560      MOVE SPACES TO CHG-EXCP-LINE.
013570      MOVE CHG-I-UNIT(CHG-ITEM-IX) TO CHG-XL-UNIT.
013580      MOVE CHG-I-ID(CHG-ITEM-IX) TO CHG-XL-ID.
013590      MOVE CHG-I-RANGE(CHG-ITEM-IX) TO CHG-XL-RANGE.
013600      MOVE CHG-I-QUANTITY(CHG-ITEM-IX) TO CHG-XL-QUANTITY.
013610      MOVE CHG-I-AMOUNT(CHG-ITEM-IX) TO CHG-XL-AMOUNT.
013620      MOVE CHG-I-SOURCES(CHG-ITEM-IX) TO CHG-XL-SOURCES.
013630      MOVE CHG-I-EXCP(CHG-ITEM-IX) TO CHG-XL-REASON.
013640      MOVE CHG-EXCP-LINE TO CHGRPT-LINE.
013650      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
013660  5100-EXIT.
013670      EXIT.
013680
013690* ****************************************************************
013700* * 6000-WRITE-SUMMARY - INPUT COUNTS, CONTROL TOTALS AND THE
013710* * VERDICT
013720* ****************************************************************
013730  6000-WRITE-SUMMARY.
013740      MOVE SPACES TO CHG-SECTION-LINE.
013750      MOVE "SUMMARY" TO CHG-SEC-TEXT.
013760      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
013770      MOVE "  RATEIN ENTRIES READ" TO CHG-SEC-TEXT.
013780      MOVE CHG-RATE-READ-COUNT TO CHG-SEC-VALUE.
013790      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
013800      MOVE "  CCMAP ENTRIES READ" TO CHG-SEC-TEXT.
013810      MOVE CHG-MAP-READ-COUNT TO CHG-SEC-VALUE.
013820      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
013830      MOVE "  RATEIN AND CCMAP ENTRIES SKIPPED" TO CHG-SEC-TEXT.
013840      MOVE CHG-INPUT-SKIP-COUNT TO CHG-SEC-VALUE.
013850      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
013860      MOVE "  HSTMST RECORDS IN THE MONTH" TO CHG-SEC-TEXT.
013870      MOVE CHG-HST-COUNT TO CHG-SEC-VALUE.
013880      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
013890      MOVE "  TIMMST RECORDS IN THE MONTH" TO CHG-SEC-TEXT.
013900      MOVE CHG-TMS-COUNT TO CHG-SEC-VALUE.
013910      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
013920      MOVE "  SEQJRN LINES READ" TO CHG-SEC-TEXT.
013930      MOVE CHG-JRN-READ-COUNT TO CHG-SEC-VALUE.
013940      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
013950      MOVE "  SEQJRN LINES IN THE MONTH USED" TO CHG-SEC-TEXT.
013960      MOVE CHG-JRN-COUNT TO CHG-SEC-VALUE.
013970      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
013980      MOVE "  SEQJRN LINES IN THE MONTH SKIPPED" TO CHG-SEC-TEXT.
013990      MOVE CHG-JRN-SKIP-COUNT TO CHG-SEC-VALUE.
014000      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
014010      MOVE "  ITEMS BILLED" TO CHG-SEC-TEXT.
014020      MOVE CHG-BILLED-COUNT TO CHG-SEC-VALUE.
014030      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
014040      MOVE "  ITEMS NOT BILLED" TO CHG-SEC-TEXT.
014050      MOVE CHG-EXCP-COUNT TO CHG-SEC-VALUE.
014060      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
014070      MOVE "  COST CENTERS BILLED" TO CHG-SEC-TEXT.
014080      MOVE CHG-CC-COUNT TO CHG-SEC-VALUE.
014090      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
014100      MOVE "  CHGEXT DETAIL RECORDS" TO CHG-SEC-TEXT.
014110      MOVE CHG-EXT-DETAIL-COUNT TO CHG-SEC-VALUE.
014120      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
014130      MOVE "  CHGEXT RECORDS WRITTEN" TO CHG-SEC-TEXT.
014140      MOVE CHG-EXT-RECORD-COUNT TO CHG-SEC-VALUE.
014150      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
014160      MOVE SPACES TO CHG-SECTION-AMOUNT-LINE.
014170      MOVE "  AMOUNT BILLED" TO CHG-SA-TEXT.
014180      MOVE CHG-BILLED-AMOUNT TO CHG-SA-AMOUNT.
014190      MOVE CHG-SECTION-AMOUNT-LINE TO CHGRPT-LINE.
014200      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
014210      MOVE SPACES TO CHG-SECTION-AMOUNT-LINE.
014220      MOVE "  AMOUNT NOT BILLED" TO CHG-SA-TEXT.
014230      MOVE CHG-UNBILLED-AMOUNT TO CHG-SA-AMOUNT.
014240      MOVE CHG-SECTION-AMOUNT-LINE TO CHGRPT-LINE.
014250      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
014260      MOVE SPACES TO CHG-SECTION-LINE.
014270      EVALUATE TRUE
014280          WHEN CHG-EXCP-COUNT NOT = 0
014290              MOVE "ITEMS NOT BILLED - SEE EXCEPTIONS"
014300                  TO CHG-SEC-TEXT
014310              MOVE 8 TO RETURN-CODE
014320          WHEN CHG-INPUT-SKIP-COUNT NOT = 0
014330            OR CHG-JRN-SKIP-COUNT NOT = 0
014340              MOVE "ALL BILLED - INPUT LINES SKIPPED"
014350                  TO CHG-SEC-TEXT
014360              MOVE 4 TO RETURN-CODE
014370          WHEN CHG-MONTH-OPEN
014380              MOVE "ALL BILLED - MONTH NOT YET ENDED"
014390                  TO CHG-SEC-TEXT
014400              MOVE 4 TO RETURN-CODE
014410          WHEN OTHER
014420              MOVE "ALL BILLED" TO CHG-SEC-TEXT
014430      END-EVALUATE.
014440      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
014450  6000-EXIT.
014460      EXIT.
014470
014480  6100-WRITE-COUNT.
014490      MOVE CHG-SECTION-LINE TO CHGRPT-LINE.
014500      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
014510      MOVE SPACES TO CHG-SECTION-LINE.
014520  6100-EXIT.
014530      EXIT.
014540
014550* ****************************************************************
014560* * 8000-TERMINATE - CLOSE THE OUTPUTS, DISPLAY COUNTS
014570* ****************************************************************
014580  8000-TERMINATE.
014590      IF CHG-EXT-OPEN
014600          CLOSE CHGEXT-FILE
014610          MOVE "N" TO CHG-EXT-OPEN-SW
014620      END-IF.
014630      IF CHG-RPT-OPEN
014640          CLOSE CHGRPT-FILE
014650          MOVE "N" TO CHG-RPT-OPEN-SW
014660      END-IF.
014670      DISPLAY "COUNTCHG - BILLING MONTH           = "
014680          CHG-MONTH-DISPLAY.
014690      MOVE CHG-BILLED-COUNT TO CHG-COUNT-DISPLAY.
014700      DISPLAY "COUNTCHG - ITEMS BILLED            = "
014710          CHG-COUNT-DISPLAY.
014720      MOVE CHG-EXCP-COUNT TO CHG-COUNT-DISPLAY.
014730      DISPLAY "COUNTCHG - ITEMS NOT BILLED        = "
014740          CHG-COUNT-DISPLAY.
014750      MOVE CHG-BILLED-AMOUNT TO CHG-AMOUNT-DISPLAY.
014760      DISPLAY "COUNTCHG - AMOUNT BILLED           = "
014770          CHG-AMOUNT-DISPLAY.
014780  8000-EXIT.
014790      EXIT.
014800
014810* ****************************************************************
014820* * 9999-EXIT - SINGLE PROGRAM EXIT POINT
014830* ****************************************************************
014840  9999-EXIT.
014850      STOP RUN.
