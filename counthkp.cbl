000100* ---------------------------------------------------------------
000110  IDENTIFICATION DIVISION.
000120  PROGRAM-ID. COUNTHKP.
000130  AUTHOR. J SANDERS.
000140  INSTALLATION. DATA CENTER SERVICES.
000150  DATE-WRITTEN. 10/15/2026.
000160  DATE-COMPILED.
000170* ---------------------------------------------------------------
000180*  COUNTHKP - RETENTION HOUSEKEEPING FOR THE KEYED MASTERS AND
000190*  THE RUN JOURNAL.  EACH HKPCTL CONTROL LINE NAMES A FILE AND
000200*  ITS RETENTION IN DAYS.  RECORDS DATED BEFORE THE BUSINESS
000210*  DATE LESS THE RETENTION ARE COPIED TO THE ARCHIVE, THEN
000220*  DELETED FROM THE MASTER.  EACH FILE'S ARCHIVE SECTION IS A
000230*  HEADER (FILE, ARCHIVE DATE, CUTOFF, RETENTION), THE RECORD
000240*  IMAGES, AND A TRAILER CARRYING THE RECORD COUNT.
000250*
000260*  FILES AND THE DATE EACH RECORD EXPIRES BY:
000270*    RUNJRN  - RJN-RUN-DATE
000280*    ALMMST  - ALM-RUN-DATE, ACKNOWLEDGED ALERTS ONLY.  AN
000290*              UNACKNOWLEDGED ALERT IS NEVER PURGED, HOWEVER OLD
000300*    FDCMST  - FDC-DATE
000310*    TIMMST  - TMS-RUN-DATE
000320*    HSTMST  - HST-RUN-DATE
000330*
000340*  PARM:    (NONE)          ARCHIVE AND PURGE PER HKPCTL
000350*           RELOAD          PUT AN ARCHIVE BACK INTO ITS MASTERS
000360*                           FOR AN AUDIT INQUIRY
000370*           FILE NAME       EITHER MODE - THAT FILE ONLY
000380*  INPUT:   HKPCTL  - RETENTION CONTROL (PURGE MODE)
000390*           ARCHIVE - AN EARLIER ARCHIVE (RELOAD MODE)
000400*  OUTPUT:  ARCHIVE - THE DATED ARCHIVE (PURGE MODE)
000410*           HKPRPT  - READ/ARCHIVED/DELETED/KEPT SUMMARY PER FILE
000420*  A RELOAD FIRST PROVES EVERY SECTION OF THE ARCHIVE AGAINST
000430*  ITS TRAILER AND LOADS NOTHING IF ANY SECTION FAILS.  A RECORD
000440*  ALREADY ON THE MASTER IS LEFT AS IT IS.
000450*  RETURN CODES:  0 CLEAN,  8 CONTROL LINE REJECTED, MASTER NOT
000460*  AVAILABLE OR A DELETE/RELOAD WRITE FAILED,  12 RELOAD
000470*  REFUSED - THE ARCHIVE DOES NOT PROVE,  16 FILE FAILURE.
000480* ---------------------------------------------------------------
000490*  MODIFICATION HISTORY
000500* ---------------------------------------------------------------
000510*   DATE      INIT  DESCRIPTION
000520*   --------  ----  --------------------------------------------
000530*   10/15/26  JRS   ORIGINAL PROGRAM - RETENTION ARCHIVE AND
000540*                   PURGE OF RUNJRN, ALMMST, FDCMST, TIMMST AND
000550*                   HSTMST, AND ARCHIVE RELOAD.
000560* ---------------------------------------------------------------
000570
000580  ENVIRONMENT DIVISION.
000590  INPUT-OUTPUT SECTION.
000600  FILE-CONTROL.
000610      SELECT HKPCTL-FILE ASSIGN TO HKPCTL
000620          ORGANIZATION IS SEQUENTIAL
000630          FILE STATUS IS HKPCTL-STATUS.
000640      SELECT RUNJRN-FILE ASSIGN TO RUNJRN
000650          ORGANIZATION IS INDEXED
000660          ACCESS MODE IS DYNAMIC
000670          RECORD KEY IS RJN-KEY
000680          FILE STATUS IS RUNJRN-STATUS.
000690      SELECT ALMMST-FILE ASSIGN TO ALMMST
000700          ORGANIZATION IS INDEXED
000710          ACCESS MODE IS DYNAMIC
000720          RECORD KEY IS ALM-KEY
000730          FILE STATUS IS ALMMST-STATUS.
000740      SELECT FDCMST-FILE ASSIGN TO FDCMST
000750          ORGANIZATION IS INDEXED
000760          ACCESS MODE IS DYNAMIC
000770          RECORD KEY IS FDC-KEY
000780          FILE STATUS IS FDCMST-STATUS.
000790      SELECT TIMMST-FILE ASSIGN TO TIMMST
000800          ORGANIZATION IS INDEXED
000810          ACCESS MODE IS DYNAMIC
000820          RECORD KEY IS TMS-KEY
000830          FILE STATUS IS TIMMST-STATUS.
000840      SELECT HSTMST-FILE ASSIGN TO HSTMST
000850          ORGANIZATION IS INDEXED
000860          ACCESS MODE IS DYNAMIC
000870          RECORD KEY IS HST-KEY
000880          FILE STATUS IS HSTMST-STATUS.
000890      SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE
000900          ORGANIZATION IS SEQUENTIAL
000910          FILE STATUS IS ARCHIVE-STATUS.
000920      SELECT HKPRPT-FILE ASSIGN TO HKPRPT
000930          ORGANIZATION IS SEQUENTIAL
000940          FILE STATUS IS HKPRPT-STATUS.
000950      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000960          ORGANIZATION IS SEQUENTIAL
000970          FILE STATUS IS BUSDATE-STATUS.
000980
000990  DATA DIVISION.
001000  FILE SECTION.
001010*   HKPCTL - ONE LINE PER FILE: FILE NAME AND RETENTION IN
001020*   DAYS.  BLANK LINES AND LINES STARTING "*" ARE IGNORED.
001030  FD  HKPCTL-FILE
001040      RECORDING MODE IS F
001050      LABEL RECORDS ARE STANDARD.
001060  01  HKPCTL-RECORD.
001070      05  HKC-FILE-NAME           PIC X(08).
001080          88  HKC-KNOWN-FILE                VALUE "RUNJRN"
001090                                                  "ALMMST"
001100                                                  "FDCMST"
001110                                                  "TIMMST"
001120                                                  "HSTMST".
001130      05  FILLER                  PIC X(01).
001140      05  HKC-KEEP-DAYS           PIC 9(05).
001150      05  HKC-KEEP-DAYS-X REDEFINES
001160          HKC-KEEP-DAYS           PIC X(05).
001170      05  FILLER                  PIC X(66).
001180
001190*   RUNJRN - CENTRAL RUN JOURNAL
001200  FD  RUNJRN-FILE
001210      LABEL RECORDS ARE STANDARD.
001220      COPY RJNREC.
001230
001240*   ALMMST - KEYED ALERT MASTER
001250  FD  ALMMST-FILE
001260      LABEL RECORDS ARE STANDARD.
001270      COPY AMSREC.
001280
001290*   FDCMST - KEYED FEED CONTROL MASTER
001300  FD  FDCMST-FILE
001310      LABEL RECORDS ARE STANDARD.
001320      COPY FMSREC.
001330
001340*   TIMMST - KEYED TIMING MASTER
001350  FD  TIMMST-FILE
001360      LABEL RECORDS ARE STANDARD.
001370      COPY TMSREC.
001380
001390*   HSTMST - KEYED HISTORY MASTER
001400  FD  HSTMST-FILE
001410      LABEL RECORDS ARE STANDARD.
001420      COPY HMSREC.
001430
001440*   ARCHIVE - DATED ARCHIVE, ONE GENERATION PER PURGE RUN.  PER
001450*   FILE: A HEADER, THE EXPIRED RECORD IMAGES, A TRAILER.
001460  FD  ARCHIVE-FILE
001470      RECORDING MODE IS F
001480      LABEL RECORDS ARE STANDARD.
001490  01  ARCHIVE-RECORD.
001500      05  ARC-REC-TYPE            PIC X(01).
001510          88  ARC-HEADER                    VALUE "H".
001520          88  ARC-DETAIL                    VALUE "D".
001530          88  ARC-TRAILER                   VALUE "T".
001540      05  FILLER                  PIC X(01).
001550      05  ARC-FILE-NAME           PIC X(08).
001560      05  FILLER                  PIC X(01).
001570      05  ARC-DATA                PIC X(160).
001580      05  FILLER                  PIC X(09).
001590  01  ARCHIVE-HEADER.
001600      05  FILLER                  PIC X(11).
001610      05  ARH-ARCHIVE-DATE        PIC X(10).
001620      05  FILLER                  PIC X(01).
001630      05  ARH-CUTOFF-DATE         PIC X(10).
001640      05  FILLER                  PIC X(01).
001650      05  ARH-KEEP-DAYS           PIC 9(05).
001660      05  FILLER                  PIC X(142).
001670  01  ARCHIVE-TRAILER.
001680      05  FILLER                  PIC X(11).
001690      05  ART-RECORD-COUNT        PIC 9(09).
001700      05  FILLER                  PIC X(01).
001710      05  ART-READ-COUNT          PIC 9(09).
001720      05  FILLER                  PIC X(01).
001730      05  ART-KEPT-COUNT          PIC 9(09).
001740      05  FILLER                  PIC X(140).
001750
001760*   HKPRPT - PRINTABLE HOUSEKEEPING SUMMARY
001770  FD  HKPRPT-FILE
001780      RECORDING MODE IS F
001790      LABEL RECORDS ARE STANDARD.
001800  01  HKPRPT-LINE                 PIC X(132).
001810
001820*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
001830  FD  BUSDATE-FILE
001840      RECORDING MODE IS F
001850      LABEL RECORDS ARE STANDARD.
001860  01  BUSDATE-LINE                PIC X(80).
001870
001880  WORKING-STORAGE SECTION.
001890
001900*   PER-FILE COUNTERS, RESET FOR EACH CONTROL LINE OR ARCHIVE
001910*   SECTION
001920  77  HKP-READ-CTR                PIC 9(09) COMP VALUE 0.
001930  77  HKP-ARC-CTR                 PIC 9(09) COMP VALUE 0.
001940  77  HKP-DEL-CTR                 PIC 9(09) COMP VALUE 0.
001950  77  HKP-KEPT-CTR                PIC 9(09) COMP VALUE 0.
001960  77  HKP-HELD-CTR                PIC 9(09) COMP VALUE 0.
001970  77  HKP-FAIL-CTR                PIC 9(09) COMP VALUE 0.
001980  77  HKP-LOAD-CTR                PIC 9(09) COMP VALUE 0.
001990  77  HKP-ONFILE-CTR              PIC 9(09) COMP VALUE 0.
002000
002010*   RUN TOTALS
002020  77  HKP-CTL-COUNT               PIC 9(09) COMP VALUE 0.
002030  77  HKP-REJECT-COUNT            PIC 9(09) COMP VALUE 0.
002040  77  HKP-READ-COUNT              PIC 9(09) COMP VALUE 0.
002050  77  HKP-ARC-COUNT               PIC 9(09) COMP VALUE 0.
002060  77  HKP-DEL-COUNT               PIC 9(09) COMP VALUE 0.
002070  77  HKP-KEPT-COUNT              PIC 9(09) COMP VALUE 0.
002080  77  HKP-HELD-COUNT              PIC 9(09) COMP VALUE 0.
002090  77  HKP-FAIL-COUNT              PIC 9(09) COMP VALUE 0.
002100  77  HKP-LOAD-COUNT              PIC 9(09) COMP VALUE 0.
002110  77  HKP-ONFILE-COUNT            PIC 9(09) COMP VALUE 0.
002120  77  HKP-ARC-READ-COUNT          PIC 9(09) COMP VALUE 0.
002130  77  HKP-ARC-WRITE-COUNT         PIC 9(09) COMP VALUE 0.
002140  77  HKP-PROVE-ERR-COUNT         PIC 9(09) COMP VALUE 0.
002150  77  HKP-EXCP-COUNT              PIC 9(09) COMP VALUE 0.
002160  77  HKP-COUNT-DISPLAY           PIC Z(08)9.
002170
002180*   RETENTION AND CUTOFF WORK FIELDS
002190  77  HKP-KEEP-DAYS               PIC 9(05) VALUE 0.
002200  77  HKP-TODAY-DAYNO             PIC 9(09) COMP VALUE 0.
002210  77  HKP-CUTOFF-DAYNO            PIC 9(09) COMP VALUE 0.
002220  77  HKP-CUTOFF-NUM              PIC 9(08) VALUE 0.
002230  77  HKP-CUTOFF-DATE             PIC X(10) VALUE SPACES.
002240  77  HKP-NUMVAL-CHK              PIC S9(04) COMP.
002250
002260*   THE ARCHIVE SECTION BEING PROVED OR RELOADED, AND THE
002270*   RECORD IMAGE BEING ARCHIVED
002280  77  HKP-SECT-NAME               PIC X(08) VALUE SPACES.
002290  77  HKP-SECT-CTR                PIC 9(09) COMP VALUE 0.
002300  77  HKP-SECT-DATE               PIC X(10) VALUE SPACES.
002310  77  HKP-SECT-KEEP               PIC 9(05) VALUE 0.
002320  77  HKP-IMAGE                   PIC X(160) VALUE SPACES.
002330  77  HKP-IO-STATUS               PIC X(02) VALUE SPACES.
002340  77  HKP-NOTE                    PIC X(40) VALUE SPACES.
002350  77  HKP-FILTER-NAME             PIC X(08) VALUE SPACES.
002360
002370*   PARM STRING AND ITS PARSED TOKENS
002380  01  HKP-PARM-TEXT               PIC X(80).
002390  01  HKP-PARM-TOKENS.
002400      05  HKP-PARM-TOK            PIC X(18) OCCURS 8 TIMES.
002410  77  HKP-PARM-IX                 PIC 9(02) COMP.
002420
002430*   MODE AND CONDITION SWITCHES
002440  01  HKP-SWITCHES.
002450      05  HKP-RELOAD-SW           PIC X(01) VALUE "N".
002460          88  HKP-RELOAD-MODE               VALUE "Y".
002470      05  HKP-FILTER-SW           PIC X(01) VALUE "N".
002480          88  HKP-FILTER-FOUND              VALUE "Y".
002490      05  HKP-MASTER-EOF-SW       PIC X(01) VALUE "N".
002500          88  HKP-MASTER-EOF                VALUE "Y".
002510      05  HKP-MASTER-OPEN-SW      PIC X(01) VALUE "N".
002520          88  HKP-MASTER-OPEN               VALUE "Y".
002530      05  HKP-IN-SECTION-SW       PIC X(01) VALUE "N".
002540          88  HKP-IN-SECTION                VALUE "Y".
002550      05  HKP-LOAD-SECT-SW        PIC X(01) VALUE "N".
002560          88  HKP-LOAD-SECTION              VALUE "Y".
002570      05  HKP-ARC-OPEN-SW         PIC X(01) VALUE "N".
002580          88  HKP-ARC-OPEN                  VALUE "Y".
002590      05  HKP-RPT-OPEN-SW         PIC X(01) VALUE "N".
002600          88  HKP-RPT-OPEN                  VALUE "Y".
002610      05  HKP-REFUSED-SW          PIC X(01) VALUE "N".
002620          88  HKP-RELOAD-REFUSED            VALUE "Y".
002630
002640*   FILE STATUS FIELDS
002650  01  HKP-FILE-STATUSES.
002660      05  HKPCTL-STATUS           PIC X(02) VALUE SPACES.
002670          88  HKPCTL-EOF                    VALUE "10".
002680      05  RUNJRN-STATUS           PIC X(02) VALUE SPACES.
002690      05  ALMMST-STATUS           PIC X(02) VALUE SPACES.
002700      05  FDCMST-STATUS           PIC X(02) VALUE SPACES.
002710      05  TIMMST-STATUS           PIC X(02) VALUE SPACES.
002720      05  HSTMST-STATUS           PIC X(02) VALUE SPACES.
002730      05  ARCHIVE-STATUS          PIC X(02) VALUE SPACES.
002740          88  ARCHIVE-EOF                   VALUE "10".
002750      05  HKPRPT-STATUS           PIC X(02) VALUE SPACES.
002760      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
002770
002780*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
002790*   MACHINE DATE IT OVERRIDES
002800      COPY BDTREC.
002810  01  HKP-BUSDATE-FIELDS.
002820      05  HKP-MACHINE-DATE        PIC 9(08) VALUE 0.
002830      05  HKP-BACKDATE-SW         PIC X(01) VALUE "N".
002840          88  HKP-BACKDATED                 VALUE "Y".
002850
002860*   RUN DATE
002870  01  HKP-CURRENT-DATE-FIELDS.
002880      05  HKP-CD-DATE             PIC 9(08).
002890      05  HKP-CD-TIME             PIC 9(06).
002900      05  FILLER                  PIC X(07).
002910  77  HKP-RUN-DATE-DISPLAY        PIC X(10).
002920
002930*   PAGE CONTROL
002940  77  HKP-PAGE-CTR                PIC 9(04) COMP VALUE 0.
002950  77  HKP-LINE-CTR                PIC 9(02) COMP VALUE 99.
002960  77  HKP-LINES-PER-PAGE          PIC 9(02) COMP VALUE 56.
002970
002980*   REPORT LINE LAYOUTS
002990  01  HKP-HEADER-1.
003000      05  FILLER                  PIC X(09) VALUE "COUNTHKP".
003010      05  FILLER                  PIC X(20) VALUE SPACES.
003020      05  FILLER                  PIC X(40)
003030          VALUE "MASTER FILE RETENTION HOUSEKEEPING".
003040      05  FILLER                  PIC X(48) VALUE SPACES.
003050      05  FILLER                  PIC X(05) VALUE "PAGE ".
003060      05  HKP-H1-PAGE             PIC Z(03)9.
003070      05  FILLER                  PIC X(06) VALUE SPACES.
003080  01  HKP-HEADER-2.
003090      05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
003100      05  HKP-H2-RUN-DATE         PIC X(10).
003110      05  FILLER                  PIC X(08) VALUE "  MODE: ".
003120      05  HKP-H2-MODE             PIC X(08).
003130      05  FILLER                  PIC X(08) VALUE "  FILE: ".
003140      05  HKP-H2-FILE             PIC X(08).
003150      05  HKP-H2-BACKDATE         PIC X(15) VALUE SPACES.
003155      05  FILLER                  PIC X(65) VALUE SPACES.
003160  01  HKP-PURGE-HEADS.
003170      05  FILLER                  PIC X(10) VALUE "FILE".
003180      05  FILLER                  PIC X(07) VALUE " KEEP".
003190      05  FILLER                  PIC X(12) VALUE "CUTOFF".
003200      05  FILLER                  PIC X(11) VALUE "     READ".
003210      05  FILLER                  PIC X(11) VALUE " ARCHIVED".
003220      05  FILLER                  PIC X(11) VALUE "  DELETED".
003230      05  FILLER                  PIC X(11) VALUE "     KEPT".
003240      05  FILLER                  PIC X(11) VALUE "   UNACKD".
003250      05  FILLER                  PIC X(48) VALUE "NOTE".
003260  01  HKP-RELOAD-HEADS.
003270      05  FILLER                  PIC X(10) VALUE "FILE".
003280      05  FILLER                  PIC X(07) VALUE " KEEP".
003290      05  FILLER                  PIC X(12) VALUE "ARCHIVED".
003300      05  FILLER                  PIC X(11) VALUE "  ARCHIVE".
003310      05  FILLER                  PIC X(11) VALUE " RELOADED".
003320      05  FILLER                  PIC X(11) VALUE "  ON FILE".
003330      05  FILLER                  PIC X(11) VALUE "   FAILED".
003340      05  FILLER                  PIC X(11) VALUE SPACES.
003350      05  FILLER                  PIC X(48) VALUE "NOTE".
003360  01  HKP-DETAIL-LINE.
003370      05  HKP-DTL-FILE            PIC X(08).
003380      05  FILLER                  PIC X(02) VALUE SPACES.
003390      05  HKP-DTL-KEEP            PIC Z(04)9.
003400      05  FILLER                  PIC X(02) VALUE SPACES.
003410      05  HKP-DTL-DATE            PIC X(10).
003420      05  FILLER                  PIC X(02) VALUE SPACES.
003430      05  HKP-DTL-N1              PIC Z(08)9.
003440      05  FILLER                  PIC X(02) VALUE SPACES.
003450      05  HKP-DTL-N2              PIC Z(08)9.
003460      05  FILLER                  PIC X(02) VALUE SPACES.
003470      05  HKP-DTL-N3              PIC Z(08)9.
003480      05  FILLER                  PIC X(02) VALUE SPACES.
003490      05  HKP-DTL-N4              PIC Z(08)9.
003500      05  FILLER                  PIC X(02) VALUE SPACES.
003510      05  HKP-DTL-N5              PIC Z(08)9.
003520      05  HKP-DTL-N5-X REDEFINES
003530          HKP-DTL-N5              PIC X(09).
003540      05  FILLER                  PIC X(02) VALUE SPACES.
003550      05  HKP-DTL-NOTE            PIC X(40).
003560      05  FILLER                  PIC X(08) VALUE SPACES.
003570  01  HKP-SECTION-LINE.
003580      05  HKP-SEC-TEXT            PIC X(44).
003590      05  HKP-SEC-VALUE           PIC Z(08)9.
003600      05  FILLER                  PIC X(79) VALUE SPACES.
003610  01  HKP-SAVE-LINE               PIC X(132).
003620
003630  PROCEDURE DIVISION.
003640
003650* ****************************************************************
003660* * 0000-MAINLINE - ARCHIVE AND PURGE, OR RELOAD AN ARCHIVE
003670* ****************************************************************
003680  0000-MAINLINE.
003690      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003700      IF HKP-RELOAD-MODE
003710          PERFORM 5000-RELOAD-ARCHIVE THRU 5000-EXIT
003720      ELSE
003730          PERFORM 2000-HOUSEKEEPING THRU 2000-EXIT
003740      END-IF.
003750      PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
003760      PERFORM 8000-TERMINATE THRU 8000-EXIT.
003770      GO TO 9999-EXIT.
003780  0000-EXIT.
003790      EXIT.
003800
003810* ****************************************************************
003820* * 1000-INITIALIZE - PARM, RUN DATE, OPEN THE REPORT
003830* ****************************************************************
003840  1000-INITIALIZE.
003850      MOVE FUNCTION CURRENT-DATE TO HKP-CURRENT-DATE-FIELDS.
003860      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
003870      STRING HKP-CD-DATE(1:4) "-" HKP-CD-DATE(5:2) "-"
003880          HKP-CD-DATE(7:2) DELIMITED BY SIZE
003890          INTO HKP-RUN-DATE-DISPLAY
003900      END-STRING.
003910      COMPUTE HKP-TODAY-DAYNO =
003920          FUNCTION INTEGER-OF-DATE(HKP-CD-DATE).
003930      ACCEPT HKP-PARM-TEXT FROM COMMAND-LINE.
003940      PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
003950      OPEN OUTPUT HKPRPT-FILE.
003960      IF HKPRPT-STATUS NOT = "00"
003970          DISPLAY "COUNTHKP - UNABLE TO OPEN HKPRPT, STATUS "
003980              HKPRPT-STATUS
003990          MOVE 16 TO RETURN-CODE
004000          GO TO 9999-EXIT
004010      END-IF.
004020      MOVE "Y" TO HKP-RPT-OPEN-SW.
004030      PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT.
004040  1000-EXIT.
004050      EXIT.
004060
004070* ****************************************************************
004080* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
004090* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
004100* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
004110* * TODAY OR NOT A VALID DATE STOPS THE RUN.
004120* ****************************************************************
004130  1050-GET-BUSINESS-DATE.
004140      MOVE HKP-CD-DATE TO HKP-MACHINE-DATE.
004150      MOVE SPACES TO BUSDATE-RECORD.
004160      OPEN INPUT BUSDATE-FILE.
004170      IF BUSDATE-STATUS NOT = "00"
004180          GO TO 1050-EXIT
004190      END-IF.
004200      READ BUSDATE-FILE INTO BUSDATE-RECORD
004210          AT END
004220              MOVE SPACES TO BUSDATE-RECORD
004230      END-READ.
004240      CLOSE BUSDATE-FILE.
004250      IF BDT-BUSINESS-DATE-X = SPACES
004260          OR BDT-BUSINESS-DATE-X = ZEROS
004270          GO TO 1050-EXIT
004280      END-IF.
004290      IF BDT-BUSINESS-DATE-X NOT NUMERIC
004300          DISPLAY "COUNTHKP - BUSDATE DATE NOT NUMERIC: "
004310              BDT-BUSINESS-DATE-X
004320          MOVE 16 TO RETURN-CODE
004330          GO TO 9999-EXIT
004340      END-IF.
004350      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
004360          OR BDT-BUSINESS-DATE > HKP-MACHINE-DATE
004370          DISPLAY "COUNTHKP - BUSDATE NOT A VALID PAST DATE: "
004380              BDT-BUSINESS-DATE-X
004390          MOVE 16 TO RETURN-CODE
004400          GO TO 9999-EXIT
004410      END-IF.
004420      MOVE BDT-BUSINESS-DATE TO HKP-CD-DATE.
004430      IF HKP-CD-DATE < HKP-MACHINE-DATE
004440          MOVE "Y" TO HKP-BACKDATE-SW
004450          DISPLAY "COUNTHKP - BACKDATED RUN FOR BUSINESS DATE "
004460              BDT-BUSINESS-DATE-X
004470      END-IF.
004480  1050-EXIT.
004490      EXIT.
004500
004510  1100-PARSE-PARM.
004520      MOVE SPACES TO HKP-PARM-TOKENS.
004530      UNSTRING HKP-PARM-TEXT DELIMITED BY ALL SPACE OR ","
004540          INTO HKP-PARM-TOK(1) HKP-PARM-TOK(2) HKP-PARM-TOK(3)
004550               HKP-PARM-TOK(4) HKP-PARM-TOK(5) HKP-PARM-TOK(6)
004560               HKP-PARM-TOK(7) HKP-PARM-TOK(8)
004570      END-UNSTRING.
004580      PERFORM 1110-CHECK-TOKEN THRU 1110-EXIT
004590          VARYING HKP-PARM-IX FROM 1 BY 1
004600          UNTIL HKP-PARM-IX > 8.
004610  1100-EXIT.
004620      EXIT.
004630
004640  1110-CHECK-TOKEN.
004650      IF HKP-PARM-TOK(HKP-PARM-IX) = "RELOAD"
004660          MOVE "Y" TO HKP-RELOAD-SW
004670      ELSE
004680          IF HKP-PARM-TOK(HKP-PARM-IX) NOT = SPACES
004690              MOVE HKP-PARM-TOK(HKP-PARM-IX) TO HKP-FILTER-NAME
004700              MOVE "Y" TO HKP-FILTER-SW
004710          END-IF
004720      END-IF.
004730  1110-EXIT.
004740      EXIT.
004750
004760* ****************************************************************
004770* * 2000-HOUSEKEEPING - ONE ARCHIVE SECTION PER HKPCTL LINE
004780* ****************************************************************
004790  2000-HOUSEKEEPING.
004800      OPEN INPUT HKPCTL-FILE.
004810      IF HKPCTL-STATUS NOT = "00"
004820          DISPLAY "COUNTHKP - UNABLE TO OPEN HKPCTL, STATUS "
004830              HKPCTL-STATUS
004840          MOVE 16 TO RETURN-CODE
004850          PERFORM 8000-TERMINATE THRU 8000-EXIT
004860          GO TO 9999-EXIT
004870      END-IF.
004880      OPEN OUTPUT ARCHIVE-FILE.
004890      IF ARCHIVE-STATUS NOT = "00"
004900          DISPLAY "COUNTHKP - UNABLE TO OPEN ARCHIVE, STATUS "
004910              ARCHIVE-STATUS
004920          CLOSE HKPCTL-FILE
004930          MOVE 16 TO RETURN-CODE
004940          PERFORM 8000-TERMINATE THRU 8000-EXIT
004950          GO TO 9999-EXIT
004960      END-IF.
004970      MOVE "Y" TO HKP-ARC-OPEN-SW.
004980      PERFORM 2100-READ-HKPCTL THRU 2100-EXIT.
004990      PERFORM 2200-PROCESS-CONTROL THRU 2200-EXIT
005000          UNTIL HKPCTL-EOF.
005010      CLOSE HKPCTL-FILE.
005020  2000-EXIT.
005030      EXIT.
005040
005050  2100-READ-HKPCTL.
005060      READ HKPCTL-FILE
005070          AT END
005080              CONTINUE
005090      END-READ.
005100  2100-EXIT.
005110      EXIT.
005120
005130* ****************************************************************
005140* * 2200-PROCESS-CONTROL - EDIT ONE CONTROL LINE, SET THE CUTOFF,
005150* * ARCHIVE AND PURGE THAT FILE
005160* ****************************************************************
005170  2200-PROCESS-CONTROL.
005180      IF HKC-FILE-NAME = SPACES OR HKC-FILE-NAME(1:1) = "*"
005190          GO TO 2200-NEXT
005200      END-IF.
005210      IF HKP-FILTER-FOUND AND HKC-FILE-NAME NOT = HKP-FILTER-NAME
005220          GO TO 2200-NEXT
005230      END-IF.
005240      ADD 1 TO HKP-CTL-COUNT.
005250      PERFORM 2250-RESET-COUNTERS THRU 2250-EXIT.
005260      MOVE SPACES TO HKP-DETAIL-LINE.
005270      MOVE HKC-FILE-NAME TO HKP-DTL-FILE.
005280      IF NOT HKC-KNOWN-FILE
005290          MOVE "UNKNOWN FILE - LINE REJECTED" TO HKP-DTL-NOTE
005300          GO TO 2200-REJECT
005310      END-IF.
005320      MOVE FUNCTION TEST-NUMVAL(HKC-KEEP-DAYS-X)
005330          TO HKP-NUMVAL-CHK.
005340      IF HKP-NUMVAL-CHK NOT = 0
005350          MOVE "RETENTION NOT NUMERIC - LINE REJECTED"
005360              TO HKP-DTL-NOTE
005370          GO TO 2200-REJECT
005380      END-IF.
005390      MOVE FUNCTION NUMVAL(HKC-KEEP-DAYS-X) TO HKP-KEEP-DAYS.
005400      IF HKP-KEEP-DAYS = 0 OR HKP-KEEP-DAYS NOT < HKP-TODAY-DAYNO
005410          MOVE "RETENTION OUT OF RANGE - LINE REJECTED"
005420              TO HKP-DTL-NOTE
005430          GO TO 2200-REJECT
005440      END-IF.
005450      PERFORM 2300-SET-CUTOFF THRU 2300-EXIT.
005460      PERFORM 3800-WRITE-ARC-HEADER THRU 3800-EXIT.
005470      EVALUATE HKC-FILE-NAME
005480          WHEN "RUNJRN"
005490              PERFORM 3000-PURGE-RUNJRN THRU 3000-EXIT
005500          WHEN "ALMMST"
005510              PERFORM 3100-PURGE-ALMMST THRU 3100-EXIT
005520          WHEN "FDCMST"
005530              PERFORM 3200-PURGE-FDCMST THRU 3200-EXIT
005540          WHEN "TIMMST"
005550              PERFORM 3300-PURGE-TIMMST THRU 3300-EXIT
005560          WHEN "HSTMST"
005570              PERFORM 3400-PURGE-HSTMST THRU 3400-EXIT
005580      END-EVALUATE.
005590      PERFORM 3850-WRITE-ARC-TRAILER THRU 3850-EXIT.
005600      PERFORM 4800-WRITE-PURGE-DETAIL THRU 4800-EXIT.
005610      GO TO 2200-NEXT.
005620  2200-REJECT.
005630      DISPLAY "COUNTHKP - HKPCTL LINE REJECTED: " HKC-FILE-NAME
005640          " " HKC-KEEP-DAYS-X.
005650      ADD 1 TO HKP-REJECT-COUNT.
005660      ADD 1 TO HKP-EXCP-COUNT.
005670      MOVE HKP-DETAIL-LINE TO HKPRPT-LINE.
005680      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
005690  2200-NEXT.
005700      PERFORM 2100-READ-HKPCTL THRU 2100-EXIT.
005710  2200-EXIT.
005720      EXIT.
005730
005740  2250-RESET-COUNTERS.
005750      MOVE 0 TO HKP-READ-CTR.
005760      MOVE 0 TO HKP-ARC-CTR.
005770      MOVE 0 TO HKP-DEL-CTR.
005780      MOVE 0 TO HKP-KEPT-CTR.
005790      MOVE 0 TO HKP-HELD-CTR.
005800      MOVE 0 TO HKP-FAIL-CTR.
005810      MOVE 0 TO HKP-LOAD-CTR.
005820      MOVE 0 TO HKP-ONFILE-CTR.
005830      MOVE SPACES TO HKP-NOTE.
005840  2250-EXIT.
005850      EXIT.
005860
005870*     A RECORD DATED BEFORE THE CUTOFF HAS OUTLIVED ITS RETENTION
005880  2300-SET-CUTOFF.
005890      COMPUTE HKP-CUTOFF-DAYNO = HKP-TODAY-DAYNO - HKP-KEEP-DAYS.
005900      COMPUTE HKP-CUTOFF-NUM =
005910          FUNCTION DATE-OF-INTEGER(HKP-CUTOFF-DAYNO).
005920      STRING HKP-CUTOFF-NUM(1:4) "-" HKP-CUTOFF-NUM(5:2) "-"
005930          HKP-CUTOFF-NUM(7:2) DELIMITED BY SIZE
005940          INTO HKP-CUTOFF-DATE
005950      END-STRING.
005960  2300-EXIT.
005970      EXIT.
005980
005990* ****************************************************************
006000* * 3000-PURGE-RUNJRN - EXPIRED JOURNAL LINES
006010* ****************************************************************
006020  3000-PURGE-RUNJRN.
006030      OPEN I-O RUNJRN-FILE.
006040      IF RUNJRN-STATUS NOT = "00"
006050          MOVE RUNJRN-STATUS TO HKP-IO-STATUS
006060          PERFORM 3700-MASTER-NOT-OPEN THRU 3700-EXIT
006070          GO TO 3000-EXIT
006080      END-IF.
006090      MOVE "N" TO HKP-MASTER-EOF-SW.
006100      MOVE LOW-VALUES TO RJN-KEY.
006110      START RUNJRN-FILE KEY NOT LESS THAN RJN-KEY
006120          INVALID KEY
006130              MOVE "Y" TO HKP-MASTER-EOF-SW
006140      END-START.
006150      PERFORM 3010-PURGE-ONE-RUNJRN THRU 3010-EXIT
006160          UNTIL HKP-MASTER-EOF.
006170      CLOSE RUNJRN-FILE.
006180  3000-EXIT.
006190      EXIT.
006200
006210  3010-PURGE-ONE-RUNJRN.
006220      READ RUNJRN-FILE NEXT RECORD
006230          AT END
006240              MOVE "Y" TO HKP-MASTER-EOF-SW
006250              GO TO 3010-EXIT
006260      END-READ.
006270      IF RUNJRN-STATUS NOT = "00"
006280          MOVE RUNJRN-STATUS TO HKP-IO-STATUS
006290          PERFORM 3750-MASTER-READ-FAILED THRU 3750-EXIT
006300          GO TO 3010-EXIT
006310      END-IF.
006320      ADD 1 TO HKP-READ-CTR.
006330      IF RJN-RUN-DATE NOT < HKP-CUTOFF-DATE
006340          ADD 1 TO HKP-KEPT-CTR
006350          GO TO 3010-EXIT
006360      END-IF.
006370      MOVE RUNJRN-RECORD TO HKP-IMAGE.
006380      PERFORM 3900-ARCHIVE-IMAGE THRU 3900-EXIT.
006390      DELETE RUNJRN-FILE RECORD.
006400      MOVE RUNJRN-STATUS TO HKP-IO-STATUS.
006410      PERFORM 3950-NOTE-DELETE THRU 3950-EXIT.
006420  3010-EXIT.
006430      EXIT.
006440
006450* ****************************************************************
006460* * 3100-PURGE-ALMMST - EXPIRED ACKNOWLEDGED ALERTS.  AN ALERT
006470* * STILL AWAITING ACKNOWLEDGMENT STAYS, HOWEVER OLD
006480* ****************************************************************
006490  3100-PURGE-ALMMST.
006500      OPEN I-O ALMMST-FILE.
006510      IF ALMMST-STATUS NOT = "00"
006520          MOVE ALMMST-STATUS TO HKP-IO-STATUS
006530          PERFORM 3700-MASTER-NOT-OPEN THRU 3700-EXIT
006540          GO TO 3100-EXIT
006550      END-IF.
006560      MOVE "N" TO HKP-MASTER-EOF-SW.
006570      MOVE LOW-VALUES TO ALM-KEY.
006580      START ALMMST-FILE KEY NOT LESS THAN ALM-KEY
006590          INVALID KEY
006600              MOVE "Y" TO HKP-MASTER-EOF-SW
006610      END-START.
006620      PERFORM 3110-PURGE-ONE-ALMMST THRU 3110-EXIT
006630          UNTIL HKP-MASTER-EOF.
006640      CLOSE ALMMST-FILE.
006650  3100-EXIT.
006660      EXIT.
006670
006680  3110-PURGE-ONE-ALMMST.
006690      READ ALMMST-FILE NEXT RECORD
006700          AT END
006710              MOVE "Y" TO HKP-MASTER-EOF-SW
006720              GO TO 3110-EXIT
006730      END-READ.
006740      IF ALMMST-STATUS NOT = "00"
006750          MOVE ALMMST-STATUS TO HKP-IO-STATUS
006760          PERFORM 3750-MASTER-READ-FAILED THRU 3750-EXIT
006770          GO TO 3110-EXIT
006780      END-IF.
006790      ADD 1 TO HKP-READ-CTR.
006800      IF ALM-RUN-DATE NOT < HKP-CUTOFF-DATE
006810          ADD 1 TO HKP-KEPT-CTR
006820          GO TO 3110-EXIT
006830      END-IF.
006840      IF NOT ALM-ACKED
006850          ADD 1 TO HKP-HELD-CTR
006860          ADD 1 TO HKP-KEPT-CTR
006870          GO TO 3110-EXIT
006880      END-IF.
006890      MOVE ALMMST-RECORD TO HKP-IMAGE.
006900      PERFORM 3900-ARCHIVE-IMAGE THRU 3900-EXIT.
006910      DELETE ALMMST-FILE RECORD.
006920      MOVE ALMMST-STATUS TO HKP-IO-STATUS.
006930      PERFORM 3950-NOTE-DELETE THRU 3950-EXIT.
006940  3110-EXIT.
006950      EXIT.
006960
006970* ****************************************************************
006980* * 3200-PURGE-FDCMST - EXPIRED FEED CONTROL RECORDS
006990* ****************************************************************
007000  3200-PURGE-FDCMST.
007010      OPEN I-O FDCMST-FILE.
007020      IF FDCMST-STATUS NOT = "00"
007030          MOVE FDCMST-STATUS TO HKP-IO-STATUS
007040          PERFORM 3700-MASTER-NOT-OPEN THRU 3700-EXIT
007050          GO TO 3200-EXIT
007060      END-IF.
007070      MOVE "N" TO HKP-MASTER-EOF-SW.
007080      MOVE LOW-VALUES TO FDC-KEY.
007090      START FDCMST-FILE KEY NOT LESS THAN FDC-KEY
007100          INVALID KEY
007110              MOVE "Y" TO HKP-MASTER-EOF-SW
007120      END-START.
007130      PERFORM 3210-PURGE-ONE-FDCMST THRU 3210-EXIT
007140          UNTIL HKP-MASTER-EOF.
007150      CLOSE FDCMST-FILE.
007160  3200-EXIT.
007170      EXIT.
007180
007190  3210-PURGE-ONE-FDCMST.
007200      READ FDCMST-FILE NEXT RECORD
007210          AT END
007220              MOVE "Y" TO HKP-MASTER-EOF-SW
007230              GO TO 3210-EXIT
007240      END-READ.
007250      IF FDCMST-STATUS NOT = "00"
007260          MOVE FDCMST-STATUS TO HKP-IO-STATUS
007270          PERFORM 3750-MASTER-READ-FAILED THRU 3750-EXIT
007280          GO TO 3210-EXIT
007290      END-IF.
007300      ADD 1 TO HKP-READ-CTR.
007310      IF FDC-DATE NOT < HKP-CUTOFF-DATE
007320          ADD 1 TO HKP-KEPT-CTR
007330          GO TO 3210-EXIT
007340      END-IF.
007350      MOVE FDCMST-RECORD TO HKP-IMAGE.
007360      PERFORM 3900-ARCHIVE-IMAGE THRU 3900-EXIT.
007370      DELETE FDCMST-FILE RECORD.
007380      MOVE FDCMST-STATUS TO HKP-IO-STATUS.
007390      PERFORM 3950-NOTE-DELETE THRU 3950-EXIT.
007400  3210-EXIT.
007410      EXIT.
007420
007430* ****************************************************************
007440* * 3300-PURGE-TIMMST - EXPIRED RUN-TIMING RECORDS
007450* ****************************************************************
007460  3300-PURGE-TIMMST.
007470      OPEN I-O TIMMST-FILE.
007480      IF TIMMST-STATUS NOT = "00"
007490          MOVE TIMMST-STATUS TO HKP-IO-STATUS
007500          PERFORM 3700-MASTER-NOT-OPEN THRU 3700-EXIT
007510          GO TO 3300-EXIT
007520      END-IF.
007530      MOVE "N" TO HKP-MASTER-EOF-SW.
007540      MOVE LOW-VALUES TO TMS-KEY.
007550      START TIMMST-FILE KEY NOT LESS THAN TMS-KEY
007560          INVALID KEY
007570              MOVE "Y" TO HKP-MASTER-EOF-SW
007580      END-START.
007590      PERFORM 3310-PURGE-ONE-TIMMST THRU 3310-EXIT
007600          UNTIL HKP-MASTER-EOF.
007610      CLOSE TIMMST-FILE.
007620  3300-EXIT.
007630      EXIT.
007640
007650  3310-PURGE-ONE-TIMMST.
007660      READ TIMMST-FILE NEXT RECORD
007670          AT END
007680              MOVE "Y" TO HKP-MASTER-EOF-SW
007690              GO TO 3310-EXIT
007700      END-READ.
007710      IF TIMMST-STATUS NOT = "00"
007720          MOVE TIMMST-STATUS TO HKP-IO-STATUS
007730          PERFORM 3750-MASTER-READ-FAILED THRU 3750-EXIT
007740          GO TO 3310-EXIT
007750      END-IF.
007760      ADD 1 TO HKP-READ-CTR.
007770      IF TMS-RUN-DATE NOT < HKP-CUTOFF-DATE
007780          ADD 1 TO HKP-KEPT-CTR
007790          GO TO 3310-EXIT
007800      END-IF.
007810      MOVE TIMMST-RECORD TO HKP-IMAGE.
007820      PERFORM 3900-ARCHIVE-IMAGE THRU 3900-EXIT.
007830      DELETE TIMMST-FILE RECORD.
007840      MOVE TIMMST-STATUS TO HKP-IO-STATUS.
007850      PERFORM 3950-NOTE-DELETE THRU 3950-EXIT.
007860  3310-EXIT.
007870      EXIT.
007880
007890* ****************************************************************
007900* * 3400-PURGE-HSTMST - EXPIRED HISTORY RECORDS
007910* ****************************************************************
007920  3400-PURGE-HSTMST.
007930      OPEN I-O HSTMST-FILE.
007940      IF HSTMST-STATUS NOT = "00"
007950          MOVE HSTMST-STATUS TO HKP-IO-STATUS
007960          PERFORM 3700-MASTER-NOT-OPEN THRU 3700-EXIT
007970          GO TO 3400-EXIT
007980      END-IF.
007990      MOVE "N" TO HKP-MASTER-EOF-SW.
008000      MOVE LOW-VALUES TO HST-KEY.
008010      START HSTMST-FILE KEY NOT LESS THAN HST-KEY
008020          INVALID KEY
008030              MOVE "Y" TO HKP-MASTER-EOF-SW
008040      END-START.
008050      PERFORM 3410-PURGE-ONE-HSTMST THRU 3410-EXIT
008060          UNTIL HKP-MASTER-EOF.
008070      CLOSE HSTMST-FILE.
008080  3400-EXIT.
008090      EXIT.
008100
008110  3410-PURGE-ONE-HSTMST.
008120      READ HSTMST-FILE NEXT RECORD
008130          AT END
008140              MOVE "Y" TO HKP-MASTER-EOF-SW
008150              GO TO 3410-EXIT
008160      END-READ.
008170      IF HSTMST-STATUS NOT = "00"
008180          MOVE HSTMST-STATUS TO HKP-IO-STATUS
008190          PERFORM 3750-MASTER-READ-FAILED THRU 3750-EXIT
008200          GO TO 3410-EXIT
008210      END-IF.
008220      ADD 1 TO HKP-READ-CTR.
008230      IF HST-RUN-DATE NOT < HKP-CUTOFF-DATE
008240          ADD 1 TO HKP-KEPT-CTR
008250          GO TO 3410-EXIT
008260      END-IF.
008270      MOVE HSTMST-RECORD TO HKP-IMAGE.
008280      PERFORM 3900-ARCHIVE-IMAGE THRU 3900-EXIT.
008290      DELETE HSTMST-FILE RECORD.
008300      MOVE HSTMST-STATUS TO HKP-IO-STATUS.
008310      PERFORM 3950-NOTE-DELETE THRU 3950-EXIT.
008320  3410-EXIT.
008330      EXIT.
008340
008350*     A MASTER THAT WAS NEVER CREATED HAS NOTHING TO PURGE; ANY
008360*     OTHER OPEN FAILURE IS AN EXCEPTION
008370  3700-MASTER-NOT-OPEN.
008380      IF HKP-IO-STATUS = "35"
008390          MOVE "MASTER NOT PRESENT - NOTHING TO DO" TO HKP-NOTE
008400          GO TO 3700-EXIT
008410      END-IF.
008420      DISPLAY "COUNTHKP - UNABLE TO OPEN " HKC-FILE-NAME
008430          ", STATUS " HKP-IO-STATUS.
008440      STRING "UNABLE TO OPEN MASTER, STATUS " HKP-IO-STATUS
008450          DELIMITED BY SIZE
008460          INTO HKP-NOTE
008470      END-STRING.
008480      ADD 1 TO HKP-EXCP-COUNT.
008490  3700-EXIT.
008500      EXIT.
008510
008520  3750-MASTER-READ-FAILED.
008530      DISPLAY "COUNTHKP - " HKC-FILE-NAME " READ FAILED, STATUS "
008540          HKP-IO-STATUS.
008550      STRING "READ FAILED, STATUS " HKP-IO-STATUS
008560          " - SCAN STOPPED" DELIMITED BY SIZE
008570          INTO HKP-NOTE
008580      END-STRING.
008590      ADD 1 TO HKP-EXCP-COUNT.
008600      MOVE "Y" TO HKP-MASTER-EOF-SW.
008610  3750-EXIT.
008620      EXIT.
008630
008640* ****************************************************************
008650* * 3800-WRITE-ARC-HEADER / 3850-WRITE-ARC-TRAILER - BRACKET EACH
008660* * FILE'S IMAGES SO A RELOAD CAN PROVE THE SECTION
008670* ****************************************************************
008680  3800-WRITE-ARC-HEADER.
008690      MOVE SPACES TO ARCHIVE-HEADER.
008700      MOVE "H" TO ARC-REC-TYPE.
008710      MOVE HKC-FILE-NAME TO ARC-FILE-NAME.
008720      MOVE HKP-RUN-DATE-DISPLAY TO ARH-ARCHIVE-DATE.
008730      MOVE HKP-CUTOFF-DATE TO ARH-CUTOFF-DATE.
008740      MOVE HKP-KEEP-DAYS TO ARH-KEEP-DAYS.
008750      PERFORM 3990-WRITE-ARCHIVE THRU 3990-EXIT.
008760  3800-EXIT.
008770      EXIT.
008780
008790  3850-WRITE-ARC-TRAILER.
008800      MOVE SPACES TO ARCHIVE-TRAILER.
008810      MOVE "T" TO ARC-REC-TYPE.
008820      MOVE HKC-FILE-NAME TO ARC-FILE-NAME.
008830      MOVE HKP-ARC-CTR TO ART-RECORD-COUNT.
008840      MOVE HKP-READ-CTR TO ART-READ-COUNT.
008850      MOVE HKP-KEPT-CTR TO ART-KEPT-COUNT.
008860      PERFORM 3990-WRITE-ARCHIVE THRU 3990-EXIT.
008870  3850-EXIT.
008880      EXIT.
008890
008900*     THE IMAGE IS ON THE ARCHIVE BEFORE THE MASTER RECORD GOES
008910  3900-ARCHIVE-IMAGE.
008920      MOVE SPACES TO ARCHIVE-RECORD.
008930      MOVE "D" TO ARC-REC-TYPE.
008940      MOVE HKC-FILE-NAME TO ARC-FILE-NAME.
008950      MOVE HKP-IMAGE TO ARC-DATA.
008960      PERFORM 3990-WRITE-ARCHIVE THRU 3990-EXIT.
008970      ADD 1 TO HKP-ARC-CTR.
008980  3900-EXIT.
008990      EXIT.
009000
009010  3950-NOTE-DELETE.
009020      IF HKP-IO-STATUS = "00"
009030          ADD 1 TO HKP-DEL-CTR
009040      ELSE
009050          DISPLAY "COUNTHKP - " HKC-FILE-NAME
009060              " DELETE FAILED, STATUS " HKP-IO-STATUS
009070          ADD 1 TO HKP-FAIL-CTR
009080          ADD 1 TO HKP-EXCP-COUNT
009090      END-IF.
009100  3950-EXIT.
009110      EXIT.
009120
009130  3990-WRITE-ARCHIVE.
009140      WRITE ARCHIVE-RECORD.
009150      IF ARCHIVE-STATUS NOT = "00"
009160          DISPLAY "COUNTHKP - UNABLE TO WRITE ARCHIVE, STATUS "
009170              ARCHIVE-STATUS
009180          MOVE "N" TO HKP-ARC-OPEN-SW
009190          MOVE 16 TO RETURN-CODE
009200          PERFORM 8000-TERMINATE THRU 8000-EXIT
009210          GO TO 9999-EXIT
009220      END-IF.
009230      ADD 1 TO HKP-ARC-WRITE-COUNT.
009240  3990-EXIT.
009250      EXIT.
009260
009270* ****************************************************************
009280* * 4500-PAGE-HEADERS - TITLE, RUN DATE, MODE, COLUMN HEADINGS
009290* ****************************************************************
009300  4500-PAGE-HEADERS.
009310      ADD 1 TO HKP-PAGE-CTR.
009320      MOVE HKP-PAGE-CTR TO HKP-H1-PAGE.
009330      MOVE HKP-HEADER-1 TO HKPRPT-LINE.
009340      IF HKP-PAGE-CTR = 1
009350          WRITE HKPRPT-LINE
009360      ELSE
009370          WRITE HKPRPT-LINE AFTER ADVANCING PAGE
009380      END-IF.
009390      PERFORM 4650-CHECK-HKPRPT THRU 4650-EXIT.
009400      MOVE HKP-RUN-DATE-DISPLAY TO HKP-H2-RUN-DATE.
009402      IF HKP-BACKDATED
009404          MOVE "  BACKDATED RUN" TO HKP-H2-BACKDATE
009406      END-IF.
009410      IF HKP-RELOAD-MODE
009420          MOVE "RELOAD" TO HKP-H2-MODE
009430      ELSE
009440          MOVE "PURGE" TO HKP-H2-MODE
009450      END-IF.
009460      IF HKP-FILTER-FOUND
009470          MOVE HKP-FILTER-NAME TO HKP-H2-FILE
009480      ELSE
009490          MOVE "ALL" TO HKP-H2-FILE
009500      END-IF.
009510      MOVE HKP-HEADER-2 TO HKPRPT-LINE.
009520      WRITE HKPRPT-LINE AFTER ADVANCING 1 LINE.
009530      PERFORM 4650-CHECK-HKPRPT THRU 4650-EXIT.
009540      IF HKP-RELOAD-MODE
009550          MOVE HKP-RELOAD-HEADS TO HKPRPT-LINE
009560      ELSE
009570          MOVE HKP-PURGE-HEADS TO HKPRPT-LINE
009580      END-IF.
009590      WRITE HKPRPT-LINE AFTER ADVANCING 2 LINES.
009600      PERFORM 4650-CHECK-HKPRPT THRU 4650-EXIT.
009610      MOVE SPACES TO HKPRPT-LINE.
009620      WRITE HKPRPT-LINE AFTER ADVANCING 1 LINE.
009630      PERFORM 4650-CHECK-HKPRPT THRU 4650-EXIT.
009640      MOVE 5 TO HKP-LINE-CTR.
009650  4500-EXIT.
009660      EXIT.
009670
009680  4600-WRITE-REPORT-LINE.
009690      IF HKP-LINE-CTR >= HKP-LINES-PER-PAGE
009700          MOVE HKPRPT-LINE TO HKP-SAVE-LINE
009710          PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT
009720          MOVE HKP-SAVE-LINE TO HKPRPT-LINE
009730      END-IF.
009740      WRITE HKPRPT-LINE AFTER ADVANCING 1 LINE.
009750      PERFORM 4650-CHECK-HKPRPT THRU 4650-EXIT.
009760      ADD 1 TO HKP-LINE-CTR.
009770  4600-EXIT.
009780      EXIT.
009790
009800  4650-CHECK-HKPRPT.
009810      IF HKPRPT-STATUS NOT = "00"
009820          DISPLAY "COUNTHKP - UNABLE TO WRITE HKPRPT, STATUS "
009830              HKPRPT-STATUS
009840          MOVE "N" TO HKP-RPT-OPEN-SW
009850          MOVE 16 TO RETURN-CODE
009860          PERFORM 8000-TERMINATE THRU 8000-EXIT
009870          GO TO 9999-EXIT
009880      END-IF.
009890  4650-EXIT.
009900      EXIT.
009910
009920  4700-WRITE-SECTION.
009930      MOVE SPACES TO HKPRPT-LINE.
009940      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
009950      MOVE HKP-SECTION-LINE TO HKPRPT-LINE.
009960      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
009970  4700-EXIT.
009980      EXIT.
009990
010000*     ONE LINE PER FILE PURGED, COUNTS ADDED TO THE RUN TOTALS
010010  4800-WRITE-PURGE-DETAIL.
010020      MOVE SPACES TO HKP-DETAIL-LINE.
010030      MOVE HKC-FILE-NAME TO HKP-DTL-FILE.
010040      MOVE HKP-KEEP-DAYS TO HKP-DTL-KEEP.
010050      MOVE HKP-CUTOFF-DATE TO HKP-DTL-DATE.
010060      MOVE HKP-READ-CTR TO HKP-DTL-N1.
010070      MOVE HKP-ARC-CTR TO HKP-DTL-N2.
010080      MOVE HKP-DEL-CTR TO HKP-DTL-N3.
010090      MOVE HKP-KEPT-CTR TO HKP-DTL-N4.
010100      IF HKC-FILE-NAME = "ALMMST"
010110          MOVE HKP-HELD-CTR TO HKP-DTL-N5
010120      END-IF.
010130      IF HKP-FAIL-CTR NOT = 0
010140          MOVE HKP-FAIL-CTR TO HKP-COUNT-DISPLAY
010150          STRING HKP-COUNT-DISPLAY " DELETES FAILED - SEE LOG"
010160              DELIMITED BY SIZE
010170              INTO HKP-NOTE
010180          END-STRING
010190      END-IF.
010200      MOVE HKP-NOTE TO HKP-DTL-NOTE.
010210      MOVE HKP-DETAIL-LINE TO HKPRPT-LINE.
010220      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
010230      ADD HKP-READ-CTR TO HKP-READ-COUNT.
010240      ADD HKP-ARC-CTR TO HKP-ARC-COUNT.
010250      ADD HKP-DEL-CTR TO HKP-DEL-COUNT.
010260      ADD HKP-KEPT-CTR TO HKP-KEPT-COUNT.
010270      ADD HKP-HELD-CTR TO HKP-HELD-COUNT.
010280      ADD HKP-FAIL-CTR TO HKP-FAIL-COUNT.
010290  4800-EXIT.
010300      EXIT.
010310
010320*     ONE LINE PER ARCHIVE SECTION RELOADED
010330  4850-WRITE-RELOAD-DETAIL.
010340      MOVE SPACES TO HKP-DETAIL-LINE.
010350      MOVE HKP-SECT-NAME TO HKP-DTL-FILE.
010360      MOVE HKP-SECT-KEEP TO HKP-DTL-KEEP.
010370      MOVE HKP-SECT-DATE TO HKP-DTL-DATE.
010380      MOVE HKP-SECT-CTR TO HKP-DTL-N1.
010390      MOVE HKP-LOAD-CTR TO HKP-DTL-N2.
010400      MOVE HKP-ONFILE-CTR TO HKP-DTL-N3.
010410      MOVE HKP-FAIL-CTR TO HKP-DTL-N4.
010420      MOVE HKP-NOTE TO HKP-DTL-NOTE.
010430      MOVE HKP-DETAIL-LINE TO HKPRPT-LINE.
010440      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
010450      ADD HKP-LOAD-CTR TO HKP-LOAD-COUNT.
010460      ADD HKP-ONFILE-CTR TO HKP-ONFILE-COUNT.
010470      ADD HKP-FAIL-CTR TO HKP-FAIL-COUNT.
010480  4850-EXIT.
010490      EXIT.
010500
010510* ****************************************************************
010520* * 5000-RELOAD-ARCHIVE - PROVE EVERY SECTION AGAINST ITS TRAILER,
010530* * THEN WRITE THE IMAGES BACK.  NOTHING IS LOADED FROM AN
010540* * ARCHIVE THAT DOES NOT PROVE.
010550* ****************************************************************
010560  5000-RELOAD-ARCHIVE.
010570      PERFORM 5050-OPEN-ARCHIVE THRU 5050-EXIT.
010580      MOVE "N" TO HKP-IN-SECTION-SW.
010590      PERFORM 5100-READ-ARCHIVE THRU 5100-EXIT.
010600      PERFORM 5200-PROVE-ONE-RECORD THRU 5200-EXIT
010610          UNTIL ARCHIVE-EOF.
010620      IF HKP-IN-SECTION
010630          MOVE HKP-SECT-NAME TO ARC-FILE-NAME
010640          MOVE "SECTION HAS NO TRAILER" TO HKP-NOTE
010650          PERFORM 5250-PROVE-ERROR THRU 5250-EXIT
010660      END-IF.
010670      CLOSE ARCHIVE-FILE.
010680      MOVE "N" TO HKP-ARC-OPEN-SW.
010690      IF HKP-PROVE-ERR-COUNT NOT = 0
010700          MOVE "Y" TO HKP-REFUSED-SW
010710          DISPLAY "COUNTHKP - ARCHIVE DOES NOT PROVE, "
010720              "RELOAD REFUSED"
010730          GO TO 5000-EXIT
010740      END-IF.
010750      PERFORM 5050-OPEN-ARCHIVE THRU 5050-EXIT.
010760      MOVE 0 TO HKP-ARC-READ-COUNT.
010770      MOVE "N" TO HKP-LOAD-SECT-SW.
010780      PERFORM 5100-READ-ARCHIVE THRU 5100-EXIT.
010790      PERFORM 5300-RELOAD-ONE-RECORD THRU 5300-EXIT
010800          UNTIL ARCHIVE-EOF.
010810      CLOSE ARCHIVE-FILE.
010820      MOVE "N" TO HKP-ARC-OPEN-SW.
010830  5000-EXIT.
010840      EXIT.
010850
010860  5050-OPEN-ARCHIVE.
010870      OPEN INPUT ARCHIVE-FILE.
010880      IF ARCHIVE-STATUS NOT = "00"
010890          DISPLAY "COUNTHKP - UNABLE TO OPEN ARCHIVE, STATUS "
010900              ARCHIVE-STATUS
010910          MOVE 16 TO RETURN-CODE
010920          PERFORM 8000-TERMINATE THRU 8000-EXIT
010930          GO TO 9999-EXIT
010940      END-IF.
010950      MOVE "Y" TO HKP-ARC-OPEN-SW.
010960  5050-EXIT.
010970      EXIT.
010980
010990  5100-READ-ARCHIVE.
011000      READ ARCHIVE-FILE
011010          AT END
011020              GO TO 5100-EXIT
011030      END-READ.
011040      ADD 1 TO HKP-ARC-READ-COUNT.
011050  5100-EXIT.
011060      EXIT.
011070
011080*     EVERY DETAIL MUST SIT BETWEEN A HEADER AND A TRAILER FOR
011090*     THE SAME FILE, AND THE TRAILER COUNT MUST MATCH
011100  5200-PROVE-ONE-RECORD.
011110      EVALUATE TRUE
011120          WHEN ARC-HEADER
011130              IF HKP-IN-SECTION
011140                  MOVE "HEADER INSIDE AN OPEN SECTION" TO HKP-NOTE
011150                  PERFORM 5250-PROVE-ERROR THRU 5250-EXIT
011160              END-IF
011170              MOVE "Y" TO HKP-IN-SECTION-SW
011180              MOVE ARC-FILE-NAME TO HKP-SECT-NAME
011190              MOVE 0 TO HKP-SECT-CTR
011200          WHEN ARC-DETAIL
011210              IF NOT HKP-IN-SECTION
011220                  OR ARC-FILE-NAME NOT = HKP-SECT-NAME
011230                  MOVE "RECORD OUTSIDE ITS SECTION" TO HKP-NOTE
011240                  PERFORM 5250-PROVE-ERROR THRU 5250-EXIT
011250              ELSE
011260                  ADD 1 TO HKP-SECT-CTR
011270              END-IF
011280          WHEN ARC-TRAILER
011290              IF NOT HKP-IN-SECTION
011300                  OR ARC-FILE-NAME NOT = HKP-SECT-NAME
011310                  MOVE "TRAILER WITHOUT ITS HEADER" TO HKP-NOTE
011320                  PERFORM 5250-PROVE-ERROR THRU 5250-EXIT
011330              ELSE
011340                  IF ART-RECORD-COUNT NOT = HKP-SECT-CTR
011350                      MOVE "TRAILER COUNT DOES NOT MATCH"
011360                          TO HKP-NOTE
011370                      PERFORM 5250-PROVE-ERROR THRU 5250-EXIT
011380                  END-IF
011390              END-IF
011400              MOVE "N" TO HKP-IN-SECTION-SW
011410          WHEN OTHER
011420              MOVE "UNKNOWN ARCHIVE RECORD TYPE" TO HKP-NOTE
011430              PERFORM 5250-PROVE-ERROR THRU 5250-EXIT
011440      END-EVALUATE.
011450      PERFORM 5100-READ-ARCHIVE THRU 5100-EXIT.
011460  5200-EXIT.
011470      EXIT.
011480
011490  5250-PROVE-ERROR.
011500      DISPLAY "COUNTHKP - ARCHIVE " ARC-FILE-NAME " " HKP-NOTE.
011510      ADD 1 TO HKP-PROVE-ERR-COUNT.
011520      ADD 1 TO HKP-EXCP-COUNT.
011530      MOVE SPACES TO HKP-DETAIL-LINE.
011540      MOVE ARC-FILE-NAME TO HKP-DTL-FILE.
011550      MOVE HKP-NOTE TO HKP-DTL-NOTE.
011560      MOVE HKP-DETAIL-LINE TO HKPRPT-LINE.
011570      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
011580      MOVE SPACES TO HKP-NOTE.
011590  5250-EXIT.
011600      EXIT.
011610
011620* ****************************************************************
011630* * 5300-RELOAD-ONE-RECORD - OPEN THE MASTER AT EACH HEADER, WRITE
011640* * EACH IMAGE BACK, CLOSE AND REPORT AT THE TRAILER
011650* ****************************************************************
011660  5300-RELOAD-ONE-RECORD.
011670      EVALUATE TRUE
011680          WHEN ARC-HEADER
011690              PERFORM 5400-START-SECTION THRU 5400-EXIT
011700          WHEN ARC-DETAIL
011710              IF HKP-LOAD-SECTION
011720                  PERFORM 5500-RELOAD-IMAGE THRU 5500-EXIT
011730              END-IF
011740          WHEN ARC-TRAILER
011750              IF HKP-LOAD-SECTION
011760                  PERFORM 5600-END-SECTION THRU 5600-EXIT
011770              END-IF
011780      END-EVALUATE.
011790      PERFORM 5100-READ-ARCHIVE THRU 5100-EXIT.
011800  5300-EXIT.
011810      EXIT.
011820
011830  5400-START-SECTION.
011840      MOVE "N" TO HKP-LOAD-SECT-SW.
011850      IF HKP-FILTER-FOUND AND ARC-FILE-NAME NOT = HKP-FILTER-NAME
011860          GO TO 5400-EXIT
011870      END-IF.
011880      MOVE "Y" TO HKP-LOAD-SECT-SW.
011890      ADD 1 TO HKP-CTL-COUNT.
011900      PERFORM 2250-RESET-COUNTERS THRU 2250-EXIT.
011910      MOVE ARC-FILE-NAME TO HKP-SECT-NAME.
011920      MOVE ARH-ARCHIVE-DATE TO HKP-SECT-DATE.
011930      MOVE ARH-KEEP-DAYS TO HKP-SECT-KEEP.
011940      MOVE 0 TO HKP-SECT-CTR.
011950      MOVE "N" TO HKP-MASTER-OPEN-SW.
011960      EVALUATE HKP-SECT-NAME
011970          WHEN "RUNJRN"
011980              OPEN I-O RUNJRN-FILE
011990              IF RUNJRN-STATUS = "35"
012000                  OPEN OUTPUT RUNJRN-FILE
012010                  CLOSE RUNJRN-FILE
012020                  OPEN I-O RUNJRN-FILE
012030              END-IF
012040              MOVE RUNJRN-STATUS TO HKP-IO-STATUS
012050          WHEN "ALMMST"
012060              OPEN I-O ALMMST-FILE
012070              IF ALMMST-STATUS = "35"
012080                  OPEN OUTPUT ALMMST-FILE
012090                  CLOSE ALMMST-FILE
012100                  OPEN I-O ALMMST-FILE
012110              END-IF
012120              MOVE ALMMST-STATUS TO HKP-IO-STATUS
012130          WHEN "FDCMST"
012140              OPEN I-O FDCMST-FILE
012150              IF FDCMST-STATUS = "35"
012160                  OPEN OUTPUT FDCMST-FILE
012170                  CLOSE FDCMST-FILE
012180                  OPEN I-O FDCMST-FILE
012190              END-IF
012200              MOVE FDCMST-STATUS TO HKP-IO-STATUS
012210          WHEN "TIMMST"
012220              OPEN I-O TIMMST-FILE
012230              IF TIMMST-STATUS = "35"
012240                  OPEN OUTPUT TIMMST-FILE
012250                  CLOSE TIMMST-FILE
012260                  OPEN I-O TIMMST-FILE
012270              END-IF
012280              MOVE TIMMST-STATUS TO HKP-IO-STATUS
012290          WHEN "HSTMST"
012300              OPEN I-O HSTMST-FILE
012310              IF HSTMST-STATUS = "35"
012320                  OPEN OUTPUT HSTMST-FILE
012330                  CLOSE HSTMST-FILE
012340                  OPEN I-O HSTMST-FILE
012350              END-IF
012360              MOVE HSTMST-STATUS TO HKP-IO-STATUS
012370          WHEN OTHER
012380              MOVE "XX" TO HKP-IO-STATUS
012390      END-EVALUATE.
012400      IF HKP-IO-STATUS = "00"
012410          MOVE "Y" TO HKP-MASTER-OPEN-SW
012420      ELSE
012430          DISPLAY "COUNTHKP - UNABLE TO OPEN " HKP-SECT-NAME
012440              " FOR RELOAD, STATUS " HKP-IO-STATUS
012450          STRING "UNABLE TO OPEN MASTER, STATUS " HKP-IO-STATUS
012460              DELIMITED BY SIZE
012470              INTO HKP-NOTE
012480          END-STRING
012490          ADD 1 TO HKP-EXCP-COUNT
012500      END-IF.
012510  5400-EXIT.
012520      EXIT.
012530
012540*     A RECORD ALREADY ON THE MASTER IS NOT OVERLAID - THE
012550*     MASTER'S OWN COPY IS THE LATER ONE
012560  5500-RELOAD-IMAGE.
012570      ADD 1 TO HKP-SECT-CTR.
012580      IF NOT HKP-MASTER-OPEN
012590          ADD 1 TO HKP-FAIL-CTR
012600          GO TO 5500-EXIT
012610      END-IF.
012620      EVALUATE HKP-SECT-NAME
012630          WHEN "RUNJRN"
012640              MOVE ARC-DATA TO RUNJRN-RECORD
012650              WRITE RUNJRN-RECORD
012660              MOVE RUNJRN-STATUS TO HKP-IO-STATUS
012670          WHEN "ALMMST"
012680              MOVE ARC-DATA TO ALMMST-RECORD
012690              WRITE ALMMST-RECORD
012700              MOVE ALMMST-STATUS TO HKP-IO-STATUS
012710          WHEN "FDCMST"
012720              MOVE ARC-DATA TO FDCMST-RECORD
012730              WRITE FDCMST-RECORD
012740              MOVE FDCMST-STATUS TO HKP-IO-STATUS
012750          WHEN "TIMMST"
012760              MOVE ARC-DATA TO TIMMST-RECORD
012770              WRITE TIMMST-RECORD
012780              MOVE TIMMST-STATUS TO HKP-IO-STATUS
012790          WHEN "HSTMST"
012800              MOVE ARC-DATA TO HSTMST-RECORD
012810              WRITE HSTMST-RECORD
012820              MOVE HSTMST-STATUS TO HKP-IO-STATUS
012830      END-EVALUATE.
012840      EVALUATE HKP-IO-STATUS
012850          WHEN "00"
012860              ADD 1 TO HKP-LOAD-CTR
012870          WHEN "22"
012880              ADD 1 TO HKP-ONFILE-CTR
012890          WHEN OTHER
012900              DISPLAY "COUNTHKP - " HKP-SECT-NAME
012910                  " RELOAD WRITE FAILED, STATUS " HKP-IO-STATUS
012920              ADD 1 TO HKP-FAIL-CTR
012930              ADD 1 TO HKP-EXCP-COUNT
012940      END-EVALUATE.
012950  5500-EXIT.
012960      EXIT.
012970
012980  5600-END-SECTION.
012990      IF HKP-MASTER-OPEN
013000          EVALUATE HKP-SECT-NAME
013010              WHEN "RUNJRN"
013020                  CLOSE RUNJRN-FILE
013030              WHEN "ALMMST"
013040                  CLOSE ALMMST-FILE
013050              WHEN "FDCMST"
013060                  CLOSE FDCMST-FILE
013070              WHEN "TIMMST"
013080                  CLOSE TIMMST-FILE
013090              WHEN "HSTMST"
013100                  CLOSE HSTMST-FILE
013110          END-EVALUATE
013120          MOVE "N" TO HKP-MASTER-OPEN-SW
013130      END-IF.
013140      ADD HKP-SECT-CTR TO HKP-READ-COUNT.
013150      PERFORM 4850-WRITE-RELOAD-DETAIL THRU 4850-EXIT.
013160      MOVE "N" TO HKP-LOAD-SECT-SW.
013170  5600-EXIT.
013180      EXIT.
013190
013200* ****************************************************************
013210* * 6000-WRITE-SUMMARY - RUN TOTALS AND THE VERDICT
013220* ****************************************************************
013230  6000-WRITE-SUMMARY.
013240      MOVE SPACES TO HKP-SECTION-LINE.
013250      MOVE "SUMMARY" TO HKP-SEC-TEXT.
013260      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
013270      IF HKP-RELOAD-MODE
013280          PERFORM 6200-RELOAD-TOTALS THRU 6200-EXIT
013290      ELSE
013300          PERFORM 6100-PURGE-TOTALS THRU 6100-EXIT
013310      END-IF.
013320      MOVE SPACES TO HKP-SECTION-LINE.
013330      IF HKP-RELOAD-REFUSED
013340          MOVE "ARCHIVE DOES NOT PROVE - NOTHING RELOADED"
013350              TO HKP-SEC-TEXT
013360          MOVE 12 TO RETURN-CODE
013370      ELSE
013380          IF HKP-EXCP-COUNT NOT = 0
013390              MOVE "HOUSEKEEPING EXCEPTIONS - SEE NOTES"
013400                  TO HKP-SEC-TEXT
013410              MOVE 8 TO RETURN-CODE
013420              DISPLAY "COUNTHKP - HOUSEKEEPING EXCEPTIONS"
013430          ELSE
013440              MOVE "HOUSEKEEPING COMPLETE - NO EXCEPTIONS"
013450                  TO HKP-SEC-TEXT
013460          END-IF
013470      END-IF.
013480      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
013490  6000-EXIT.
013500      EXIT.
013510
013520  6100-PURGE-TOTALS.
013530      MOVE "  CONTROL LINES PROCESSED" TO HKP-SEC-TEXT.
013540      MOVE HKP-CTL-COUNT TO HKP-SEC-VALUE.
013550      PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
013560      MOVE "  CONTROL LINES REJECTED" TO HKP-SEC-TEXT.
013570      MOVE HKP-REJECT-COUNT TO HKP-SEC-VALUE.
013580      PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
013590      MOVE "  MASTER RECORDS READ" TO HKP-SEC-TEXT.
013600      MOVE HKP-READ-COUNT TO HKP-SEC-VALUE.
013610      PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
013620      MOVE "  RECORDS ARCHIVED" TO HKP-SEC-TEXT.
013630      MOVE HKP-ARC-COUNT TO HKP-SEC-VALUE.
013640      PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
013650      MOVE "  RECORDS DELETED" TO HKP-SEC-TEXT.
013660      MOVE HKP-DEL-COUNT TO HKP-SEC-VALUE.
013670      PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
013680      MOVE "  RECORDS KEPT" TO HKP-SEC-TEXT.
013690      MOVE HKP-KEPT-COUNT TO HKP-SEC-VALUE.
013700      PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
013710      MOVE "  EXPIRED ALERTS HELD - NOT ACKNOWLEDGED"
013720          TO HKP-SEC-TEXT.
013730      MOVE HKP-HELD-COUNT TO HKP-SEC-VALUE.
013740      PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
013750      MOVE "  DELETES FAILED" TO HKP-SEC-TEXT.
013760      MOVE HKP-FAIL-COUNT TO HKP-SEC-VALUE.
013770      PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
013780      MOVE "  ARCHIVE RECORDS WRITTEN" TO HKP-SEC-TEXT.
013790      MOVE HKP-ARC-WRITE-COUNT TO HKP-SEC-VALUE.
013800      PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
013810  6100-EXIT.
013820      EXIT.
013830
013840  6200-RELOAD-TOTALS.
013850      MOVE "  ARCHIVE RECORDS READ" TO HKP-SEC-TEXT.
013860      MOVE HKP-ARC-READ-COUNT TO HKP-SEC-VALUE.
013870      PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
013880      MOVE "  ARCHIVE SECTIONS RELOADED" TO HKP-SEC-TEXT.
013890      MOVE HKP-CTL-COUNT TO HKP-SEC-VALUE.
013900      PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
013910      MOVE "  ARCHIVED RECORDS IN THOSE SECTIONS" TO HKP-SEC-TEXT.
013920      MOVE HKP-READ-COUNT TO HKP-SEC-VALUE.
013930      PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
013940      MOVE "  RECORDS RELOADED" TO HKP-SEC-TEXT.
013950      MOVE HKP-LOAD-COUNT TO HKP-SEC-VALUE.
013960      PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
013970      MOVE "  ALREADY ON THE MASTER" TO HKP-SEC-TEXT.
013980      MOVE HKP-ONFILE-COUNT TO HKP-SEC-VALUE.
013990      PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
014000      MOVE "  RELOAD WRITES FAILED" TO HKP-SEC-TEXT.
014010      MOVE HKP-FAIL-COUNT TO HKP-SEC-VALUE.
014020      PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
014030      MOVE "  ARCHIVE PROOF ERRORS" TO HKP-SEC-TEXT.
014040      MOVE HKP-PROVE-ERR-COUNT TO HKP-SEC-VALUE.
014050      PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
014060  6200-EXIT.
014070      EXIT.
014080
014090  6900-WRITE-COUNT.
014100      MOVE HKP-SECTION-LINE TO HKPRPT-LINE.
014110      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
014120      MOVE SPACES TO HKP-SECTION-LINE.
014130  6900-EXIT.
014140      EXIT.
014150
014160* ****************************************************************
014170* * 8000-TERMINATE - CLOSE THE ARCHIVE AND REPORT, DISPLAY COUNTS
014180* ****************************************************************
014190  8000-TERMINATE.
014200      IF HKP-ARC-OPEN
014210          CLOSE ARCHIVE-FILE
014220          MOVE "N" TO HKP-ARC-OPEN-SW
014230      END-IF.
014240      IF HKP-RPT-OPEN
014250          CLOSE HKPRPT-FILE
014260          MOVE "N" TO HKP-RPT-OPEN-SW
014270      END-IF.
014280      IF HKP-RELOAD-MODE
014290          MOVE HKP-LOAD-COUNT TO HKP-COUNT-DISPLAY
014300          DISPLAY "COUNTHKP - RECORDS RELOADED    = "
014310              HKP-COUNT-DISPLAY
014320          MOVE HKP-ONFILE-COUNT TO HKP-COUNT-DISPLAY
014330          DISPLAY "COUNTHKP - ALREADY ON MASTER   = "
014340              HKP-COUNT-DISPLAY
014350      ELSE
014360          MOVE HKP-READ-COUNT TO HKP-COUNT-DISPLAY
014370          DISPLAY "COUNTHKP - RECORDS READ        = "
014380              HKP-COUNT-DISPLAY
014390          MOVE HKP-ARC-COUNT TO HKP-COUNT-DISPLAY
014400          DISPLAY "COUNTHKP - RECORDS ARCHIVED    = "
014410              HKP-COUNT-DISPLAY
014420          MOVE HKP-DEL-COUNT TO HKP-COUNT-DISPLAY
014430          DISPLAY "COUNTHKP - RECORDS DELETED     = "
014440              HKP-COUNT-DISPLAY
014450          MOVE HKP-KEPT-COUNT TO HKP-COUNT-DISPLAY
014460          DISPLAY "COUNTHKP - RECORDS KEPT        = "
014470              HKP-COUNT-DISPLAY
014480      END-IF.
014490      MOVE HKP-EXCP-COUNT TO HKP-COUNT-DISPLAY.
014500      DISPLAY "COUNTHKP - EXCEPTIONS          = "
014510          HKP-COUNT-DISPLAY.
014520  8000-EXIT.
014530      EXIT.
014540
014550* ****************************************************************
014560* * 9999-EXIT - SINGLE PROGRAM EXIT POINT
014570* ****************************************************************
014580  9999-EXIT.
014590      STOP RUN.
