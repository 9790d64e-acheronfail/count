000100* ---------------------------------------------------------------
000110  IDENTIFICATION DIVISION.
000120  PROGRAM-ID. COUNTUSE.
000130  AUTHOR. J SANDERS.
000140  INSTALLATION. DATA CENTER SERVICES.
000150  DATE-WRITTEN. 10/15/2026.
000160  DATE-COMPILED.
000170* ---------------------------------------------------------------
000180*  COUNTUSE - SEQUENCE NUMBER USAGE RECONCILIATION.  PROVES THE
000190*  NUMBERS THE REQUESTING APPLICATIONS SAY THEY CONSUMED (USEIN)
000200*  AGAINST THE BLOCKS COUNTSEQ ISSUED, RETURNED AND VOIDED ON
000210*  THE SEQJRN ASSIGNMENT JOURNAL, SO EVERY INVOICE AND CONTROL
000220*  NUMBER CAN BE SHOWN TO HAVE BEEN USED ONCE AND ONLY ONCE.
000230*
000235*  THE JOURNAL AND USEIN ARE SORTED TOGETHER ON RANGE AND
000240*  NUMBER, A JOURNAL LINE UNDER THE FIRST NUMBER OF ITS BLOCK,
000245*  AND PROVED IN ONE PASS.  ONLY THE BLOCKS COVERING THE NUMBER
000250*  IN HAND ARE HELD, SO THE JOURNAL MAY GROW WITHOUT LIMIT.  THE
000255*  LATEST LINE WRITTEN THAT COVERS A NUMBER IS ITS CURRENT STATE,
000260*  AND A NUMBER USED TWICE GROUPS TOGETHER.
000270*
000280*  PARM:    A NUMERIC TOKEN IS THE AGE IN DAYS AFTER WHICH AN
000290*           ISSUED BLOCK WITH NO USAGE IS LISTED AS AN RTRN
000300*           CANDIDATE (DEFAULT 30).
000310*  INPUT:   SEQJRN - THE ASSIGNMENT JOURNAL
000320*           USEIN  - USAGE RECORDS SENT BACK BY THE APPLICATIONS
000330*  OUTPUT:  USERPT - PRINTABLE RECONCILIATION REPORT
000335*  WORK:    UCNWRK - UNUSED BLOCKS HELD UNTIL THE USAGE IS PROVED
000340*
000350*  EXCEPTIONS REPORTED ON USERPT:
000360*    NOT ISSUED   - NO JOURNAL LINE EVER COVERED THE NUMBER
000370*    OTHER USER   - NUMBER IS ISSUED TO A DIFFERENT REQ-USER
000380*    USED TWICE   - NUMBER APPEARS MORE THAN ONCE ON USEIN
000390*    RETURNED BLK - NUMBER IS IN A BLOCK THAT WAS RETURNED
000400*                   (INCLUDING A BLOCK THE USER ONCE HELD THAT
000410*                   WAS RETURNED AND RE-ISSUED ELSEWHERE)
000420*    VOIDED BLK   - NUMBER IS IN A BLOCK THAT WAS VOIDED
000430*    BAD NUMBER   - USAGE NUMBER NOT NUMERIC
000440*  UNUSED BLOCKS (RTRN CANDIDATES):
000450*    UNUSED BLOCK - ISSUED BLOCK NOT SINCE RETURNED, VOIDED OR
000460*                   RE-ISSUED, WITH NO USAGE, OLDER THAN THE AGE
000470*  RETURN CODES:  0 RECONCILED,  4 UNUSED BLOCKS ONLY,
000480*  8 USAGE EXCEPTIONS,  16 FILE OR TABLE FAILURE.
000490* ---------------------------------------------------------------
000500*  MODIFICATION HISTORY
000510* ---------------------------------------------------------------
000520*   DATE      INIT  DESCRIPTION
000530*   --------  ----  --------------------------------------------
000540*   10/15/26  JRS   ORIGINAL PROGRAM - USEIN/SEQJRN USAGE
000550*                   RECONCILIATION AND UNUSED BLOCK LIST.
000552*   10/15/26  JRS   PROCESS UNDER THE BUSDATE BUSINESS DATE WHEN
000554*                   OPERATIONS SETS ONE, OTHERWISE THE MACHINE
000556*                   DATE.
000558*   10/15/26  JRS   BACKDATED RUN MARKED ON THE REPORT HEADER.
000561*   10/15/26  JRS   SEQJRN SORTED WITH USEIN AND PROVED IN ONE
000564*                   PASS - NO LIMIT ON THE LENGTH OF THE JOURNAL.
000565*   10/15/26  JRS   A FAILURE INSIDE THE SORT ENDS THE SORT BEFORE
000566*                   THE RUN STOPS WITH RC 16.
000567* ---------------------------------------------------------------
000570
000580  ENVIRONMENT DIVISION.
000590  INPUT-OUTPUT SECTION.
000600  FILE-CONTROL.
000610      SELECT SEQJRN-FILE ASSIGN TO SEQJRN
000620          ORGANIZATION IS SEQUENTIAL
000630          FILE STATUS IS SEQJRN-STATUS.
000640      SELECT USEIN-FILE ASSIGN TO USEIN
000650          ORGANIZATION IS SEQUENTIAL
000660          FILE STATUS IS USEIN-STATUS.
000670      SELECT USERPT-FILE ASSIGN TO USERPT
000680          ORGANIZATION IS SEQUENTIAL
000690          FILE STATUS IS USERPT-STATUS.
000692      SELECT UCNWRK-FILE ASSIGN TO UCNWRK
000694          ORGANIZATION IS SEQUENTIAL
000696          FILE STATUS IS UCNWRK-STATUS.
000700      SELECT SORT-FILE ASSIGN TO SORTWK.
000702      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000704          ORGANIZATION IS SEQUENTIAL
000706          FILE STATUS IS BUSDATE-STATUS.
000710
000720  DATA DIVISION.
000730  FILE SECTION.
000740*   SEQJRN - THE ASSIGNMENT JOURNAL WRITTEN BY COUNTSEQ
000750  FD  SEQJRN-FILE
000760      RECORDING MODE IS F
000770      LABEL RECORDS ARE STANDARD.
000780      COPY SJRREC.
000790
000800*   USEIN - NUMBERS THE APPLICATIONS REPORT AS CONSUMED
000810  FD  USEIN-FILE
000820      RECORDING MODE IS F
000830      LABEL RECORDS ARE STANDARD.
000840      COPY USEREC.
000850
000860*   USERPT - PRINTABLE RECONCILIATION REPORT
000870  FD  USERPT-FILE
000880      RECORDING MODE IS F
000890      LABEL RECORDS ARE STANDARD.
000900  01  USERPT-LINE                 PIC X(132).
000910
000912*   UCNWRK - UNUSED BLOCK DETAIL LINES, LISTED AFTER THE USAGE
000914  FD  UCNWRK-FILE
000916      RECORDING MODE IS F
000918      LABEL RECORDS ARE STANDARD.
000920  01  UCNWRK-LINE                 PIC X(132).
000922
000924*   SORT WORK - SEQJRN BLOCKS AND USEIN NUMBERS TOGETHER ON
000926*   RANGE AND A ZERO-PADDED NUMBER.  A BLOCK SORTS UNDER ITS FROM
000928*   NUMBER AHEAD OF ANY USAGE OF THAT NUMBER, BLOCKS ON THE SAME
000930*   NUMBER IN JOURNAL ORDER; A NON-NUMERIC USAGE NUMBER SORTS AS
000932*   ZERO AHEAD OF THE WHOLE RANGE.  REPEATED NUMBERS GROUP.
000940  SD  SORT-FILE.
000950  01  SORT-RECORD.
000960      05  SRT-RANGE-NAME          PIC X(08).
000980      05  SRT-NUMBER              PIC 9(18).
000981      05  SRT-REC-TYPE            PIC X(01).
000982          88  SRT-BAD-NUMBER                VALUE "0".
000983          88  SRT-JOURNAL-LINE              VALUE "1".
000984          88  SRT-USAGE                     VALUE "2".
000985      05  SRT-JRN-SEQ             PIC 9(09).
000990      05  SRT-USER                PIC X(08).
001000      05  SRT-USED-DATE           PIC X(10).
001010      05  SRT-NUMBER-X            PIC X(18).
001011      05  SRT-JRN-TO              PIC 9(18).
001012      05  SRT-JRN-FUNC            PIC X(04).
001013      05  SRT-JRN-DATE            PIC X(10).
001014      05  SRT-JRN-DAYNO           PIC 9(09).
001015
001016*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
001017  FD  BUSDATE-FILE
001018      RECORDING MODE IS F
001019      LABEL RECORDS ARE STANDARD.
001020  01  BUSDATE-LINE                PIC X(80).
001021
001030  WORKING-STORAGE SECTION.
001040
001050*   RECONCILIATION COUNTERS
001060  77  UCN-JRN-COUNT               PIC 9(09) COMP VALUE 0.
001070  77  UCN-JRN-SKIP-COUNT          PIC 9(09) COMP VALUE 0.
001080  77  UCN-USE-COUNT               PIC 9(09) COMP VALUE 0.
001090  77  UCN-OK-COUNT                PIC 9(09) COMP VALUE 0.
001100  77  UCN-NOTI-COUNT              PIC 9(09) COMP VALUE 0.
001110  77  UCN-OTHU-COUNT              PIC 9(09) COMP VALUE 0.
001120  77  UCN-TWICE-COUNT             PIC 9(09) COMP VALUE 0.
001130  77  UCN-RTRN-COUNT              PIC 9(09) COMP VALUE 0.
001140  77  UCN-VOID-COUNT              PIC 9(09) COMP VALUE 0.
001150  77  UCN-BAD-COUNT               PIC 9(09) COMP VALUE 0.
001160  77  UCN-EXCP-COUNT              PIC 9(09) COMP VALUE 0.
001170  77  UCN-UNUSED-COUNT            PIC 9(09) COMP VALUE 0.
001180  77  UCN-COUNT-DISPLAY           PIC Z(08)9.
001190
001195*   HELD BLOCK TABLE, ONE ROW PER SEQJRN LINE COVERING THE
001200*   NUMBER IN HAND.  A ROW IS DROPPED ONCE THE SORTED NUMBERS
001205*   PASS THE END OF ITS BLOCK, SO THE TABLE ONLY EVER HOLDS THE
001210*   BLOCKS STACKED OVER ONE ANOTHER BY RETURNS, VOIDS AND
001215*   RE-ISSUES.  UCN-JRN-SEQ IS THE LINE'S PLACE IN THE JOURNAL.
001220*   UCN-JRN-OPEN-SW GOES TO "N" ON AN ISSUE ROW ONCE A LATER
001225*   LINE IN THE SAME RANGE OVERLAPS IT.
001230  77  UCN-TABLE-MAX               PIC 9(04) COMP VALUE 500.
001240  01  UCN-JRN-TABLE.
001246      05  UCN-JRN OCCURS 500 TIMES.
001252          10  UCN-JRN-SEQ         PIC 9(09) COMP.
001260          10  UCN-JRN-RANGE       PIC X(08).
001270          10  UCN-JRN-USER        PIC X(08).
001280          10  UCN-JRN-FROM        PIC 9(18) COMP.
001290          10  UCN-JRN-TO          PIC 9(18) COMP.
001300          10  UCN-JRN-FUNC        PIC X(04).
001310          10  UCN-JRN-DATE        PIC X(10).
001320          10  UCN-JRN-DAYNO       PIC 9(09) COMP.
001330          10  UCN-JRN-OPEN-SW     PIC X(01).
001340          10  UCN-JRN-USED-SW     PIC X(01).
001350  77  UCN-JRN-CNT                 PIC 9(04) COMP VALUE 0.
001360  77  UCN-IX                      PIC 9(04) COMP.
001370  77  UCN-JX                      PIC 9(04) COMP.
001380  77  UCN-FOUND-IX                PIC 9(04) COMP.
001390  77  UCN-HELD-IX                 PIC 9(04) COMP.
001392  77  UCN-KEEP-CNT                PIC 9(04) COMP.
001394  77  UCN-DROP-BELOW              PIC 9(18) COMP VALUE 0.
001396  77  UCN-CUR-RANGE               PIC X(08) VALUE LOW-VALUES.
001400
001410*   JOURNAL AND AGE ARITHMETIC WORK FIELDS
001420  77  UCN-AGE-DAYS                PIC 9(04) COMP VALUE 30.
001430  77  UCN-AGE-IN                  PIC 9(18) COMP VALUE 0.
001440  77  UCN-BLOCK-AGE               PIC 9(09) COMP VALUE 0.
001450  77  UCN-NUMVAL-CHK              PIC S9(04) COMP.
001460  77  UCN-FROM-NUM                PIC 9(18) COMP VALUE 0.
001470  77  UCN-TO-NUM                  PIC 9(18) COMP VALUE 0.
001480  77  UCN-JRN-DAYNO-W             PIC 9(09) COMP VALUE 0.
001490  01  UCN-DATE-WORK               PIC 9(08).
001500  01  UCN-DATE-WORK-X REDEFINES
001510      UCN-DATE-WORK               PIC X(08).
001520
001530*   PREVIOUS SORTED USAGE KEY, FOR THE USED-TWICE TEST
001540  77  UCN-PREV-RANGE              PIC X(08) VALUE LOW-VALUES.
001550  77  UCN-PREV-NUMBER             PIC 9(18) VALUE 0.
001560  77  UCN-PREV-USER               PIC X(08) VALUE SPACES.
001570
001580*   PARM STRING AND ITS PARSED TOKENS
001590  01  UCN-PARM-TEXT               PIC X(80).
001600  01  UCN-PARM-TOKENS.
001610      05  UCN-PARM-TOK            PIC X(18) OCCURS 8 TIMES.
001620  77  UCN-PARM-IX                 PIC 9(02) COMP.
001630
001640*   CONDITION SWITCHES
001650  01  UCN-SWITCHES.
001660      05  UCN-SORT-ERR-SW         PIC X(01) VALUE "N".
001670          88  UCN-SORT-ERR                  VALUE "Y".
001673      05  UCN-IN-SORT-SW          PIC X(01) VALUE "N".
001676          88  UCN-IN-SORT                   VALUE "Y".
001680      05  UCN-SORT-EOF-SW         PIC X(01) VALUE "N".
001690          88  UCN-SORT-EOF                  VALUE "Y".
001700      05  UCN-RPT-OPEN-SW         PIC X(01) VALUE "N".
001710          88  UCN-RPT-OPEN                  VALUE "Y".
001712      05  UCN-WRK-OPEN-SW         PIC X(01) VALUE "N".
001714          88  UCN-WRK-OPEN                  VALUE "Y".
001716      05  UCN-DROP-ALL-SW         PIC X(01) VALUE "N".
001718          88  UCN-DROP-ALL                  VALUE "Y".
001720
001730*   FILE STATUS FIELDS
001740  01  UCN-FILE-STATUSES.
001750      05  SEQJRN-STATUS           PIC X(02) VALUE SPACES.
001760          88  SEQJRN-EOF                    VALUE "10".
001770      05  USEIN-STATUS            PIC X(02) VALUE SPACES.
001780          88  USEIN-EOF                     VALUE "10".
001790      05  USERPT-STATUS           PIC X(02) VALUE SPACES.
001791      05  UCNWRK-STATUS           PIC X(02) VALUE SPACES.
001792          88  UCNWRK-EOF                    VALUE "10".
001795      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
001800
001801*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
001802*   MACHINE DATE IT OVERRIDES
001803      COPY BDTREC.
001804  01  UCN-BUSDATE-FIELDS.
001805      05  UCN-MACHINE-DATE        PIC 9(08) VALUE 0.
001806      05  UCN-BACKDATE-SW         PIC X(01) VALUE "N".
001807          88  UCN-BACKDATED                 VALUE "Y".
001808
001810*   RUN DATE
001820  01  UCN-CURRENT-DATE-FIELDS.
001830      05  UCN-CD-DATE             PIC 9(08).
001840      05  UCN-CD-TIME             PIC 9(06).
001850      05  FILLER                  PIC X(07).
001860  77  UCN-RUN-DATE-DISPLAY        PIC X(10).
001870  77  UCN-TODAY-DAYNO             PIC 9(09) COMP VALUE 0.
001880
001890*   PAGE CONTROL
001900  77  UCN-PAGE-CTR                PIC 9(04) COMP VALUE 0.
001910  77  UCN-LINE-CTR                PIC 9(02) COMP VALUE 99.
001920  77  UCN-LINES-PER-PAGE          PIC 9(02) COMP VALUE 56.
001930
001940*   REPORT LINE LAYOUTS
001950  01  UCN-HEADER-1.
001960      05  FILLER                  PIC X(09) VALUE "COUNTUSE".
001970      05  FILLER                  PIC X(20) VALUE SPACES.
001980      05  FILLER                  PIC X(40)
001990          VALUE "SEQUENCE NUMBER USAGE RECONCILIATION".
002000      05  FILLER                  PIC X(48) VALUE SPACES.
002010      05  FILLER                  PIC X(05) VALUE "PAGE ".
002020      05  UCN-H1-PAGE             PIC Z(03)9.
002030      05  FILLER                  PIC X(06) VALUE SPACES.
002040  01  UCN-HEADER-2.
002050      05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002060      05  UCN-H2-RUN-DATE         PIC X(10).
002070      05  FILLER                  PIC X(22)
002080          VALUE "  BLOCKS UNUSED AFTER ".
002090      05  UCN-H2-AGE-DAYS         PIC Z(03)9.
002100      05  FILLER                  PIC X(05) VALUE " DAYS".
002110      05  UCN-H2-BACKDATE         PIC X(15) VALUE SPACES.
002115      05  FILLER                  PIC X(66) VALUE SPACES.
002120  01  UCN-COL-HEADS.
002130      05  FILLER                  PIC X(14) VALUE "EXCEPTION".
002140      05  FILLER                  PIC X(10) VALUE "RANGE".
002150      05  FILLER                  PIC X(10) VALUE "USER".
002160      05  FILLER                  PIC X(20)
002170          VALUE "    NUMBER OR FROM".
002180      05  FILLER                  PIC X(20)
002190          VALUE "                TO".
002200      05  FILLER                  PIC X(10) VALUE "JRN USER".
002210      05  FILLER                  PIC X(06) VALUE "FUNC".
002220      05  FILLER                  PIC X(12) VALUE "JRN DATE".
002230      05  FILLER                  PIC X(07) VALUE "  AGE".
002240      05  FILLER                  PIC X(10) VALUE "USED DATE".
002250      05  FILLER                  PIC X(13) VALUE SPACES.
002260  01  UCN-DETAIL-LINE.
002270      05  UCN-DTL-REASON          PIC X(12).
002280      05  FILLER                  PIC X(02) VALUE SPACES.
002290      05  UCN-DTL-RANGE           PIC X(08).
002300      05  FILLER                  PIC X(02) VALUE SPACES.
002310      05  UCN-DTL-USER            PIC X(08).
002320      05  FILLER                  PIC X(02) VALUE SPACES.
002330      05  UCN-DTL-FROM            PIC Z(17)9.
002340      05  UCN-DTL-FROM-X REDEFINES
002350          UCN-DTL-FROM            PIC X(18).
002360      05  FILLER                  PIC X(02) VALUE SPACES.
002370      05  UCN-DTL-TO              PIC Z(17)9.
002380      05  UCN-DTL-TO-X REDEFINES
002390          UCN-DTL-TO              PIC X(18).
002400      05  FILLER                  PIC X(02) VALUE SPACES.
002410      05  UCN-DTL-JRN-USER        PIC X(08).
002420      05  FILLER                  PIC X(02) VALUE SPACES.
002430      05  UCN-DTL-JRN-FUNC        PIC X(04).
002440      05  FILLER                  PIC X(02) VALUE SPACES.
002450      05  UCN-DTL-JRN-DATE        PIC X(10).
002460      05  FILLER                  PIC X(02) VALUE SPACES.
002470      05  UCN-DTL-AGE             PIC Z(04)9.
002480      05  UCN-DTL-AGE-X REDEFINES
002490          UCN-DTL-AGE             PIC X(05).
002500      05  FILLER                  PIC X(02) VALUE SPACES.
002510      05  UCN-DTL-USED-DATE       PIC X(10).
002520      05  FILLER                  PIC X(13) VALUE SPACES.
002530  01  UCN-SECTION-LINE.
002540      05  UCN-SEC-TEXT            PIC X(44).
002550      05  UCN-SEC-VALUE           PIC Z(08)9.
002560      05  UCN-SEC-VALUE-X REDEFINES
002570          UCN-SEC-VALUE           PIC X(09).
002580      05  FILLER                  PIC X(79) VALUE SPACES.
002590  01  UCN-SAVE-LINE               PIC X(132).
002600
002610  PROCEDURE DIVISION.
002620
002630* ****************************************************************
002640* * 0000-MAINLINE - SORT THE JOURNAL WITH THE USAGE AND PROVE IT,
002650* * LIST THE AGED UNUSED BLOCKS
002660* ****************************************************************
002670  0000-MAINLINE.
002680      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002700      PERFORM 3000-SORT-USAGE THRU 3000-EXIT.
002710      PERFORM 5000-LIST-UNUSED-BLOCKS THRU 5000-EXIT.
002720      PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
002730      PERFORM 8000-TERMINATE THRU 8000-EXIT.
002740      GO TO 9999-EXIT.
002750  0000-EXIT.
002760      EXIT.
002770
002780* ****************************************************************
002790* * 1000-INITIALIZE - PARM, RUN DATE, OPEN THE REPORT
002800* ****************************************************************
002810  1000-INITIALIZE.
002820      MOVE FUNCTION CURRENT-DATE TO UCN-CURRENT-DATE-FIELDS.
002825      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002830      STRING UCN-CD-DATE(1:4) "-" UCN-CD-DATE(5:2) "-"
002840          UCN-CD-DATE(7:2) DELIMITED BY SIZE
002850          INTO UCN-RUN-DATE-DISPLAY
002860      END-STRING.
002870      COMPUTE UCN-TODAY-DAYNO =
002880          FUNCTION INTEGER-OF-DATE(UCN-CD-DATE).
002890      ACCEPT UCN-PARM-TEXT FROM COMMAND-LINE.
002900      PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
002910      OPEN OUTPUT USERPT-FILE.
002920      IF USERPT-STATUS NOT = "00"
002930          DISPLAY "COUNTUSE - UNABLE TO OPEN USERPT, STATUS "
002940              USERPT-STATUS
002950          MOVE 16 TO RETURN-CODE
002960          GO TO 9999-EXIT
002970      END-IF.
002980      MOVE "Y" TO UCN-RPT-OPEN-SW.
002990      PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT.
003000  1000-EXIT.
003010      EXIT.
003020
003021* ****************************************************************
003022* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
003023* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
003024* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
003025* * TODAY OR NOT A VALID DATE STOPS THE RUN.
003026* ****************************************************************
003027  1050-GET-BUSINESS-DATE.
003028      MOVE UCN-CD-DATE TO UCN-MACHINE-DATE.
003029      MOVE SPACES TO BUSDATE-RECORD.
003030      OPEN INPUT BUSDATE-FILE.
003031      IF BUSDATE-STATUS NOT = "00"
003032          GO TO 1050-EXIT
003033      END-IF.
003034      READ BUSDATE-FILE INTO BUSDATE-RECORD
003035          AT END
003036              MOVE SPACES TO BUSDATE-RECORD
003037      END-READ.
003038      CLOSE BUSDATE-FILE.
003039      IF BDT-BUSINESS-DATE-X = SPACES
003040          OR BDT-BUSINESS-DATE-X = ZEROS
003041          GO TO 1050-EXIT
003042      END-IF.
003043      IF BDT-BUSINESS-DATE-X NOT NUMERIC
003044          DISPLAY "COUNTUSE - BUSDATE DATE NOT NUMERIC: "
003045              BDT-BUSINESS-DATE-X
003046          MOVE 16 TO RETURN-CODE
003047          GO TO 9999-EXIT
003048      END-IF.
003049      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
003050          OR BDT-BUSINESS-DATE > UCN-MACHINE-DATE
003051          DISPLAY "COUNTUSE - BUSDATE NOT A VALID PAST DATE: "
003052              BDT-BUSINESS-DATE-X
003053          MOVE 16 TO RETURN-CODE
003054          GO TO 9999-EXIT
003055      END-IF.
003056      MOVE BDT-BUSINESS-DATE TO UCN-CD-DATE.
003057      IF UCN-CD-DATE < UCN-MACHINE-DATE
003058          MOVE "Y" TO UCN-BACKDATE-SW
003059          DISPLAY "COUNTUSE - BACKDATED RUN FOR BUSINESS DATE "
003060              BDT-BUSINESS-DATE-X
003061      END-IF.
003062  1050-EXIT.
003063      EXIT.
003064
003030  1100-PARSE-PARM.
003040      MOVE SPACES TO UCN-PARM-TOKENS.
003050      UNSTRING UCN-PARM-TEXT DELIMITED BY ALL SPACE OR ","
003060          INTO UCN-PARM-TOK(1) UCN-PARM-TOK(2) UCN-PARM-TOK(3)
003070               UCN-PARM-TOK(4) UCN-PARM-TOK(5) UCN-PARM-TOK(6)
003080               UCN-PARM-TOK(7) UCN-PARM-TOK(8)
003090      END-UNSTRING.
003100      PERFORM 1110-CHECK-TOKEN THRU 1110-EXIT
003110          VARYING UCN-PARM-IX FROM 1 BY 1
003120          UNTIL UCN-PARM-IX > 8.
003130  1100-EXIT.
003140      EXIT.
003150
003160  1110-CHECK-TOKEN.
003170      IF UCN-PARM-TOK(UCN-PARM-IX) = SPACES
003180          GO TO 1110-EXIT
003190      END-IF.
003200      MOVE FUNCTION TEST-NUMVAL(UCN-PARM-TOK(UCN-PARM-IX))
003210          TO UCN-NUMVAL-CHK.
003220      IF UCN-NUMVAL-CHK = 0
003230          MOVE FUNCTION NUMVAL(UCN-PARM-TOK(UCN-PARM-IX))
003240              TO UCN-AGE-IN
003250          IF UCN-AGE-IN > 9999
003260              MOVE 9999 TO UCN-AGE-IN
003270              DISPLAY "COUNTUSE - UNUSED AGE LIMITED TO 9999 DAYS"
003280          END-IF
003290          MOVE UCN-AGE-IN TO UCN-AGE-DAYS
003300      END-IF.
003310  1110-EXIT.
003320      EXIT.
003330
003340* ****************************************************************
003350* * 2000-RELEASE-JOURNAL - EVERY USABLE SEQJRN LINE TO THE SORT.
003360* * THE JOURNAL IS THE ISSUING SIDE OF THE PROOF; WITHOUT IT
003370* * THERE IS NOTHING TO RECONCILE AGAINST.
003380* ****************************************************************
003390  2000-RELEASE-JOURNAL.
003400      OPEN INPUT SEQJRN-FILE.
003410      IF SEQJRN-STATUS NOT = "00"
003420          DISPLAY "COUNTUSE - UNABLE TO OPEN SEQJRN, STATUS "
003430              SEQJRN-STATUS
003440          MOVE "Y" TO UCN-SORT-ERR-SW
003450          GO TO 2000-EXIT
003470      END-IF.
003480      PERFORM 2100-READ-SEQJRN THRU 2100-EXIT.
003490      PERFORM 2200-RELEASE-ONE-LINE THRU 2200-EXIT
003500          UNTIL SEQJRN-EOF.
003510      CLOSE SEQJRN-FILE.
003520  2000-EXIT.
003530      EXIT.
003540
003550  2100-READ-SEQJRN.
003560      READ SEQJRN-FILE
003570          AT END
003580              CONTINUE
003590      END-READ.
003600  2100-EXIT.
003610      EXIT.
003620
003630  2200-RELEASE-ONE-LINE.
003640      ADD 1 TO UCN-JRN-COUNT.
003650      IF JRN-FUNC NOT = SPACES AND JRN-FUNC NOT = "ISSU"
003660          AND JRN-FUNC NOT = "RTRN" AND JRN-FUNC NOT = "VOID"
003670          ADD 1 TO UCN-JRN-SKIP-COUNT
003680          GO TO 2200-NEXT
003690      END-IF.
003700      MOVE FUNCTION TEST-NUMVAL(JRN-FROM-X) TO UCN-NUMVAL-CHK.
003710      IF UCN-NUMVAL-CHK = 0
003720          MOVE FUNCTION TEST-NUMVAL(JRN-TO-X) TO UCN-NUMVAL-CHK
003730      END-IF.
003740      IF UCN-NUMVAL-CHK NOT = 0
003750          ADD 1 TO UCN-JRN-SKIP-COUNT
003760          GO TO 2200-NEXT
003770      END-IF.
003780      MOVE FUNCTION NUMVAL(JRN-FROM-X) TO UCN-FROM-NUM.
003790      MOVE FUNCTION NUMVAL(JRN-TO-X) TO UCN-TO-NUM.
003800      IF UCN-TO-NUM < UCN-FROM-NUM
003810          ADD 1 TO UCN-JRN-SKIP-COUNT
003820          GO TO 2200-NEXT
003830      END-IF.
003835      PERFORM 2400-JOURNAL-DAYNO THRU 2400-EXIT.
003840      MOVE SPACES TO SORT-RECORD.
003845      MOVE JRN-RANGE-NAME TO SRT-RANGE-NAME.
003850      MOVE UCN-FROM-NUM TO SRT-NUMBER.
003855      MOVE "1" TO SRT-REC-TYPE.
003860      MOVE UCN-JRN-COUNT TO SRT-JRN-SEQ.
003865      MOVE JRN-USER TO SRT-USER.
003870      MOVE UCN-TO-NUM TO SRT-JRN-TO.
003875      MOVE JRN-RUN-DATE TO SRT-JRN-DATE.
003880      MOVE UCN-JRN-DAYNO-W TO SRT-JRN-DAYNO.
003885      IF JRN-FUNC = SPACES OR JRN-FUNC = "ISSU"
003890          MOVE "ISSU" TO SRT-JRN-FUNC
003895      ELSE
003900          MOVE JRN-FUNC TO SRT-JRN-FUNC
003910      END-IF.
003920      RELEASE SORT-RECORD.
004110  2200-NEXT.
004120      PERFORM 2100-READ-SEQJRN THRU 2100-EXIT.
004130  2200-EXIT.
004270      EXIT.
004280
004290*     JOURNAL DATES ARE "YYYY-MM-DD"; AN UNPARSEABLE DATE LEAVES
004300*     THE DAY NUMBER ZERO AND THE BLOCK IS NEVER AGED
004310  2400-JOURNAL-DAYNO.
004320      MOVE 0 TO UCN-JRN-DAYNO-W.
004330      MOVE JRN-RUN-DATE(1:4) TO UCN-DATE-WORK-X(1:4).
004340      MOVE JRN-RUN-DATE(6:2) TO UCN-DATE-WORK-X(5:2).
004350      MOVE JRN-RUN-DATE(9:2) TO UCN-DATE-WORK-X(7:2).
004360      MOVE FUNCTION TEST-NUMVAL(UCN-DATE-WORK-X)
004370          TO UCN-NUMVAL-CHK.
004380      IF UCN-NUMVAL-CHK NOT = 0
004390          GO TO 2400-EXIT
004400      END-IF.
004410      IF UCN-DATE-WORK < 16010101 OR UCN-DATE-WORK > 99991231
004420          GO TO 2400-EXIT
004430      END-IF.
004440      COMPUTE UCN-JRN-DAYNO-W =
004450          FUNCTION INTEGER-OF-DATE(UCN-DATE-WORK).
004460  2400-EXIT.
004470      EXIT.
004480
004490* ****************************************************************
004500* * 3000-SORT-USAGE - NORMALIZE AND SORT USEIN WITH THE JOURNAL,
004510* * PROVE EACH NUMBER AS IT COMES BACK.  A NON-NUMERIC NUMBER
004520* * SORTS AS NUMBER ZERO, AHEAD OF ITS RANGE.
004530* ****************************************************************
004540  3000-SORT-USAGE.
004541      OPEN OUTPUT UCNWRK-FILE.
004542      IF UCNWRK-STATUS NOT = "00"
004543          DISPLAY "COUNTUSE - UNABLE TO OPEN UCNWRK, STATUS "
004544              UCNWRK-STATUS
004545          MOVE 16 TO RETURN-CODE
004546          PERFORM 8000-TERMINATE THRU 8000-EXIT
004547          GO TO 9999-EXIT
004548      END-IF.
004549      MOVE "Y" TO UCN-WRK-OPEN-SW.
004550      MOVE SPACES TO UCN-SECTION-LINE.
004560      MOVE "USAGE EXCEPTIONS" TO UCN-SEC-TEXT.
004570      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
004575      MOVE "Y" TO UCN-IN-SORT-SW.
004580      SORT SORT-FILE
004586          ON ASCENDING KEY SRT-RANGE-NAME SRT-NUMBER SRT-REC-TYPE
004592              SRT-JRN-SEQ
004600          INPUT PROCEDURE IS 3100-RELEASE-USAGE
004610              THRU 3100-EXIT
004620          OUTPUT PROCEDURE IS 3500-PROVE-USAGE
004630              THRU 3500-EXIT.
004633      CLOSE UCNWRK-FILE.
004636      MOVE "N" TO UCN-WRK-OPEN-SW.
004638      MOVE "N" TO UCN-IN-SORT-SW.
004640      IF UCN-SORT-ERR
004650          MOVE 16 TO RETURN-CODE
004660          PERFORM 8000-TERMINATE THRU 8000-EXIT
004670          GO TO 9999-EXIT
004680      END-IF.
004690      IF UCN-EXCP-COUNT = 0
004700          MOVE SPACES TO UCN-SECTION-LINE
004710          MOVE "  NONE - EVERY NUMBER USED ONCE AS ISSUED"
004720              TO UCN-SEC-TEXT
004730          MOVE UCN-SECTION-LINE TO USERPT-LINE
004740          PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT
004750      END-IF.
004760  3000-EXIT.
004770      EXIT.
004780
004790  3100-RELEASE-USAGE.
004792      PERFORM 2000-RELEASE-JOURNAL THRU 2000-EXIT.
004794      IF UCN-SORT-ERR
004796          GO TO 3100-EXIT
004798      END-IF.
004800      OPEN INPUT USEIN-FILE.
004810      IF USEIN-STATUS NOT = "00"
004820          DISPLAY "COUNTUSE - UNABLE TO OPEN USEIN, STATUS "
004830              USEIN-STATUS
004840          MOVE "Y" TO UCN-SORT-ERR-SW
004850          GO TO 3100-EXIT
004860      END-IF.
004870      PERFORM 3200-READ-USEIN THRU 3200-EXIT.
004880      PERFORM 3300-RELEASE-ONE-NUMBER THRU 3300-EXIT
004890          UNTIL USEIN-EOF.
004900      CLOSE USEIN-FILE.
004910  3100-EXIT.
004920      EXIT.
004930
004940  3200-READ-USEIN.
004950      READ USEIN-FILE
004960          AT END
004970              CONTINUE
004980      END-READ.
004990  3200-EXIT.
005000      EXIT.
005010
005020  3300-RELEASE-ONE-NUMBER.
005030      ADD 1 TO UCN-USE-COUNT.
005033      MOVE SPACES TO SORT-RECORD.
005036      MOVE 0 TO SRT-JRN-SEQ SRT-JRN-TO SRT-JRN-DAYNO.
005040      MOVE USG-RANGE-NAME TO SRT-RANGE-NAME.
005050      MOVE USG-USER TO SRT-USER.
005060      MOVE USG-USED-DATE TO SRT-USED-DATE.
005070      MOVE USG-NUMBER-X TO SRT-NUMBER-X.
005080      MOVE FUNCTION TEST-NUMVAL(USG-NUMBER-X) TO UCN-NUMVAL-CHK.
005090      IF UCN-NUMVAL-CHK = 0
005100          MOVE "2" TO SRT-REC-TYPE
005110          MOVE FUNCTION NUMVAL(USG-NUMBER-X) TO SRT-NUMBER
005120      ELSE
005130          MOVE "0" TO SRT-REC-TYPE
005140          MOVE 0 TO SRT-NUMBER
005150      END-IF.
005160      RELEASE SORT-RECORD.
005170      PERFORM 3200-READ-USEIN THRU 3200-EXIT.
005180  3300-EXIT.
005190      EXIT.
005200
005201* ****************************************************************
005202* * 3400-DROP-BLOCKS - LET GO OF THE HELD BLOCKS THE SORTED
005203* * NUMBERS HAVE PASSED (ALL OF THEM AT A CHANGE OF RANGE).  A
005204* * DROPPED BLOCK CAN NO LONGER BE USED, RETURNED OR OVERLAPPED,
005205* * SO IT IS SETTLED HERE AS AN RTRN CANDIDATE OR NOT.
005206* ****************************************************************
005207  3400-DROP-BLOCKS.
005208      MOVE 0 TO UCN-KEEP-CNT.
005209      PERFORM 3410-DROP-ONE-BLOCK THRU 3410-EXIT
005210          VARYING UCN-IX FROM 1 BY 1
005211          UNTIL UCN-IX > UCN-JRN-CNT.
005212      MOVE UCN-KEEP-CNT TO UCN-JRN-CNT.
005213  3400-EXIT.
005214      EXIT.
005215
005216  3410-DROP-ONE-BLOCK.
005217      IF NOT UCN-DROP-ALL
005218          AND UCN-JRN-TO(UCN-IX) >= UCN-DROP-BELOW
005219          ADD 1 TO UCN-KEEP-CNT
005220          IF UCN-KEEP-CNT NOT = UCN-IX
005221              MOVE UCN-JRN(UCN-IX) TO UCN-JRN(UCN-KEEP-CNT)
005222          END-IF
005223          GO TO 3410-EXIT
005224      END-IF.
005225      PERFORM 5100-CHECK-ONE-BLOCK THRU 5100-EXIT.
005226  3410-EXIT.
005227      EXIT.
005228
005229*     EVERY BLOCK STILL HELD OVERLAPS THE NEW ONE
005230  3450-HOLD-BLOCK.
005231      IF UCN-JRN-CNT >= UCN-TABLE-MAX
005232          DISPLAY "COUNTUSE - MORE THAN " UCN-TABLE-MAX
005233              " BLOCKS OVERLAP IN RANGE " SRT-RANGE-NAME
005234          MOVE "Y" TO UCN-SORT-ERR-SW
005235          GO TO 3450-EXIT
005237      END-IF.
005238      ADD 1 TO UCN-JRN-CNT.
005239      MOVE SRT-JRN-SEQ TO UCN-JRN-SEQ(UCN-JRN-CNT).
005240      MOVE SRT-RANGE-NAME TO UCN-JRN-RANGE(UCN-JRN-CNT).
005241      MOVE SRT-USER TO UCN-JRN-USER(UCN-JRN-CNT).
005242      MOVE SRT-NUMBER TO UCN-JRN-FROM(UCN-JRN-CNT).
005243      MOVE SRT-JRN-TO TO UCN-JRN-TO(UCN-JRN-CNT).
005244      MOVE SRT-JRN-FUNC TO UCN-JRN-FUNC(UCN-JRN-CNT).
005245      MOVE SRT-JRN-DATE TO UCN-JRN-DATE(UCN-JRN-CNT).
005246      MOVE SRT-JRN-DAYNO TO UCN-JRN-DAYNO(UCN-JRN-CNT).
005247      MOVE "N" TO UCN-JRN-USED-SW(UCN-JRN-CNT).
005248      IF SRT-JRN-FUNC = "ISSU"
005249          MOVE "Y" TO UCN-JRN-OPEN-SW(UCN-JRN-CNT)
005250      ELSE
005251          MOVE "N" TO UCN-JRN-OPEN-SW(UCN-JRN-CNT)
005252      END-IF.
005253      PERFORM 3460-CLOSE-EARLIER-BLOCK THRU 3460-EXIT
005254          VARYING UCN-JX FROM 1 BY 1
005255          UNTIL UCN-JX >= UCN-JRN-CNT.
005256  3450-EXIT.
005257      EXIT.
005258
005259*     A RETURN, VOID OR RE-ISSUE OVERLAPPING AN EARLIER OPEN
005260*     ISSUE MEANS THAT BLOCK HAS BEEN DEALT WITH - IT IS NO
005261*     LONGER AN RTRN CANDIDATE.  THE NEW BLOCK SORTS AFTER THE
005262*     HELD ONE BUT MAY HAVE BEEN WRITTEN BEFORE IT.
005263  3460-CLOSE-EARLIER-BLOCK.
005264      IF UCN-JRN-SEQ(UCN-JX) < UCN-JRN-SEQ(UCN-JRN-CNT)
005265          MOVE "N" TO UCN-JRN-OPEN-SW(UCN-JX)
005266      ELSE
005267          MOVE "N" TO UCN-JRN-OPEN-SW(UCN-JRN-CNT)
005268      END-IF.
005269  3460-EXIT.
005270      EXIT.
005271
005272  3500-PROVE-USAGE.
005273      IF UCN-SORT-ERR
005274          GO TO 3500-EXIT
005275      END-IF.
005276      PERFORM 3600-RETURN-USAGE THRU 3600-EXIT.
005277      PERFORM 3650-TAKE-SORTED-RECORD THRU 3650-EXIT
005278          UNTIL UCN-SORT-EOF.
005279      IF UCN-SORT-ERR
005280          GO TO 3500-EXIT
005281      END-IF.
005279      MOVE "Y" TO UCN-DROP-ALL-SW.
005280      PERFORM 3400-DROP-BLOCKS THRU 3400-EXIT.
005281  3500-EXIT.
005290      EXIT.
005300
005310  3600-RETURN-USAGE.
005312      IF UCN-SORT-ERR
005314          MOVE "Y" TO UCN-SORT-EOF-SW
005316          GO TO 3600-EXIT
005318      END-IF.
005320      RETURN SORT-FILE
005330          AT END
005340              MOVE "Y" TO UCN-SORT-EOF-SW
005350      END-RETURN.
005360  3600-EXIT.
005361      EXIT.
005362
005363*     A NEW RANGE LETS GO OF EVERY HELD BLOCK; A NUMBER LETS GO OF
005364*     THE BLOCKS THAT END SHORT OF IT
005365  3650-TAKE-SORTED-RECORD.
005366      IF SRT-RANGE-NAME NOT = UCN-CUR-RANGE
005367          MOVE "Y" TO UCN-DROP-ALL-SW
005368          PERFORM 3400-DROP-BLOCKS THRU 3400-EXIT
005369          MOVE "N" TO UCN-DROP-ALL-SW
005370          MOVE SRT-RANGE-NAME TO UCN-CUR-RANGE
005371      END-IF.
005372      IF SRT-BAD-NUMBER
005373          PERFORM 3700-PROVE-ONE-NUMBER THRU 3700-EXIT
005374          GO TO 3650-NEXT
005375      END-IF.
005376      MOVE SRT-NUMBER TO UCN-DROP-BELOW.
005377      PERFORM 3400-DROP-BLOCKS THRU 3400-EXIT.
005378      IF SRT-JOURNAL-LINE
005379          PERFORM 3450-HOLD-BLOCK THRU 3450-EXIT
005380      ELSE
005381          PERFORM 3700-PROVE-ONE-NUMBER THRU 3700-EXIT
005382      END-IF.
005383  3650-NEXT.
005384      PERFORM 3600-RETURN-USAGE THRU 3600-EXIT.
005385  3650-EXIT.
005386      EXIT.
005387
005390* ****************************************************************
005400* * 3700-PROVE-ONE-NUMBER - THE LATEST JOURNAL LINE COVERING THE
005410* * NUMBER DECIDES: ISSUED TO THIS USER IS GOOD, ANYTHING ELSE
005420* * IS AN EXCEPTION.  A REPEAT OF THE PREVIOUS KEY IS USED TWICE.
005430* ****************************************************************
005440  3700-PROVE-ONE-NUMBER.
005450      MOVE SPACES TO UCN-DETAIL-LINE.
005460      MOVE SRT-RANGE-NAME TO UCN-DTL-RANGE.
005470      MOVE SRT-USER TO UCN-DTL-USER.
005480      MOVE SRT-USED-DATE TO UCN-DTL-USED-DATE.
005490      IF SRT-BAD-NUMBER
005500          MOVE "BAD NUMBER" TO UCN-DTL-REASON
005510          MOVE SRT-NUMBER-X TO UCN-DTL-FROM-X
005520          ADD 1 TO UCN-BAD-COUNT
005530          PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
005540          GO TO 3700-EXIT
005550      END-IF.
005560      MOVE SRT-NUMBER TO UCN-DTL-FROM.
005570      PERFORM 3800-FIND-COVERING-LINE THRU 3800-EXIT.
005580      IF UCN-FOUND-IX NOT = 0
005590          MOVE UCN-JRN-USER(UCN-FOUND-IX) TO UCN-DTL-JRN-USER
005600          MOVE UCN-JRN-FUNC(UCN-FOUND-IX) TO UCN-DTL-JRN-FUNC
005610          MOVE UCN-JRN-DATE(UCN-FOUND-IX) TO UCN-DTL-JRN-DATE
005620      END-IF.
005630      IF SRT-RANGE-NAME = UCN-PREV-RANGE
005640          AND SRT-NUMBER = UCN-PREV-NUMBER
005650          MOVE "USED TWICE" TO UCN-DTL-REASON
005660          ADD 1 TO UCN-TWICE-COUNT
005670          PERFORM 3750-NOTE-BLOCK-USED THRU 3750-EXIT
005680          PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
005690          GO TO 3700-EXIT
005700      END-IF.
005710      MOVE SRT-RANGE-NAME TO UCN-PREV-RANGE.
005720      MOVE SRT-NUMBER TO UCN-PREV-NUMBER.
005730      MOVE SRT-USER TO UCN-PREV-USER.
005740      IF UCN-FOUND-IX = 0
005750          MOVE "NOT ISSUED" TO UCN-DTL-REASON
005760          ADD 1 TO UCN-NOTI-COUNT
005770          PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
005780          GO TO 3700-EXIT
005790      END-IF.
005800      IF UCN-JRN-FUNC(UCN-FOUND-IX) = "VOID"
005810          MOVE "VOIDED BLK" TO UCN-DTL-REASON
005820          ADD 1 TO UCN-VOID-COUNT
005830          PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
005840          GO TO 3700-EXIT
005850      END-IF.
005860      IF UCN-JRN-FUNC(UCN-FOUND-IX) = "RTRN"
005870          MOVE "RETURNED BLK" TO UCN-DTL-REASON
005880          ADD 1 TO UCN-RTRN-COUNT
005890          PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
005900          GO TO 3700-EXIT
005910      END-IF.
005920      IF UCN-JRN-USER(UCN-FOUND-IX) = SRT-USER
005930          PERFORM 3750-NOTE-BLOCK-USED THRU 3750-EXIT
005940          ADD 1 TO UCN-OK-COUNT
005950          GO TO 3700-EXIT
005960      END-IF.
005970*     ISSUED NOW TO SOMEONE ELSE - IF THIS USER HELD IT EARLIER
005980*     THEIR BLOCK WENT BACK AND WAS RE-ISSUED, SO THE NUMBER CAME
005990*     OUT OF A RETURNED BLOCK
006000      PERFORM 3900-FIND-EARLIER-HOLDER THRU 3900-EXIT.
006010      IF UCN-HELD-IX NOT = 0
006020          MOVE "RETURNED BLK" TO UCN-DTL-REASON
006030          ADD 1 TO UCN-RTRN-COUNT
006040      ELSE
006050          MOVE "OTHER USER" TO UCN-DTL-REASON
006060          ADD 1 TO UCN-OTHU-COUNT
006070      END-IF.
006080      PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT.
006110  3700-EXIT.
006120      EXIT.
006130
006140*     A NUMBER DRAWN FROM THE USER'S OWN OPEN ISSUE MEANS THE
006150*     BLOCK IS IN USE, EVEN WHEN THE NUMBER IS ALSO A REPEAT
006160  3750-NOTE-BLOCK-USED.
006170      IF UCN-FOUND-IX NOT = 0
006180          IF UCN-JRN-FUNC(UCN-FOUND-IX) = "ISSU"
006190              AND UCN-JRN-USER(UCN-FOUND-IX) = SRT-USER
006200              MOVE "Y" TO UCN-JRN-USED-SW(UCN-FOUND-IX)
006210          END-IF
006220      END-IF.
006230  3750-EXIT.
006240      EXIT.
006250
006260*     THE LAST LINE WRITTEN FOR A NUMBER IS ITS CURRENT STATE
006280  3800-FIND-COVERING-LINE.
006290      MOVE 0 TO UCN-FOUND-IX.
006300      PERFORM 3810-CHECK-COVERING-LINE THRU 3810-EXIT
006310          VARYING UCN-IX FROM 1 BY 1
006320          UNTIL UCN-IX > UCN-JRN-CNT.
006340  3800-EXIT.
006350      EXIT.
006360
006370  3810-CHECK-COVERING-LINE.
006380      IF UCN-JRN-RANGE(UCN-IX) = SRT-RANGE-NAME
006390          AND UCN-JRN-FROM(UCN-IX) <= SRT-NUMBER
006400          AND UCN-JRN-TO(UCN-IX) >= SRT-NUMBER
006402          IF UCN-FOUND-IX = 0
006404              MOVE UCN-IX TO UCN-FOUND-IX
006406          ELSE
006408              IF UCN-JRN-SEQ(UCN-IX) > UCN-JRN-SEQ(UCN-FOUND-IX)
006410                  MOVE UCN-IX TO UCN-FOUND-IX
006412              END-IF
006414          END-IF
006420      END-IF.
006430  3810-EXIT.
006440      EXIT.
006450
006460  3900-FIND-EARLIER-HOLDER.
006470      MOVE 0 TO UCN-HELD-IX.
006480      PERFORM 3910-CHECK-EARLIER-HOLDER THRU 3910-EXIT
006490          VARYING UCN-IX FROM 1 BY 1
006500          UNTIL UCN-IX > UCN-JRN-CNT
006510          OR UCN-HELD-IX NOT = 0.
006520  3900-EXIT.
006530      EXIT.
006540
006550  3910-CHECK-EARLIER-HOLDER.
006560      IF UCN-JRN-FUNC(UCN-IX) = "ISSU"
006565          AND UCN-JRN-SEQ(UCN-IX) < UCN-JRN-SEQ(UCN-FOUND-IX)
006570          AND UCN-JRN-USER(UCN-IX) = SRT-USER
006580          AND UCN-JRN-RANGE(UCN-IX) = SRT-RANGE-NAME
006590          AND UCN-JRN-FROM(UCN-IX) <= SRT-NUMBER
006600          AND UCN-JRN-TO(UCN-IX) >= SRT-NUMBER
006610          MOVE UCN-IX TO UCN-HELD-IX
006620      END-IF.
006630  3910-EXIT.
006640      EXIT.
006650
006660* ****************************************************************
006670* * 4500-PAGE-HEADERS - NEW PAGE, TITLE, RUN DATE, COLUMN HEADS
006680* ****************************************************************
006690  4500-PAGE-HEADERS.
006700      ADD 1 TO UCN-PAGE-CTR.
006710      MOVE UCN-PAGE-CTR TO UCN-H1-PAGE.
006720      MOVE UCN-HEADER-1 TO USERPT-LINE.
006730      IF UCN-PAGE-CTR = 1
006740          WRITE USERPT-LINE
006750      ELSE
006760          WRITE USERPT-LINE AFTER ADVANCING PAGE
006770      END-IF.
006780      PERFORM 4650-CHECK-USERPT THRU 4650-EXIT.
006790      MOVE UCN-RUN-DATE-DISPLAY TO UCN-H2-RUN-DATE.
006792      IF UCN-BACKDATED
006794          MOVE "  BACKDATED RUN" TO UCN-H2-BACKDATE
006796      END-IF.
006800      MOVE UCN-AGE-DAYS TO UCN-H2-AGE-DAYS.
006810      MOVE UCN-HEADER-2 TO USERPT-LINE.
006820      WRITE USERPT-LINE AFTER ADVANCING 1 LINE.
006830      PERFORM 4650-CHECK-USERPT THRU 4650-EXIT.
006840      MOVE UCN-COL-HEADS TO USERPT-LINE.
006850      WRITE USERPT-LINE AFTER ADVANCING 2 LINES.
006860      PERFORM 4650-CHECK-USERPT THRU 4650-EXIT.
006870      MOVE SPACES TO USERPT-LINE.
006880      WRITE USERPT-LINE AFTER ADVANCING 1 LINE.
006890      PERFORM 4650-CHECK-USERPT THRU 4650-EXIT.
006900      MOVE 5 TO UCN-LINE-CTR.
006910  4500-EXIT.
006920      EXIT.
006930
006940  4600-WRITE-REPORT-LINE.
006942      IF UCN-SORT-ERR
006944          GO TO 4600-EXIT
006946      END-IF.
006950      IF UCN-LINE-CTR >= UCN-LINES-PER-PAGE
006960          MOVE USERPT-LINE TO UCN-SAVE-LINE
006970          PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT
006980          MOVE UCN-SAVE-LINE TO USERPT-LINE
006990      END-IF.
007000      WRITE USERPT-LINE AFTER ADVANCING 1 LINE.
007010      PERFORM 4650-CHECK-USERPT THRU 4650-EXIT.
007020      ADD 1 TO UCN-LINE-CTR.
007030  4600-EXIT.
007040      EXIT.
007050
007060  4650-CHECK-USERPT.
007070      IF USERPT-STATUS NOT = "00"
007075          AND NOT UCN-SORT-ERR
007080          DISPLAY "COUNTUSE - UNABLE TO WRITE USERPT, STATUS "
007090              USERPT-STATUS
007100          MOVE "N" TO UCN-RPT-OPEN-SW
007102          IF UCN-IN-SORT
007104              MOVE "Y" TO UCN-SORT-ERR-SW
007106              GO TO 4650-EXIT
007108          END-IF
007110          MOVE 16 TO RETURN-CODE
007120          PERFORM 8000-TERMINATE THRU 8000-EXIT
007130          GO TO 9999-EXIT
007140      END-IF.
007150  4650-EXIT.
007160      EXIT.
007170
007180  4700-WRITE-SECTION.
007190      MOVE SPACES TO USERPT-LINE.
007200      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
007210      MOVE UCN-SECTION-LINE TO USERPT-LINE.
007220      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
007230  4700-EXIT.
007240      EXIT.
007250
007260  4800-WRITE-EXCEPTION.
007270      ADD 1 TO UCN-EXCP-COUNT.
007280      MOVE UCN-DETAIL-LINE TO USERPT-LINE.
007290      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
007300  4800-EXIT.
007310      EXIT.
007320
007330* ****************************************************************
007340* * 5000-LIST-UNUSED-BLOCKS - ISSUED BLOCKS STILL OPEN, WITH NO
007346* * NUMBER USED, OLDER THAN THE PARM AGE: RTRN CANDIDATES.  THEY
007352* * WERE PUT ON UCNWRK AS THE SORTED NUMBERS PASSED THEM.
007360* ****************************************************************
007370  5000-LIST-UNUSED-BLOCKS.
007380      MOVE SPACES TO UCN-SECTION-LINE.
007390      MOVE "UNUSED BLOCKS - RTRN CANDIDATES" TO UCN-SEC-TEXT.
007400      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
007402      OPEN INPUT UCNWRK-FILE.
007404      IF UCNWRK-STATUS NOT = "00"
007406          DISPLAY "COUNTUSE - UNABLE TO OPEN UCNWRK, STATUS "
007408              UCNWRK-STATUS
007410          MOVE 16 TO RETURN-CODE
007412          PERFORM 8000-TERMINATE THRU 8000-EXIT
007414          GO TO 9999-EXIT
007416      END-IF.
007418      MOVE "Y" TO UCN-WRK-OPEN-SW.
007420      PERFORM 5200-READ-UCNWRK THRU 5200-EXIT.
007422      PERFORM 5300-LIST-ONE-BLOCK THRU 5300-EXIT
007424          UNTIL UCNWRK-EOF.
007426      CLOSE UCNWRK-FILE.
007428      MOVE "N" TO UCN-WRK-OPEN-SW.
007440      IF UCN-UNUSED-COUNT = 0
007450          MOVE SPACES TO UCN-SECTION-LINE
007460          MOVE "  NONE" TO UCN-SEC-TEXT
007470          MOVE UCN-SECTION-LINE TO USERPT-LINE
007480          PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT
007490      END-IF.
007500  5000-EXIT.
007510      EXIT.
007520
007530  5100-CHECK-ONE-BLOCK.
007540      IF UCN-SORT-ERR
007545          OR UCN-JRN-OPEN-SW(UCN-IX) NOT = "Y"
007550          OR UCN-JRN-USED-SW(UCN-IX) = "Y"
007560          OR UCN-JRN-DAYNO(UCN-IX) = 0
007570          OR UCN-JRN-DAYNO(UCN-IX) > UCN-TODAY-DAYNO
007580          GO TO 5100-EXIT
007590      END-IF.
007600      COMPUTE UCN-BLOCK-AGE =
007610          UCN-TODAY-DAYNO - UCN-JRN-DAYNO(UCN-IX).
007620      IF UCN-BLOCK-AGE < UCN-AGE-DAYS
007630          GO TO 5100-EXIT
007640      END-IF.
007650      MOVE SPACES TO UCN-DETAIL-LINE.
007660      MOVE "UNUSED BLOCK" TO UCN-DTL-REASON.
007670      MOVE UCN-JRN-RANGE(UCN-IX) TO UCN-DTL-RANGE.
007680      MOVE UCN-JRN-USER(UCN-IX) TO UCN-DTL-USER.
007690      MOVE UCN-JRN-FROM(UCN-IX) TO UCN-DTL-FROM.
007700      MOVE UCN-JRN-TO(UCN-IX) TO UCN-DTL-TO.
007710      MOVE UCN-JRN-USER(UCN-IX) TO UCN-DTL-JRN-USER.
007720      MOVE UCN-JRN-FUNC(UCN-IX) TO UCN-DTL-JRN-FUNC.
007730      MOVE UCN-JRN-DATE(UCN-IX) TO UCN-DTL-JRN-DATE.
007740      MOVE UCN-BLOCK-AGE TO UCN-DTL-AGE.
007743      MOVE UCN-DETAIL-LINE TO UCNWRK-LINE.
007746      WRITE UCNWRK-LINE.
007749      IF UCNWRK-STATUS NOT = "00"
007752          DISPLAY "COUNTUSE - UNABLE TO WRITE UCNWRK, STATUS "
007755              UCNWRK-STATUS
007758          MOVE "Y" TO UCN-SORT-ERR-SW
007761          GO TO 5100-EXIT
007767      END-IF.
007770      ADD 1 TO UCN-UNUSED-COUNT.
007780  5100-EXIT.
007781      EXIT.
007782
007783  5200-READ-UCNWRK.
007784      READ UCNWRK-FILE
007785          AT END
007786              CONTINUE
007787      END-READ.
007788  5200-EXIT.
007789      EXIT.
007790
007791  5300-LIST-ONE-BLOCK.
007792      MOVE UCNWRK-LINE TO USERPT-LINE.
007793      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
007794      PERFORM 5200-READ-UCNWRK THRU 5200-EXIT.
007795  5300-EXIT.
007796      EXIT.
007800
007810* ****************************************************************
007820* * 6000-WRITE-SUMMARY - COUNTS AND THE RECONCILIATION VERDICT
007830* ****************************************************************
007840  6000-WRITE-SUMMARY.
007850      MOVE SPACES TO UCN-SECTION-LINE.
007860      MOVE "SUMMARY" TO UCN-SEC-TEXT.
007870      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
007880      MOVE "  SEQJRN LINES READ" TO UCN-SEC-TEXT.
007890      MOVE UCN-JRN-COUNT TO UCN-SEC-VALUE.
007900      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
007910      MOVE "  SEQJRN LINES NOT USABLE" TO UCN-SEC-TEXT.
007920      MOVE UCN-JRN-SKIP-COUNT TO UCN-SEC-VALUE.
007930      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
007940      MOVE "  USAGE RECORDS READ" TO UCN-SEC-TEXT.
007950      MOVE UCN-USE-COUNT TO UCN-SEC-VALUE.
007960      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
007970      MOVE "  USED ONCE AS ISSUED" TO UCN-SEC-TEXT.
007980      MOVE UCN-OK-COUNT TO UCN-SEC-VALUE.
007990      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
008000      MOVE "  NOT ISSUED" TO UCN-SEC-TEXT.
008010      MOVE UCN-NOTI-COUNT TO UCN-SEC-VALUE.
008020      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
008030      MOVE "  ISSUED TO ANOTHER USER" TO UCN-SEC-TEXT.
008040      MOVE UCN-OTHU-COUNT TO UCN-SEC-VALUE.
008050      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
008060      MOVE "  USED TWICE" TO UCN-SEC-TEXT.
008070      MOVE UCN-TWICE-COUNT TO UCN-SEC-VALUE.
008080      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
008090      MOVE "  FROM A RETURNED BLOCK" TO UCN-SEC-TEXT.
008100      MOVE UCN-RTRN-COUNT TO UCN-SEC-VALUE.
008110      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
008120      MOVE "  FROM A VOIDED BLOCK" TO UCN-SEC-TEXT.
008130      MOVE UCN-VOID-COUNT TO UCN-SEC-VALUE.
008140      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
008150      MOVE "  NUMBER NOT NUMERIC" TO UCN-SEC-TEXT.
008160      MOVE UCN-BAD-COUNT TO UCN-SEC-VALUE.
008170      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
008180      MOVE "  UNUSED BLOCKS LISTED" TO UCN-SEC-TEXT.
008190      MOVE UCN-UNUSED-COUNT TO UCN-SEC-VALUE.
008200      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
008210      MOVE SPACES TO UCN-SECTION-LINE.
008220      IF UCN-EXCP-COUNT NOT = 0
008230          MOVE "USAGE DOES NOT RECONCILE - INVESTIGATE"
008240              TO UCN-SEC-TEXT
008250          MOVE 8 TO RETURN-CODE
008260          DISPLAY "COUNTUSE - USAGE DOES NOT RECONCILE"
008270      ELSE
008280          IF UCN-UNUSED-COUNT NOT = 0
008290              MOVE "USAGE RECONCILES - UNUSED BLOCKS TO RETURN"
008300                  TO UCN-SEC-TEXT
008310              MOVE 4 TO RETURN-CODE
008320          ELSE
008330              MOVE "USAGE RECONCILES - NO ACTION REQUIRED"
008340                  TO UCN-SEC-TEXT
008350          END-IF
008360      END-IF.
008370      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
008380  6000-EXIT.
008390      EXIT.
008400
008410  6100-WRITE-COUNT.
008420      MOVE UCN-SECTION-LINE TO USERPT-LINE.
008430      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
008440      MOVE SPACES TO UCN-SECTION-LINE.
008450  6100-EXIT.
008460      EXIT.
008470
008480* ****************************************************************
008490* * 8000-TERMINATE - CLOSE THE REPORT, DISPLAY RUN COUNTS
008500* ****************************************************************
008510  8000-TERMINATE.
008512      IF UCN-WRK-OPEN
008514          CLOSE UCNWRK-FILE
008516          MOVE "N" TO UCN-WRK-OPEN-SW
008518      END-IF.
008520      IF UCN-RPT-OPEN
008530          CLOSE USERPT-FILE
008540          MOVE "N" TO UCN-RPT-OPEN-SW
008550      END-IF.
008560      MOVE UCN-JRN-COUNT TO UCN-COUNT-DISPLAY.
008570      DISPLAY "COUNTUSE - SEQJRN LINES READ   = "
008580          UCN-COUNT-DISPLAY.
008590      MOVE UCN-USE-COUNT TO UCN-COUNT-DISPLAY.
008600      DISPLAY "COUNTUSE - USAGE RECORDS READ  = "
008610          UCN-COUNT-DISPLAY.
008620      MOVE UCN-EXCP-COUNT TO UCN-COUNT-DISPLAY.
008630      DISPLAY "COUNTUSE - USAGE EXCEPTIONS    = "
008640          UCN-COUNT-DISPLAY.
008650      MOVE UCN-UNUSED-COUNT TO UCN-COUNT-DISPLAY.
008660      DISPLAY "COUNTUSE - UNUSED BLOCKS       = "
008670          UCN-COUNT-DISPLAY.
008680  8000-EXIT.
008690      EXIT.
008700
008710* ****************************************************************
008720* * 9999-EXIT - SINGLE PROGRAM EXIT POINT
008730* ****************************************************************
008740  9999-EXIT.
008750      STOP RUN.
