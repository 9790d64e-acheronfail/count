000100* ---------------------------------------------------------------
000110  IDENTIFICATION DIVISION.
000120  PROGRAM-ID. COUNTSVR.
000130  AUTHOR. J SANDERS.
000140  INSTALLATION. DATA CENTER SERVICES.
000150  DATE-WRITTEN. 10/15/2026.
000160  DATE-COMPILED.
000170* ---------------------------------------------------------------
000180*  COUNTSVR - WEEKLY SEQUENCE SECURITY VIOLATION SUMMARY FOR THE
000190*  SECURITY OFFICER.  READS THE SEQVIO LOG COUNTSEQ APPENDS TO
000200*  WHENEVER IT REFUSES A TRANSACTION, AND SUMMARIZES THE WEEK'S
000210*  VIOLATIONS BY USER AND RANGE: HOW MANY OF EACH REASON, WHEN
000220*  FIRST AND LAST SEEN, AND THE LARGEST BLOCK ASKED FOR, WITH A
000230*  TOTAL PER USER AND FOR THE WEEK.
000240*
000250*  PARM:    YYYYMMDD - LAST DAY OF THE WEEK.  DEFAULT IS THE
000260*           BUSINESS DATE; THE WEEK IS THAT DAY AND THE SIX
000270*           BEFORE IT.
000280*  INPUT:   SEQVIO   - THE SECURITY VIOLATION LOG, SVLREC
000290*  OUTPUT:  SVRRPT   - WEEKLY VIOLATION SUMMARY
000300*  RETURN CODES:  0 NO VIOLATIONS IN THE WEEK,  4 VIOLATIONS TO
000310*  REVIEW,  16 FILE FAILURE OR A BAD WEEK-ENDING DATE.
000320* ---------------------------------------------------------------
000330*  MODIFICATION HISTORY
000340* ---------------------------------------------------------------
000350*   DATE      INIT  DESCRIPTION
000360*   --------  ----  --------------------------------------------
000370*   10/15/26  JRS   ORIGINAL PROGRAM - WEEKLY SECURITY VIOLATION
000380*                   SUMMARY BY USER AND RANGE.
000383*   10/15/26  JRS   A FAILURE INSIDE THE SORT ENDS THE SORT BEFORE
000386*                   THE RUN STOPS WITH RC 16.
000390* ---------------------------------------------------------------
000400
000410  ENVIRONMENT DIVISION.
000420  INPUT-OUTPUT SECTION.
000430  FILE-CONTROL.
000440      SELECT SEQVIO-FILE ASSIGN TO SEQVIO
000450          ORGANIZATION IS SEQUENTIAL
000460          FILE STATUS IS SEQVIO-STATUS.
000470      SELECT SVRRPT-FILE ASSIGN TO SVRRPT
000480          ORGANIZATION IS SEQUENTIAL
000490          FILE STATUS IS SVRRPT-STATUS.
000500      SELECT SORT-FILE ASSIGN TO SORTWK.
000510      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000520          ORGANIZATION IS SEQUENTIAL
000530          FILE STATUS IS BUSDATE-STATUS.
000540
000550  DATA DIVISION.
000560  FILE SECTION.
000570*   SEQVIO - THE SECURITY VIOLATION LOG
000580  FD  SEQVIO-FILE
000590      RECORDING MODE IS F
000600      LABEL RECORDS ARE STANDARD.
000610      COPY SVLREC.
000620
000630*   SVRRPT - WEEKLY VIOLATION SUMMARY
000640  FD  SVRRPT-FILE
000650      RECORDING MODE IS F
000660      LABEL RECORDS ARE STANDARD.
000670  01  SVRRPT-LINE                 PIC X(132).
000680
000690*   SORT WORK - ONE VIOLATION IN THE WEEK, BY USER AND RANGE
000700  SD  SORT-FILE.
000710  01  SORT-RECORD.
000720      05  SRT-USER                PIC X(08).
000730      05  SRT-RANGE-NAME          PIC X(08).
000740      05  SRT-DATE                PIC X(10).
000750      05  SRT-TIME                PIC X(08).
000760      05  SRT-REASON              PIC X(04).
000770      05  SRT-BLOCK-COUNT         PIC 9(09) COMP.
000780
000790*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
000800  FD  BUSDATE-FILE
000810      RECORDING MODE IS F
000820      LABEL RECORDS ARE STANDARD.
000830  01  BUSDATE-LINE                PIC X(80).
000840
000850  WORKING-STORAGE SECTION.
000860
000870*   COUNTERS
000880  77  SVR-LOG-COUNT               PIC 9(09) COMP VALUE 0.
000890  77  SVR-WEEK-COUNT              PIC 9(09) COMP VALUE 0.
000900  77  SVR-RETURNED-COUNT          PIC 9(09) COMP VALUE 0.
000910  77  SVR-USER-COUNT              PIC 9(09) COMP VALUE 0.
000920  77  SVR-PAIR-COUNT              PIC 9(09) COMP VALUE 0.
000930  77  SVR-COUNT-DISPLAY           PIC Z(08)9.
000940
000950*   VIOLATION TOTALS - LEVEL 1 THE USER AND RANGE, 2 THE USER,
000960*   3 THE WEEK
000970  01  SVR-ACCUMULATORS.
000980      05  SVR-ACC OCCURS 3 TIMES.
000990          10  SVR-ACC-NOTA        PIC 9(09) COMP.
001000          10  SVR-ACC-OVMX        PIC 9(09) COMP.
001010          10  SVR-ACC-SELF        PIC 9(09) COMP.
001020          10  SVR-ACC-TOTAL       PIC 9(09) COMP.
001030          10  SVR-ACC-FIRST       PIC X(10).
001040          10  SVR-ACC-LAST        PIC X(10).
001050          10  SVR-ACC-MAX-ASK     PIC 9(09) COMP.
001060  77  SVR-LVL                     PIC 9(01) COMP VALUE 0.
001070  77  SVR-CUR-USER                PIC X(08) VALUE SPACES.
001080  77  SVR-CUR-RANGE               PIC X(08) VALUE SPACES.
001090
001100*   THE WEEK
001110  77  SVR-END-DATE                PIC 9(08) VALUE 0.
001120  77  SVR-START-DATE              PIC 9(08) VALUE 0.
001130  77  SVR-WORK-DAYNO              PIC 9(07) COMP VALUE 0.
001140  77  SVR-START-DISPLAY           PIC X(10).
001150  77  SVR-END-DISPLAY             PIC X(10).
001160
001170*   PARM STRING AND ITS PARSED TOKENS
001180  01  SVR-PARM-TEXT               PIC X(80).
001190  01  SVR-PARM-TOKENS.
001200      05  SVR-PARM-TOK            PIC X(18) OCCURS 8 TIMES.
001210  77  SVR-PARM-IX                 PIC 9(02) COMP.
001220
001230*   CONDITION SWITCHES
001240  01  SVR-SWITCHES.
001250      05  SVR-SORT-EOF-SW         PIC X(01) VALUE "N".
001260          88  SVR-SORT-EOF                  VALUE "Y".
001270      05  SVR-RPT-OPEN-SW         PIC X(01) VALUE "N".
001280          88  SVR-RPT-OPEN                  VALUE "Y".
001282      05  SVR-SORT-ERR-SW         PIC X(01) VALUE "N".
001284          88  SVR-SORT-ERR                  VALUE "Y".
001286      05  SVR-IN-SORT-SW          PIC X(01) VALUE "N".
001288          88  SVR-IN-SORT                   VALUE "Y".
001290
001300*   FILE STATUS FIELDS
001310  01  SVR-FILE-STATUSES.
001320      05  SEQVIO-STATUS           PIC X(02) VALUE SPACES.
001330          88  SEQVIO-EOF                    VALUE "10".
001340      05  SVRRPT-STATUS           PIC X(02) VALUE SPACES.
001350      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
001360
001370*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
001380*   MACHINE DATE IT OVERRIDES
001390      COPY BDTREC.
001400  01  SVR-BUSDATE-FIELDS.
001410      05  SVR-MACHINE-DATE        PIC 9(08) VALUE 0.
001420      05  SVR-BACKDATE-SW         PIC X(01) VALUE "N".
001430          88  SVR-BACKDATED                 VALUE "Y".
001440
001450*   RUN DATE
001460  01  SVR-CURRENT-DATE-FIELDS.
001470      05  SVR-CD-DATE             PIC 9(08).
001480      05  SVR-CD-TIME             PIC 9(06).
001490      05  FILLER                  PIC X(07).
001500  77  SVR-RUN-DATE-DISPLAY        PIC X(10).
001510
001520*   PAGE CONTROL
001530  77  SVR-PAGE-CTR                PIC 9(04) COMP VALUE 0.
001540  77  SVR-LINE-CTR                PIC 9(02) COMP VALUE 99.
001550  77  SVR-LINES-PER-PAGE          PIC 9(02) COMP VALUE 56.
001560
001570*   REPORT LINE LAYOUTS
001580  01  SVR-HEADER-1.
001590      05  FILLER                  PIC X(09) VALUE "COUNTSVR".
001600      05  FILLER                  PIC X(20) VALUE SPACES.
001610      05  FILLER                  PIC X(40)
001620          VALUE "SEQUENCE SECURITY VIOLATIONS - WEEKLY".
001630      05  FILLER                  PIC X(48) VALUE SPACES.
001640      05  FILLER                  PIC X(05) VALUE "PAGE ".
001650      05  SVR-H1-PAGE             PIC Z(03)9.
001660      05  FILLER                  PIC X(06) VALUE SPACES.
001670  01  SVR-HEADER-2.
001680      05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001690      05  SVR-H2-RUN-DATE         PIC X(10).
001700      05  FILLER                  PIC X(09) VALUE "  WEEK:  ".
001710      05  SVR-H2-START            PIC X(10).
001720      05  FILLER                  PIC X(04) VALUE " TO ".
001730      05  SVR-H2-END              PIC X(10).
001740      05  FILLER                  PIC X(79) VALUE SPACES.
001750  01  SVR-COUNT-HEADS.
001760      05  FILLER                  PIC X(10) VALUE "USER".
001770      05  FILLER                  PIC X(10) VALUE "RANGE".
001780      05  FILLER                  PIC X(11) VALUE "  NO AUTH".
001790      05  FILLER                  PIC X(11) VALUE " OVER LMT".
001800      05  FILLER                  PIC X(11) VALUE "SELF APPR".
001810      05  FILLER                  PIC X(11) VALUE "    TOTAL".
001820      05  FILLER                  PIC X(12) VALUE "FIRST SEEN".
001830      05  FILLER                  PIC X(12) VALUE "LAST SEEN".
001840      05  FILLER                  PIC X(44) VALUE "  MAX ASK".
001850  01  SVR-COUNT-LINE.
001860      05  SVR-CL-TEXT             PIC X(20).
001870      05  SVR-CL-TEXT-R REDEFINES SVR-CL-TEXT.
001880          10  SVR-CL-USER         PIC X(08).
001890          10  FILLER              PIC X(02).
001900          10  SVR-CL-RANGE        PIC X(08).
001910          10  FILLER              PIC X(02).
001920      05  SVR-CL-NOTA             PIC Z(08)9.
001930      05  FILLER                  PIC X(02) VALUE SPACES.
001940      05  SVR-CL-OVMX             PIC Z(08)9.
001950      05  FILLER                  PIC X(02) VALUE SPACES.
001960      05  SVR-CL-SELF             PIC Z(08)9.
001970      05  FILLER                  PIC X(02) VALUE SPACES.
001980      05  SVR-CL-TOTAL            PIC Z(08)9.
001990      05  FILLER                  PIC X(02) VALUE SPACES.
002000      05  SVR-CL-FIRST            PIC X(10).
002010      05  FILLER                  PIC X(02) VALUE SPACES.
002020      05  SVR-CL-LAST             PIC X(10).
002030      05  FILLER                  PIC X(02) VALUE SPACES.
002040      05  SVR-CL-MAX-ASK          PIC Z(08)9.
002050      05  FILLER                  PIC X(35) VALUE SPACES.
002060  01  SVR-SECTION-LINE.
002070      05  SVR-SEC-TEXT            PIC X(44).
002080      05  SVR-SEC-VALUE           PIC Z(08)9.
002090      05  FILLER                  PIC X(79) VALUE SPACES.
002100  01  SVR-SAVE-LINE               PIC X(132).
002110
002120  PROCEDURE DIVISION.
002130
002140* ****************************************************************
002150* * 0000-MAINLINE - THE WEEK, THE SUMMARY, THE VERDICT
002160* ****************************************************************
002170  0000-MAINLINE.
002180      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002190      PERFORM 2000-SUMMARIZE-WEEK THRU 2000-EXIT.
002200      PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
002210      PERFORM 8000-TERMINATE THRU 8000-EXIT.
002220      GO TO 9999-EXIT.
002230  0000-EXIT.
002240      EXIT.
002250
002260* ****************************************************************
002270* * 1000-INITIALIZE - PARM, RUN DATE, THE WEEK, OPEN THE REPORT
002280* ****************************************************************
002290  1000-INITIALIZE.
002300      MOVE FUNCTION CURRENT-DATE TO SVR-CURRENT-DATE-FIELDS.
002310      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002320      STRING SVR-CD-DATE(1:4) "-" SVR-CD-DATE(5:2) "-"
002330          SVR-CD-DATE(7:2) DELIMITED BY SIZE
002340          INTO SVR-RUN-DATE-DISPLAY
002350      END-STRING.
002360      ACCEPT SVR-PARM-TEXT FROM COMMAND-LINE.
002370      PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
002380      PERFORM 1200-SET-WEEK THRU 1200-EXIT.
002390      OPEN OUTPUT SVRRPT-FILE.
002400      IF SVRRPT-STATUS NOT = "00"
002410          DISPLAY "COUNTSVR - UNABLE TO OPEN SVRRPT, STATUS "
002420              SVRRPT-STATUS
002430          MOVE 16 TO RETURN-CODE
002440          GO TO 9999-EXIT
002450      END-IF.
002460      MOVE "Y" TO SVR-RPT-OPEN-SW.
002470      PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT.
002480  1000-EXIT.
002490      EXIT.
002500
002510* ****************************************************************
002520* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
002530* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
002540* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
002550* * TODAY OR NOT A VALID DATE STOPS THE RUN.
002560* ****************************************************************
002570  1050-GET-BUSINESS-DATE.
002580      MOVE SVR-CD-DATE TO SVR-MACHINE-DATE.
002590      MOVE SPACES TO BUSDATE-RECORD.
002600      OPEN INPUT BUSDATE-FILE.
002610      IF BUSDATE-STATUS NOT = "00"
002620          GO TO 1050-EXIT
002630      END-IF.
002640      READ BUSDATE-FILE INTO BUSDATE-RECORD
002650          AT END
002660              MOVE SPACES TO BUSDATE-RECORD
002670      END-READ.
002680      CLOSE BUSDATE-FILE.
002690      IF BDT-BUSINESS-DATE-X = SPACES
002700          OR BDT-BUSINESS-DATE-X = ZEROS
002710          GO TO 1050-EXIT
002720      END-IF.
002730      IF BDT-BUSINESS-DATE-X NOT NUMERIC
002740          DISPLAY "COUNTSVR - BUSDATE DATE NOT NUMERIC: "
002750              BDT-BUSINESS-DATE-X
002760          MOVE 16 TO RETURN-CODE
002770          GO TO 9999-EXIT
002780      END-IF.
002790      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
002800          OR BDT-BUSINESS-DATE > SVR-MACHINE-DATE
002810          DISPLAY "COUNTSVR - BUSDATE NOT A VALID PAST DATE: "
002820              BDT-BUSINESS-DATE-X
002830          MOVE 16 TO RETURN-CODE
002840          GO TO 9999-EXIT
002850      END-IF.
002860      MOVE BDT-BUSINESS-DATE TO SVR-CD-DATE.
002870      IF SVR-CD-DATE < SVR-MACHINE-DATE
002880          MOVE "Y" TO SVR-BACKDATE-SW
002890          DISPLAY "COUNTSVR - BACKDATED RUN FOR BUSINESS DATE "
002900              BDT-BUSINESS-DATE-X
002910      END-IF.
002920  1050-EXIT.
002930      EXIT.
002940
002950  1100-PARSE-PARM.
002960      MOVE SPACES TO SVR-PARM-TOKENS.
002970      UNSTRING SVR-PARM-TEXT DELIMITED BY ALL SPACE OR ","
002980          INTO SVR-PARM-TOK(1) SVR-PARM-TOK(2) SVR-PARM-TOK(3)
002990               SVR-PARM-TOK(4) SVR-PARM-TOK(5) SVR-PARM-TOK(6)
003000               SVR-PARM-TOK(7) SVR-PARM-TOK(8)
003010      END-UNSTRING.
003020      PERFORM 1110-CHECK-TOKEN THRU 1110-EXIT
003030          VARYING SVR-PARM-IX FROM 1 BY 1
003040          UNTIL SVR-PARM-IX > 8.
003050  1100-EXIT.
003060      EXIT.
003070
003080  1110-CHECK-TOKEN.
003090      IF SVR-PARM-TOK(SVR-PARM-IX) = SPACES
003100          GO TO 1110-EXIT
003110      END-IF.
003120      IF SVR-PARM-TOK(SVR-PARM-IX)(1:8) IS NUMERIC
003130          AND SVR-PARM-TOK(SVR-PARM-IX)(9:) = SPACES
003140          MOVE SVR-PARM-TOK(SVR-PARM-IX)(1:8) TO SVR-END-DATE
003150      ELSE
003160          DISPLAY "COUNTSVR - PARM TOKEN IGNORED: "
003170              SVR-PARM-TOK(SVR-PARM-IX)
003180      END-IF.
003190  1110-EXIT.
003200      EXIT.
003210
003220* ****************************************************************
003230* * 1200-SET-WEEK - THE WEEK ENDS ON THE PARM DATE, OR ON THE
003240* * BUSINESS DATE, AND STARTS SIX DAYS BEFORE.  A WEEK ENDING
003250* * AFTER THE BUSINESS DATE IS REFUSED.
003260* ****************************************************************
003270  1200-SET-WEEK.
003280      IF SVR-END-DATE = 0
003290          MOVE SVR-CD-DATE TO SVR-END-DATE
003300      END-IF.
003310      IF FUNCTION TEST-DATE-YYYYMMDD(SVR-END-DATE) NOT = 0
003320          OR SVR-END-DATE > SVR-CD-DATE
003330          DISPLAY "COUNTSVR - WEEK-ENDING DATE NOT VALID: "
003340              SVR-END-DATE
003350          MOVE 16 TO RETURN-CODE
003360          GO TO 9999-EXIT
003370      END-IF.
003380      COMPUTE SVR-WORK-DAYNO =
003390          FUNCTION INTEGER-OF-DATE(SVR-END-DATE) - 6.
003400      COMPUTE SVR-START-DATE =
003410          FUNCTION DATE-OF-INTEGER(SVR-WORK-DAYNO).
003420      STRING SVR-START-DATE(1:4) "-" SVR-START-DATE(5:2) "-"
003430          SVR-START-DATE(7:2) DELIMITED BY SIZE
003440          INTO SVR-START-DISPLAY
003450      END-STRING.
003460      STRING SVR-END-DATE(1:4) "-" SVR-END-DATE(5:2) "-"
003470          SVR-END-DATE(7:2) DELIMITED BY SIZE
003480          INTO SVR-END-DISPLAY
003490      END-STRING.
003500  1200-EXIT.
003510      EXIT.
003520
003530* ****************************************************************
003540* * 2000-SUMMARIZE-WEEK - SORT THE WEEK'S VIOLATIONS INTO USER
003550* * AND RANGE ORDER AND PRINT A LINE PER USER AND RANGE
003560* ****************************************************************
003570  2000-SUMMARIZE-WEEK.
003580      PERFORM 2510-CLEAR-LEVEL THRU 2510-EXIT
003590          VARYING SVR-LVL FROM 1 BY 1
003600          UNTIL SVR-LVL > 3.
003610      MOVE SPACES TO SVR-SECTION-LINE.
003620      MOVE "VIOLATIONS BY USER AND RANGE" TO SVR-SEC-TEXT.
003630      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
003640      MOVE SVR-COUNT-HEADS TO SVRRPT-LINE.
003650      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
003655      MOVE "Y" TO SVR-IN-SORT-SW.
003660      SORT SORT-FILE
003670          ON ASCENDING KEY SRT-USER SRT-RANGE-NAME
003680                           SRT-DATE SRT-TIME
003690          INPUT PROCEDURE IS 2100-RELEASE-WEEK
003700              THRU 2100-EXIT
003710          OUTPUT PROCEDURE IS 2200-REPORT-WEEK
003720              THRU 2200-EXIT.
003721      MOVE "N" TO SVR-IN-SORT-SW.
003722      IF SVR-SORT-ERR
003723          MOVE 16 TO RETURN-CODE
003724          PERFORM 8000-TERMINATE THRU 8000-EXIT
003725          GO TO 9999-EXIT
003726      END-IF.
003730      IF SVR-RETURNED-COUNT = 0
003740          MOVE "  NO SECURITY VIOLATIONS IN THE WEEK"
003750              TO SVRRPT-LINE
003760          PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT
003770          GO TO 2000-EXIT
003780      END-IF.
003790      MOVE 3 TO SVR-LVL.
003800      MOVE SPACES TO SVR-COUNT-LINE.
003810      MOVE "TOTAL FOR THE WEEK" TO SVR-CL-TEXT.
003820      PERFORM 2500-WRITE-COUNTS THRU 2500-EXIT.
003830  2000-EXIT.
003840      EXIT.
003850
003860* ****************************************************************
003870* * 2100-RELEASE-WEEK - EVERY LOGGED VIOLATION DATED IN THE WEEK.
003880* * NO SEQVIO YET MEANS NOTHING HAS EVER BEEN REFUSED.
003890* ****************************************************************
003900  2100-RELEASE-WEEK.
003910      OPEN INPUT SEQVIO-FILE.
003920      IF SEQVIO-STATUS = "35"
003930          DISPLAY "COUNTSVR - NO SEQVIO LOG, NO VIOLATIONS"
003940          GO TO 2100-EXIT
003950      END-IF.
003960      IF SEQVIO-STATUS NOT = "00"
003970          DISPLAY "COUNTSVR - UNABLE TO OPEN SEQVIO, STATUS "
003980              SEQVIO-STATUS
003990          MOVE "Y" TO SVR-SORT-ERR-SW
004000          GO TO 2100-EXIT
004020      END-IF.
004030      PERFORM 2110-READ-SEQVIO THRU 2110-EXIT.
004040      PERFORM 2120-RELEASE-ONE THRU 2120-EXIT
004050          UNTIL SEQVIO-EOF.
004060      CLOSE SEQVIO-FILE.
004070  2100-EXIT.
004080      EXIT.
004090
004100  2110-READ-SEQVIO.
004110      READ SEQVIO-FILE
004120          AT END
004130              CONTINUE
004140      END-READ.
004150  2110-EXIT.
004160      EXIT.
004170
004180  2120-RELEASE-ONE.
004190      ADD 1 TO SVR-LOG-COUNT.
004200      IF SVL-RUN-DATE < SVR-START-DISPLAY
004210          OR SVL-RUN-DATE > SVR-END-DISPLAY
004220          GO TO 2120-NEXT
004230      END-IF.
004240      MOVE SVL-USER TO SRT-USER.
004250      MOVE SVL-RANGE-NAME TO SRT-RANGE-NAME.
004260      MOVE SVL-RUN-DATE TO SRT-DATE.
004270      MOVE SVL-RUN-TIME TO SRT-TIME.
004280      MOVE SVL-REASON TO SRT-REASON.
004290      IF SVL-BLOCK-COUNT IS NUMERIC
004300          MOVE SVL-BLOCK-COUNT TO SRT-BLOCK-COUNT
004310      ELSE
004320          MOVE 0 TO SRT-BLOCK-COUNT
004330      END-IF.
004340      RELEASE SORT-RECORD.
004350      ADD 1 TO SVR-WEEK-COUNT.
004360  2120-NEXT.
004370      PERFORM 2110-READ-SEQVIO THRU 2110-EXIT.
004380  2120-EXIT.
004390      EXIT.
004400
004410  2200-REPORT-WEEK.
004412      IF SVR-SORT-ERR
004414          GO TO 2200-EXIT
004416      END-IF.
004420      PERFORM 2210-RETURN-WEEK THRU 2210-EXIT.
004430      PERFORM 2300-COUNT-ONE-VIOLATION THRU 2300-EXIT
004440          UNTIL SVR-SORT-EOF.
004442      IF SVR-SORT-ERR
004444          GO TO 2200-EXIT
004446      END-IF.
004450      IF SVR-RETURNED-COUNT NOT = 0
004460          PERFORM 2350-END-RANGE THRU 2350-EXIT
004470          PERFORM 2400-END-USER THRU 2400-EXIT
004480      END-IF.
004490  2200-EXIT.
004500      EXIT.
004510
004520  2210-RETURN-WEEK.
004522      IF SVR-SORT-ERR
004524          MOVE "Y" TO SVR-SORT-EOF-SW
004526          GO TO 2210-EXIT
004528      END-IF.
004530      RETURN SORT-FILE
004540          AT END
004550              MOVE "Y" TO SVR-SORT-EOF-SW
004560      END-RETURN.
004570  2210-EXIT.
004580      EXIT.
004590
004600* ****************************************************************
004610* * 2300-COUNT-ONE-VIOLATION - A CHANGE OF USER CLOSES THE RANGE
004620* * AND THE USER BEFORE IT; A CHANGE OF RANGE WITHIN THE USER
004630* * CLOSES THE RANGE
004640* ****************************************************************
004650  2300-COUNT-ONE-VIOLATION.
004660      IF SVR-RETURNED-COUNT NOT = 0
004670          IF SRT-USER NOT = SVR-CUR-USER
004680              PERFORM 2350-END-RANGE THRU 2350-EXIT
004690              PERFORM 2400-END-USER THRU 2400-EXIT
004700          ELSE
004710              IF SRT-RANGE-NAME NOT = SVR-CUR-RANGE
004720                  PERFORM 2350-END-RANGE THRU 2350-EXIT
004730              END-IF
004740          END-IF
004750      END-IF.
004760      ADD 1 TO SVR-RETURNED-COUNT.
004770      MOVE SRT-USER TO SVR-CUR-USER.
004780      MOVE SRT-RANGE-NAME TO SVR-CUR-RANGE.
004790      PERFORM 2310-ADD-TO-LEVEL THRU 2310-EXIT
004800          VARYING SVR-LVL FROM 1 BY 1
004810          UNTIL SVR-LVL > 3.
004820      PERFORM 2210-RETURN-WEEK THRU 2210-EXIT.
004830  2300-EXIT.
004840      EXIT.
004850
004860  2310-ADD-TO-LEVEL.
004870      ADD 1 TO SVR-ACC-TOTAL(SVR-LVL).
004880      EVALUATE SRT-REASON
004890          WHEN "NOTA"
004900              ADD 1 TO SVR-ACC-NOTA(SVR-LVL)
004910          WHEN "OVMX"
004920              ADD 1 TO SVR-ACC-OVMX(SVR-LVL)
004930          WHEN "SELF"
004940              ADD 1 TO SVR-ACC-SELF(SVR-LVL)
004950      END-EVALUATE.
004960      IF SVR-ACC-FIRST(SVR-LVL) = SPACES
004970          OR SRT-DATE < SVR-ACC-FIRST(SVR-LVL)
004980          MOVE SRT-DATE TO SVR-ACC-FIRST(SVR-LVL)
004990      END-IF.
005000      IF SRT-DATE > SVR-ACC-LAST(SVR-LVL)
005010          MOVE SRT-DATE TO SVR-ACC-LAST(SVR-LVL)
005020      END-IF.
005030      IF SRT-BLOCK-COUNT > SVR-ACC-MAX-ASK(SVR-LVL)
005040          MOVE SRT-BLOCK-COUNT TO SVR-ACC-MAX-ASK(SVR-LVL)
005050      END-IF.
005060  2310-EXIT.
005070      EXIT.
005080
005090*     ONE LINE PER USER AND RANGE; THE USER IS NAMED ON ITS FIRST
005100  2350-END-RANGE.
005110      MOVE 1 TO SVR-LVL.
005120      MOVE SPACES TO SVR-COUNT-LINE.
005130      IF SVR-ACC-TOTAL(2) = SVR-ACC-TOTAL(1)
005140          MOVE SVR-CUR-USER TO SVR-CL-USER
005150      END-IF.
005160      MOVE SVR-CUR-RANGE TO SVR-CL-RANGE.
005170      PERFORM 2500-WRITE-COUNTS THRU 2500-EXIT.
005180      ADD 1 TO SVR-PAIR-COUNT.
005190  2350-EXIT.
005200      EXIT.
005210
005220  2400-END-USER.
005230      MOVE 2 TO SVR-LVL.
005240      MOVE SPACES TO SVR-COUNT-LINE.
005250      STRING "  TOTAL " SVR-CUR-USER DELIMITED BY SIZE
005260          INTO SVR-CL-TEXT
005270      END-STRING.
005280      PERFORM 2500-WRITE-COUNTS THRU 2500-EXIT.
005290      MOVE SPACES TO SVRRPT-LINE.
005300      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
005310      ADD 1 TO SVR-USER-COUNT.
005320  2400-EXIT.
005330      EXIT.
005340
005350*     PRINT LEVEL SVR-LVL'S TOTALS ON THE COUNT LINE ALREADY
005360*     LABELLED, THEN CLEAR THEM FOR THE NEXT GROUP
005370  2500-WRITE-COUNTS.
005380      MOVE SVR-ACC-NOTA(SVR-LVL) TO SVR-CL-NOTA.
005390      MOVE SVR-ACC-OVMX(SVR-LVL) TO SVR-CL-OVMX.
005400      MOVE SVR-ACC-SELF(SVR-LVL) TO SVR-CL-SELF.
005410      MOVE SVR-ACC-TOTAL(SVR-LVL) TO SVR-CL-TOTAL.
005420      MOVE SVR-ACC-FIRST(SVR-LVL) TO SVR-CL-FIRST.
005430      MOVE SVR-ACC-LAST(SVR-LVL) TO SVR-CL-LAST.
005440      MOVE SVR-ACC-MAX-ASK(SVR-LVL) TO SVR-CL-MAX-ASK.
005450      MOVE SVR-COUNT-LINE TO SVRRPT-LINE.
005460      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
005470      PERFORM 2510-CLEAR-LEVEL THRU 2510-EXIT.
005480  2500-EXIT.
005490      EXIT.
005500
005510  2510-CLEAR-LEVEL.
005520      MOVE 0 TO SVR-ACC-NOTA(SVR-LVL) SVR-ACC-OVMX(SVR-LVL)
005530                SVR-ACC-SELF(SVR-LVL) SVR-ACC-TOTAL(SVR-LVL)
005540                SVR-ACC-MAX-ASK(SVR-LVL).
005550      MOVE SPACES TO SVR-ACC-FIRST(SVR-LVL) SVR-ACC-LAST(SVR-LVL).
005560  2510-EXIT.
005570      EXIT.
005580
005590* ****************************************************************
005600* * 4500-PAGE-HEADERS - TITLE, RUN DATE AND THE WEEK
005610* ****************************************************************
005620  4500-PAGE-HEADERS.
005630      ADD 1 TO SVR-PAGE-CTR.
005640      MOVE SVR-PAGE-CTR TO SVR-H1-PAGE.
005650      MOVE SVR-HEADER-1 TO SVRRPT-LINE.
005660      IF SVR-PAGE-CTR = 1
005670          WRITE SVRRPT-LINE
005680      ELSE
005690          WRITE SVRRPT-LINE AFTER ADVANCING PAGE
005700      END-IF.
005710      PERFORM 4650-CHECK-SVRRPT THRU 4650-EXIT.
005720      MOVE SVR-RUN-DATE-DISPLAY TO SVR-H2-RUN-DATE.
005730      MOVE SVR-START-DISPLAY TO SVR-H2-START.
005740      MOVE SVR-END-DISPLAY TO SVR-H2-END.
005750      MOVE SVR-HEADER-2 TO SVRRPT-LINE.
005760      WRITE SVRRPT-LINE AFTER ADVANCING 1 LINE.
005770      PERFORM 4650-CHECK-SVRRPT THRU 4650-EXIT.
005780      MOVE SPACES TO SVRRPT-LINE.
005790      WRITE SVRRPT-LINE AFTER ADVANCING 1 LINE.
005800      PERFORM 4650-CHECK-SVRRPT THRU 4650-EXIT.
005810      MOVE 3 TO SVR-LINE-CTR.
005820  4500-EXIT.
005830      EXIT.
005840
005850  4600-WRITE-REPORT-LINE.
005852      IF SVR-SORT-ERR
005854          GO TO 4600-EXIT
005856      END-IF.
005860      IF SVR-LINE-CTR >= SVR-LINES-PER-PAGE
005870          MOVE SVRRPT-LINE TO SVR-SAVE-LINE
005880          PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT
005890          MOVE SVR-SAVE-LINE TO SVRRPT-LINE
005900      END-IF.
005910      WRITE SVRRPT-LINE AFTER ADVANCING 1 LINE.
005920      PERFORM 4650-CHECK-SVRRPT THRU 4650-EXIT.
005930      ADD 1 TO SVR-LINE-CTR.
005940  4600-EXIT.
005950      EXIT.
005960
005970  4650-CHECK-SVRRPT.
005980      IF SVRRPT-STATUS NOT = "00"
005985          AND NOT SVR-SORT-ERR
005990          DISPLAY "COUNTSVR - UNABLE TO WRITE SVRRPT, STATUS "
006000              SVRRPT-STATUS
006010          MOVE "N" TO SVR-RPT-OPEN-SW
006012          IF SVR-IN-SORT
006014              MOVE "Y" TO SVR-SORT-ERR-SW
006016              GO TO 4650-EXIT
006018          END-IF
006020          MOVE 16 TO RETURN-CODE
006030          PERFORM 8000-TERMINATE THRU 8000-EXIT
006040          GO TO 9999-EXIT
006050      END-IF.
006060  4650-EXIT.
006070      EXIT.
006080
006090  4700-WRITE-SECTION.
006100      MOVE SPACES TO SVRRPT-LINE.
006110      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
006120      MOVE SVR-SECTION-LINE TO SVRRPT-LINE.
006130      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
006140  4700-EXIT.
006150      EXIT.
006160
006170* ****************************************************************
006180* * 6000-WRITE-SUMMARY - COUNTS AND THE VERDICT
006190* ****************************************************************
006200  6000-WRITE-SUMMARY.
006210      MOVE SPACES TO SVR-SECTION-LINE.
006220      MOVE "SUMMARY" TO SVR-SEC-TEXT.
006230      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
006240      MOVE "  SEQVIO RECORDS READ" TO SVR-SEC-TEXT.
006250      MOVE SVR-LOG-COUNT TO SVR-SEC-VALUE.
006260      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
006270      MOVE "  VIOLATIONS IN THE WEEK" TO SVR-SEC-TEXT.
006280      MOVE SVR-WEEK-COUNT TO SVR-SEC-VALUE.
006290      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
006300      MOVE "  USERS WITH VIOLATIONS" TO SVR-SEC-TEXT.
006310      MOVE SVR-USER-COUNT TO SVR-SEC-VALUE.
006320      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
006330      MOVE "  USER AND RANGE PAIRS" TO SVR-SEC-TEXT.
006340      MOVE SVR-PAIR-COUNT TO SVR-SEC-VALUE.
006350      PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
006360      MOVE SPACES TO SVR-SECTION-LINE.
006370      IF SVR-WEEK-COUNT = 0
006380          MOVE "NO SECURITY VIOLATIONS IN THE WEEK"
006390              TO SVR-SEC-TEXT
006400      ELSE
006410          MOVE "VIOLATIONS FOR SECURITY OFFICER REVIEW"
006420              TO SVR-SEC-TEXT
006430          MOVE 4 TO RETURN-CODE
006440      END-IF.
006450      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
006460  6000-EXIT.
006470      EXIT.
006480
006490  6100-WRITE-COUNT.
006500      MOVE SVR-SECTION-LINE TO SVRRPT-LINE.
006510      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
006520      MOVE SPACES TO SVR-SECTION-LINE.
006530  6100-EXIT.
006540      EXIT.
006550
006560* ****************************************************************
006570* * 8000-TERMINATE - CLOSE THE REPORT, DISPLAY COUNTS
006580* ****************************************************************
006590  8000-TERMINATE.
006600      IF SVR-RPT-OPEN
006610          CLOSE SVRRPT-FILE
006620          MOVE "N" TO SVR-RPT-OPEN-SW
006630      END-IF.
006640      MOVE SVR-WEEK-COUNT TO SVR-COUNT-DISPLAY.
006650      DISPLAY "COUNTSVR - VIOLATIONS IN THE WEEK = "
006660          SVR-COUNT-DISPLAY.
006670      MOVE SVR-USER-COUNT TO SVR-COUNT-DISPLAY.
006680      DISPLAY "COUNTSVR - USERS WITH VIOLATIONS  = "
006690          SVR-COUNT-DISPLAY.
006700  8000-EXIT.
006710      EXIT.
006720
006730* ****************************************************************
006740* * 9999-EXIT - SINGLE PROGRAM EXIT POINT
006750* ****************************************************************
006760  9999-EXIT.
006770      STOP RUN.
