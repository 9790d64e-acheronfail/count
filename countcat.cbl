000100* ---------------------------------------------------------------
000110  IDENTIFICATION DIVISION.
000120  PROGRAM-ID. COUNTCAT.
000130  AUTHOR. J SANDERS.
000140  INSTALLATION. DATA CENTER SERVICES.
000150  DATE-WRITTEN. 10/15/2026.
000160  DATE-COMPILED.
000170* ---------------------------------------------------------------
000180*  COUNTCAT - FILE-ID CATALOG MAINTENANCE AND DRVIN PRE-EDIT.
000190*  THE CATMST CATALOG IS THE ONE PLACE THE STANDING ATTRIBUTES
000200*  OF A FILE-ID ARE KEPT (TARGET, DSNAME, AMOUNT POSITION AND
000210*  LENGTH, TOLERANCE, PRIORITY, PREREQUISITE, ALLOWED SECONDS,
000220*  OWNING APPLICATION, CONTACT, ACTIVE FLAG).
000230*
000240*  RUN MODES (PARM):
000250*    (NONE)   APPLY CATTRN MAINTENANCE TRANSACTIONS TO CATMST.
000260*             EVERY APPLIED CHANGE IS LOGGED ON CATAUD WITH THE
000270*             BEFORE IMAGE, THE AFTER IMAGE AND THE REQUESTING
000280*             USER; EVERY TRANSACTION IS LISTED ON CATRPT.
000290*    EDIT     PROVE TONIGHT'S DRVIN AGAINST THE CATALOG AHEAD OF
000300*             THE COUNT MULTI STEP.  THE RUN IS REJECTED FOR AN
000310*             UNKNOWN OR INACTIVE FILE-ID, A DSNAME OR AMOUNT
000320*             POSITION/LENGTH THAT DIFFERS FROM THE CATALOG, A
000330*             PREREQUISITE NOT ITSELF ON THE CATALOG, OR A
000340*             DEPENDENCY LOOP AMONG THE DRVIN PREREQUISITES.
000350*
000360*  CATTRN ACTION CODES (TRN-ACTION):
000370*    ADD   ADD A NEW FILE-ID (TARGET REQUIRED, ACTIVE UNLESS
000380*          THE ACTIVE FLAG IS KEYED "N")
000390*    CHG   CHANGE AN EXISTING FILE-ID - A FIELD LEFT BLANK ON
000400*          THE TRANSACTION IS NOT CHANGED; AN "*" IN THE FIRST
000410*          BYTE OF AN OPTIONAL FIELD (DSNAME, AMOUNT POSITION
000412*          OR LENGTH, TOLERANCE, PREREQUISITE, ALLOWED SECONDS,
000414*          OWNER, CONTACT) CLEARS IT; THE ACTIVE FLAG "Y"
000416*          REACTIVATES A DEACTIVATED FILE-ID
000420*    DEL   DELETE THE FILE-ID FROM THE CATALOG
000430*    DEAC  DEACTIVATE THE FILE-ID (IT STAYS ON THE CATALOG BUT
000440*          FAILS THE DRVIN PRE-EDIT)
000450*
000460*  RETURN CODES: 0 CLEAN, 8 ANY TRANSACTION REJECTED,
000470*  12 DRVIN REJECTED BY THE PRE-EDIT, 16 FILE FAILURE.
000480* ---------------------------------------------------------------
000490*  MODIFICATION HISTORY
000500* ---------------------------------------------------------------
000510*   DATE      INIT  DESCRIPTION
000520*   --------  ----  --------------------------------------------
000530*   10/15/26  JRS   ORIGINAL PROGRAM - FILE-ID CATALOG
000540*                   MAINTENANCE WITH BEFORE/AFTER AUDIT AND THE
000550*                   DRVIN PRE-EDIT.
000552*   10/15/26  JRS   PROCESS UNDER THE BUSDATE BUSINESS DATE WHEN
000554*                   OPERATIONS SETS ONE, OTHERWISE THE MACHINE
000556*                   DATE.
000558*   10/15/26  JRS   BACKDATED RUN MARKED ON THE REPORT HEADER.
000559*   10/15/26  JRS   "*" CLEARS A FIELD; A BLANK AMOUNT EDITS AS 0.
000560* ---------------------------------------------------------------
000570
000580  ENVIRONMENT DIVISION.
000590  INPUT-OUTPUT SECTION.
000600  FILE-CONTROL.
000610      SELECT CATMST-FILE ASSIGN TO CATMST
000620          ORGANIZATION IS INDEXED
000630          ACCESS MODE IS RANDOM
000640          RECORD KEY IS CAT-FILE-ID
000650          FILE STATUS IS CATMST-STATUS.
000660      SELECT CATTRN-FILE ASSIGN TO CATTRN
000670          ORGANIZATION IS SEQUENTIAL
000680          FILE STATUS IS CATTRN-STATUS.
000690      SELECT CATAUD-FILE ASSIGN TO CATAUD
000700          ORGANIZATION IS SEQUENTIAL
000710          FILE STATUS IS CATAUD-STATUS.
000720      SELECT DRVIN-FILE ASSIGN TO DRVIN
000730          ORGANIZATION IS SEQUENTIAL
000740          FILE STATUS IS DRVIN-STATUS.
000750      SELECT CATRPT-FILE ASSIGN TO CATRPT
000760          ORGANIZATION IS SEQUENTIAL
000770          FILE STATUS IS CATRPT-STATUS.
000772      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000774          ORGANIZATION IS SEQUENTIAL
000776          FILE STATUS IS BUSDATE-STATUS.
000780
000790  DATA DIVISION.
000800  FILE SECTION.
000810*   CATMST - KEYED FILE-ID CATALOG, ONE RECORD PER FILE-ID
000820  FD  CATMST-FILE
000830      LABEL RECORDS ARE STANDARD.
000840      COPY CATREC.
000850
000860*   CATTRN - CATALOG MAINTENANCE TRANSACTIONS.  THE ATTRIBUTE
000870*   FIELDS FOLLOW THE CATREC ORDER; ON A CHG A BLANK FIELD IS
000880*   LEFT AS IT STANDS ON THE CATALOG.  AN "*" IN THE FIRST BYTE
000882*   OF DSNAME, AMOUNT POSITION, AMOUNT LENGTH, TOLERANCE,
000884*   PREREQUISITE, ALLOWED SECONDS, OWNER OR CONTACT CLEARS THAT
000886*   FIELD ON THE CATALOG (SPACES, OR ZERO FOR A NUMBER).
000890  FD  CATTRN-FILE
000900      RECORDING MODE IS F
000910      LABEL RECORDS ARE STANDARD.
000920  01  CATTRN-RECORD.
000930      05  TRN-ACTION              PIC X(04).
000940      05  TRN-USER                PIC X(08).
000950      05  TRN-FILE-ID             PIC X(08).
000960      05  TRN-TARGET              PIC 9(18).
000970      05  TRN-TARGET-X REDEFINES
000980          TRN-TARGET              PIC X(18).
000990      05  TRN-DSNAME              PIC X(44).
001000      05  TRN-AMT-POS             PIC 9(03).
001010      05  TRN-AMT-POS-X REDEFINES
001020          TRN-AMT-POS             PIC X(03).
001030      05  TRN-AMT-LEN             PIC 9(02).
001040      05  TRN-AMT-LEN-X REDEFINES
001050          TRN-AMT-LEN             PIC X(02).
001060      05  TRN-TOL-PCT             PIC 9(03).
001070      05  TRN-TOL-PCT-X REDEFINES
001080          TRN-TOL-PCT             PIC X(03).
001090      05  TRN-PRIORITY            PIC 9(01).
001100      05  TRN-PRIORITY-X REDEFINES
001110          TRN-PRIORITY            PIC X(01).
001120      05  TRN-PREREQ-ID           PIC X(08).
001130      05  TRN-SLA-SECONDS         PIC 9(09).
001140      05  TRN-SLA-SECONDS-X REDEFINES
001150          TRN-SLA-SECONDS         PIC X(09).
001160      05  TRN-OWNER-APPL          PIC X(08).
001170      05  TRN-CONTACT             PIC X(24).
001180      05  TRN-ACTIVE-SW           PIC X(01).
001190      05  FILLER                  PIC X(19).
001200
001210*   CATAUD - CATALOG AUDIT LOG, ONE RECORD PER APPLIED CHANGE
001220*   WITH THE CATMST IMAGE BEFORE AND AFTER (SPACES FOR THE
001230*   BEFORE IMAGE OF AN ADD AND THE AFTER IMAGE OF A DEL)
001240  FD  CATAUD-FILE
001250      RECORDING MODE IS F
001260      LABEL RECORDS ARE STANDARD.
001270  01  CATAUD-RECORD.
001280      05  AUD-RUN-DATE            PIC X(10).
001290      05  FILLER                  PIC X(01).
001300      05  AUD-RUN-TIME            PIC X(08).
001310      05  FILLER                  PIC X(01).
001320      05  AUD-USER                PIC X(08).
001330      05  FILLER                  PIC X(01).
001340      05  AUD-ACTION              PIC X(04).
001350      05  FILLER                  PIC X(01).
001360      05  AUD-FILE-ID             PIC X(08).
001370      05  FILLER                  PIC X(01).
001380      05  AUD-BEFORE-IMAGE        PIC X(160).
001390      05  FILLER                  PIC X(01).
001400      05  AUD-AFTER-IMAGE         PIC X(160).
001410      05  FILLER                  PIC X(16).
001420
001430*   DRVIN - TONIGHT'S DRIVING FILE, EDIT MODE ONLY
001440  FD  DRVIN-FILE
001450      RECORDING MODE IS F
001460      LABEL RECORDS ARE STANDARD.
001470      COPY DRVREC.
001480
001490*   CATRPT - TRANSACTION REGISTER OR PRE-EDIT EXCEPTION REPORT
001500  FD  CATRPT-FILE
001510      RECORDING MODE IS F
001520      LABEL RECORDS ARE STANDARD.
001530  01  CATRPT-LINE                 PIC X(132).
001531
001532*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
001533  FD  BUSDATE-FILE
001534      RECORDING MODE IS F
001535      LABEL RECORDS ARE STANDARD.
001536  01  BUSDATE-LINE                PIC X(80).
001540
001550  WORKING-STORAGE SECTION.
001560
001570*   TRANSACTION, ENTRY AND ERROR COUNTERS
001580  77  CTG-TRN-COUNT               PIC 9(09) COMP VALUE 0.
001590  77  CTG-ADD-COUNT               PIC 9(09) COMP VALUE 0.
001600  77  CTG-CHG-COUNT               PIC 9(09) COMP VALUE 0.
001610  77  CTG-DEL-COUNT               PIC 9(09) COMP VALUE 0.
001620  77  CTG-DEAC-COUNT              PIC 9(09) COMP VALUE 0.
001630  77  CTG-REJ-COUNT               PIC 9(09) COMP VALUE 0.
001640  77  CTG-DRV-COUNT               PIC 9(09) COMP VALUE 0.
001650  77  CTG-EDIT-ERR-COUNT          PIC 9(09) COMP VALUE 0.
001660  77  CTG-COUNT-DISPLAY           PIC Z(08)9.
001670
001680*   DRVIN DEPENDENCY TABLE FOR THE LOOP CHECK - SAME CEILING
001690*   AS THE COUNT MULTI MODE SCHEDULING TABLE
001700  77  CTG-EDT-MAX                 PIC 9(04) COMP VALUE 2000.
001710  01  CTG-EDT-TABLE.
001720      05  CTG-EDT OCCURS 2000 TIMES.
001730          10  CTG-EDT-ID          PIC X(08).
001740          10  CTG-EDT-PREREQ      PIC X(08).
001750          10  CTG-EDT-RECNO       PIC 9(09) COMP.
001760  77  CTG-EDT-CNT                 PIC 9(04) COMP VALUE 0.
001770  77  CTG-EDT-IX                  PIC 9(04) COMP.
001780  77  CTG-EDT-JX                  PIC 9(04) COMP.
001790  77  CTG-EDT-FOUND-IX            PIC 9(04) COMP.
001800  77  CTG-WALK-ID                 PIC X(08) VALUE SPACES.
001810  77  CTG-WALK-STEPS              PIC 9(04) COMP VALUE 0.
001820
001830*   IMAGES AND WORK FIELDS FOR THE AUDIT LOG
001840  77  CTG-BEFORE-IMAGE            PIC X(160) VALUE SPACES.
001850  77  CTG-REJECT-TEXT             PIC X(44) VALUE SPACES.
001860  77  CTG-FIELD-SUM               PIC 9(04) COMP VALUE 0.
001861*   FIRST BYTE OF A CATTRN FIELD THAT CLEARS IT ON THE CATALOG
001862  77  CTG-CLEAR-MARK              PIC X(01) VALUE "*".
001863*   DRVIN AND CATALOG AMOUNT FIELD, BLANK TAKEN AS ZERO, FOR THE
001864*   PRE-EDIT COMPARE
001865  77  CTG-DRV-AMT-POS             PIC 9(03) VALUE 0.
001866  77  CTG-DRV-AMT-LEN             PIC 9(02) VALUE 0.
001867  77  CTG-CAT-AMT-POS             PIC 9(03) VALUE 0.
001868  77  CTG-CAT-AMT-LEN             PIC 9(02) VALUE 0.
001870
001880*   PARM STRING AND ITS PARSED TOKENS
001890  01  CTG-PARM-TEXT               PIC X(80).
001900  01  CTG-PARM-TOKENS.
001910      05  CTG-PARM-TOK            PIC X(18) OCCURS 8 TIMES.
001920  77  CTG-PARM-IX                 PIC 9(02) COMP.
001930
001940*   MODE AND CONDITION SWITCHES
001950  01  CTG-SWITCHES.
001960      05  CTG-EDIT-SW             PIC X(01) VALUE "N".
001970          88  CTG-EDIT-MODE                 VALUE "Y".
001980      05  CTG-WALK-DONE-SW        PIC X(01) VALUE "N".
001990          88  CTG-WALK-DONE                 VALUE "Y".
002000      05  CTG-LOOP-SW             PIC X(01) VALUE "N".
002010          88  CTG-LOOP-FOUND                VALUE "Y".
002020
002030*   FILE STATUS FIELDS
002040  01  CTG-FILE-STATUSES.
002050      05  CATMST-STATUS           PIC X(02) VALUE SPACES.
002060      05  CATTRN-STATUS           PIC X(02) VALUE SPACES.
002070          88  CATTRN-EOF                    VALUE "10".
002080      05  CATAUD-STATUS           PIC X(02) VALUE SPACES.
002090      05  DRVIN-STATUS            PIC X(02) VALUE SPACES.
002100          88  DRVIN-EOF                     VALUE "10".
002110      05  CATRPT-STATUS           PIC X(02) VALUE SPACES.
002115      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
002120
002121*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
002122*   MACHINE DATE IT OVERRIDES
002123      COPY BDTREC.
002124  01  CTG-BUSDATE-FIELDS.
002125      05  CTG-MACHINE-DATE        PIC 9(08) VALUE 0.
002126      05  CTG-BACKDATE-SW         PIC X(01) VALUE "N".
002127          88  CTG-BACKDATED                 VALUE "Y".
002128
002130*   RUN DATE AND TIME FOR THE AUDIT LOG AND THE REPORT
002140  01  CTG-CURRENT-DATE-FIELDS.
002150      05  CTG-CD-DATE             PIC 9(08).
002160      05  CTG-CD-TIME             PIC 9(06).
002170      05  FILLER                  PIC X(07).
002180  77  CTG-RUN-DATE-DISPLAY        PIC X(10).
002190  77  CTG-RUN-TIME-DISPLAY        PIC X(08).
002200
002210*   PAGE CONTROL
002220  77  CTG-PAGE-CTR                PIC 9(04) COMP VALUE 0.
002230  77  CTG-LINE-CTR                PIC 9(02) COMP VALUE 99.
002240  77  CTG-LINES-PER-PAGE          PIC 9(02) COMP VALUE 56.
002250
002260*   REPORT LINE LAYOUTS
002270  01  CTG-HEADER-1.
002280      05  FILLER                  PIC X(09) VALUE "COUNTCAT".
002290      05  FILLER                  PIC X(20) VALUE SPACES.
002300      05  CTG-H1-TITLE            PIC X(40).
002310      05  FILLER                  PIC X(48) VALUE SPACES.
002320      05  FILLER                  PIC X(05) VALUE "PAGE ".
002330      05  CTG-H1-PAGE             PIC Z(03)9.
002340      05  FILLER                  PIC X(06) VALUE SPACES.
002350  01  CTG-HEADER-2.
002360      05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002370      05  CTG-H2-RUN-DATE         PIC X(10).
002380      05  CTG-H2-BACKDATE         PIC X(15) VALUE SPACES.
002385      05  FILLER                  PIC X(97) VALUE SPACES.
002390  01  CTG-COL-HEADS.
002400      05  CTG-COL-REF             PIC X(10).
002410      05  FILLER                  PIC X(10) VALUE "FILE-ID".
002420      05  FILLER                  PIC X(10) VALUE "USER".
002430      05  FILLER                  PIC X(46) VALUE "DISPOSITION".
002440      05  FILLER                  PIC X(56) VALUE "DETAIL".
002450  01  CTG-DETAIL-LINE.
002460      05  CTG-DTL-REF             PIC X(08).
002470      05  FILLER                  PIC X(02) VALUE SPACES.
002480      05  CTG-DTL-FILE-ID         PIC X(08).
002490      05  FILLER                  PIC X(02) VALUE SPACES.
002500      05  CTG-DTL-USER            PIC X(08).
002510      05  FILLER                  PIC X(02) VALUE SPACES.
002520      05  CTG-DTL-TEXT            PIC X(44).
002530      05  FILLER                  PIC X(02) VALUE SPACES.
002540      05  CTG-DTL-DETAIL          PIC X(44).
002550      05  FILLER                  PIC X(12) VALUE SPACES.
002560  01  CTG-DTL-RECNO               PIC Z(07)9.
002570  01  CTG-SECTION-LINE.
002580      05  CTG-SEC-TEXT            PIC X(44).
002590      05  CTG-SEC-VALUE           PIC Z(08)9.
002600      05  CTG-SEC-VALUE-X REDEFINES
002610          CTG-SEC-VALUE           PIC X(09).
002620      05  FILLER                  PIC X(79) VALUE SPACES.
002630  01  CTG-SAVE-LINE               PIC X(132).
002640
002650  PROCEDURE DIVISION.
002660
002670* ****************************************************************
002680* * 0000-MAINLINE - APPLY MAINTENANCE OR EDIT TONIGHT'S DRVIN
002690* ****************************************************************
002700  0000-MAINLINE.
002710      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002720      IF CTG-EDIT-MODE
002730          PERFORM 3000-EDIT-DRVIN THRU 3000-EXIT
002740      ELSE
002750          PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
002760      END-IF.
002770      PERFORM 8000-TERMINATE THRU 8000-EXIT.
002780      GO TO 9999-EXIT.
002790  0000-EXIT.
002800      EXIT.
002810
002820* ****************************************************************
002830* * 1000-INITIALIZE - PARM, RUN STAMP, OPEN CATALOG AND REPORT
002840* ****************************************************************
002850  1000-INITIALIZE.
002860      MOVE FUNCTION CURRENT-DATE TO CTG-CURRENT-DATE-FIELDS.
002865      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002870      STRING CTG-CD-DATE(1:4) "-" CTG-CD-DATE(5:2) "-"
002880          CTG-CD-DATE(7:2) DELIMITED BY SIZE
002890          INTO CTG-RUN-DATE-DISPLAY
002900      END-STRING.
002910      STRING CTG-CD-TIME(1:2) ":" CTG-CD-TIME(3:2) ":"
002920          CTG-CD-TIME(5:2) DELIMITED BY SIZE
002930          INTO CTG-RUN-TIME-DISPLAY
002940      END-STRING.
002950      ACCEPT CTG-PARM-TEXT FROM COMMAND-LINE.
002960      PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
002970      PERFORM 1300-OPEN-MASTER THRU 1300-EXIT.
002980      OPEN OUTPUT CATRPT-FILE.
002990      IF CATRPT-STATUS NOT = "00"
003000          DISPLAY "COUNTCAT - UNABLE TO OPEN CATRPT, STATUS "
003010              CATRPT-STATUS
003020          MOVE 16 TO RETURN-CODE
003030          PERFORM 8000-TERMINATE THRU 8000-EXIT
003040          GO TO 9999-EXIT
003050      END-IF.
003060      IF CTG-EDIT-MODE
003070          MOVE "DRVIN PRE-EDIT AGAINST THE CATALOG"
003080              TO CTG-H1-TITLE
003090          MOVE "DRVIN REC" TO CTG-COL-REF
003100      ELSE
003110          MOVE "FILE-ID CATALOG MAINTENANCE REGISTER"
003120              TO CTG-H1-TITLE
003130          MOVE "ACTION" TO CTG-COL-REF
003140      END-IF.
003150      PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT.
003160  1000-EXIT.
003170      EXIT.
003180
003181* ****************************************************************
003182* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
003183* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
003184* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
003185* * TODAY OR NOT A VALID DATE STOPS THE RUN.
003186* ****************************************************************
003187  1050-GET-BUSINESS-DATE.
003188      MOVE CTG-CD-DATE TO CTG-MACHINE-DATE.
003189      MOVE SPACES TO BUSDATE-RECORD.
003190      OPEN INPUT BUSDATE-FILE.
003191      IF BUSDATE-STATUS NOT = "00"
003192          GO TO 1050-EXIT
003193      END-IF.
003194      READ BUSDATE-FILE INTO BUSDATE-RECORD
003195          AT END
003196              MOVE SPACES TO BUSDATE-RECORD
003197      END-READ.
003198      CLOSE BUSDATE-FILE.
003199      IF BDT-BUSINESS-DATE-X = SPACES
003200          OR BDT-BUSINESS-DATE-X = ZEROS
003201          GO TO 1050-EXIT
003202      END-IF.
003203      IF BDT-BUSINESS-DATE-X NOT NUMERIC
003204          DISPLAY "COUNTCAT - BUSDATE DATE NOT NUMERIC: "
003205              BDT-BUSINESS-DATE-X
003206          MOVE 16 TO RETURN-CODE
003207          GO TO 9999-EXIT
003208      END-IF.
003209      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
003210          OR BDT-BUSINESS-DATE > CTG-MACHINE-DATE
003211          DISPLAY "COUNTCAT - BUSDATE NOT A VALID PAST DATE: "
003212              BDT-BUSINESS-DATE-X
003213          MOVE 16 TO RETURN-CODE
003214          GO TO 9999-EXIT
003215      END-IF.
003216      MOVE BDT-BUSINESS-DATE TO CTG-CD-DATE.
003217      IF CTG-CD-DATE < CTG-MACHINE-DATE
003218          MOVE "Y" TO CTG-BACKDATE-SW
003219          DISPLAY "COUNTCAT - BACKDATED RUN FOR BUSINESS DATE "
003220              BDT-BUSINESS-DATE-X
003221      END-IF.
003222  1050-EXIT.
003223      EXIT.
003224
003190  1100-PARSE-PARM.
003200      MOVE SPACES TO CTG-PARM-TOKENS.
003210      UNSTRING CTG-PARM-TEXT DELIMITED BY ALL SPACE OR ","
003220          INTO CTG-PARM-TOK(1) CTG-PARM-TOK(2) CTG-PARM-TOK(3)
003230               CTG-PARM-TOK(4) CTG-PARM-TOK(5) CTG-PARM-TOK(6)
003240               CTG-PARM-TOK(7) CTG-PARM-TOK(8)
003250      END-UNSTRING.
003260      PERFORM 1110-CHECK-TOKEN THRU 1110-EXIT
003270          VARYING CTG-PARM-IX FROM 1 BY 1
003280          UNTIL CTG-PARM-IX > 8.
003290  1100-EXIT.
003300      EXIT.
003310
003320  1110-CHECK-TOKEN.
003330      IF CTG-PARM-TOK(CTG-PARM-IX) = "EDIT"
003340          MOVE "Y" TO CTG-EDIT-SW
003350      END-IF.
003360  1110-EXIT.
003370      EXIT.
003380
003390* ****************************************************************
003400* * 1300-OPEN-MASTER - MAINTENANCE OPENS I-O AND CREATES THE
003410* * CATALOG ON FIRST RUN; THE PRE-EDIT ONLY READS IT, AND NO
003420* * CATALOG AT ALL IS A FILE FAILURE, NOT A CLEAN EDIT
003430* ****************************************************************
003440  1300-OPEN-MASTER.
003450      IF CTG-EDIT-MODE
003460          OPEN INPUT CATMST-FILE
003470      ELSE
003480          OPEN I-O CATMST-FILE
003490          IF CATMST-STATUS = "35"
003500              OPEN OUTPUT CATMST-FILE
003510              CLOSE CATMST-FILE
003520              OPEN I-O CATMST-FILE
003530          END-IF
003540      END-IF.
003550      IF CATMST-STATUS NOT = "00"
003560          DISPLAY "COUNTCAT - UNABLE TO OPEN CATMST, STATUS "
003570              CATMST-STATUS
003580          MOVE 16 TO RETURN-CODE
003590          GO TO 9999-EXIT
003600      END-IF.
003610  1300-EXIT.
003620      EXIT.
003630
003640* ****************************************************************
003650* * 2000-APPLY-TRANSACTIONS - ONE REGISTER LINE PER CATTRN
003660* * TRANSACTION, ONE CATAUD RECORD PER APPLIED CHANGE
003670* ****************************************************************
003680  2000-APPLY-TRANSACTIONS.
003690      OPEN INPUT CATTRN-FILE.
003700      IF CATTRN-STATUS NOT = "00"
003710          DISPLAY "COUNTCAT - UNABLE TO OPEN CATTRN, STATUS "
003720              CATTRN-STATUS
003730          MOVE 16 TO RETURN-CODE
003740          PERFORM 8000-TERMINATE THRU 8000-EXIT
003750          GO TO 9999-EXIT
003760      END-IF.
003770      OPEN EXTEND CATAUD-FILE.
003780      IF CATAUD-STATUS = "35"
003790          OPEN OUTPUT CATAUD-FILE
003800      END-IF.
003810      IF CATAUD-STATUS NOT = "00"
003820          DISPLAY "COUNTCAT - UNABLE TO OPEN CATAUD, STATUS "
003830              CATAUD-STATUS
003840          MOVE 16 TO RETURN-CODE
003850          CLOSE CATTRN-FILE
003860          PERFORM 8000-TERMINATE THRU 8000-EXIT
003870          GO TO 9999-EXIT
003880      END-IF.
003890      PERFORM 2100-READ-CATTRN THRU 2100-EXIT.
003900      PERFORM 2200-APPLY-ONE-TRANSACTION THRU 2200-EXIT
003910          UNTIL CATTRN-EOF.
003920      CLOSE CATTRN-FILE.
003930      CLOSE CATAUD-FILE.
003940      IF CTG-TRN-COUNT = 0
003950          MOVE SPACES TO CTG-SECTION-LINE
003960          MOVE "NO TRANSACTIONS ON CATTRN THIS RUN"
003970              TO CTG-SEC-TEXT
003980          PERFORM 4700-WRITE-SECTION THRU 4700-EXIT
003990      END-IF.
004000  2000-EXIT.
004010      EXIT.
004020
004030  2100-READ-CATTRN.
004040      READ CATTRN-FILE
004050          AT END
004060              CONTINUE
004070      END-READ.
004080  2100-EXIT.
004090      EXIT.
004100
004110* ****************************************************************
004120* * 2200-APPLY-ONE-TRANSACTION - VALIDATE, DISPATCH ON ACTION
004130* ****************************************************************
004140  2200-APPLY-ONE-TRANSACTION.
004150      ADD 1 TO CTG-TRN-COUNT.
004160      MOVE SPACES TO CTG-REJECT-TEXT.
004170      IF TRN-FILE-ID = SPACES
004180          MOVE "FILE-ID MISSING" TO CTG-REJECT-TEXT
004190          PERFORM 2850-REJECT-TRANSACTION THRU 2850-EXIT
004200          GO TO 2200-NEXT
004210      END-IF.
004220*     NO CHANGE GOES ON THE CATALOG WITHOUT A NAME AGAINST IT
004230      IF TRN-USER = SPACES
004240          MOVE "REQUESTING USER MISSING" TO CTG-REJECT-TEXT
004250          PERFORM 2850-REJECT-TRANSACTION THRU 2850-EXIT
004260          GO TO 2200-NEXT
004270      END-IF.
004280      MOVE TRN-FILE-ID TO CAT-FILE-ID.
004290      EVALUATE TRN-ACTION
004300          WHEN "ADD"
004310              PERFORM 2300-ADD-FILE-ID THRU 2300-EXIT
004320          WHEN "CHG"
004330              PERFORM 2400-CHANGE-FILE-ID THRU 2400-EXIT
004340          WHEN "DEL"
004350              PERFORM 2500-DELETE-FILE-ID THRU 2500-EXIT
004360          WHEN "DEAC"
004370              PERFORM 2600-DEACTIVATE-FILE-ID THRU 2600-EXIT
004380          WHEN OTHER
004390              MOVE "ACTION NOT ADD, CHG, DEL OR DEAC"
004400                  TO CTG-REJECT-TEXT
004410              PERFORM 2850-REJECT-TRANSACTION THRU 2850-EXIT
004420      END-EVALUATE.
004430  2200-NEXT.
004440      PERFORM 2100-READ-CATTRN THRU 2100-EXIT.
004450  2200-EXIT.
004460      EXIT.
004470
004480  2300-ADD-FILE-ID.
004490      READ CATMST-FILE
004500          INVALID KEY
004510              CONTINUE
004520      END-READ.
004530      IF CATMST-STATUS = "00"
004540          MOVE "FILE-ID ALREADY ON CATALOG" TO CTG-REJECT-TEXT
004550          PERFORM 2850-REJECT-TRANSACTION THRU 2850-EXIT
004560          GO TO 2300-EXIT
004570      END-IF.
004580      IF TRN-TARGET-X = SPACES
004590          MOVE "TARGET REQUIRED ON ADD" TO CTG-REJECT-TEXT
004600          PERFORM 2850-REJECT-TRANSACTION THRU 2850-EXIT
004610          GO TO 2300-EXIT
004620      END-IF.
004630      MOVE SPACES TO CTG-BEFORE-IMAGE.
004640      MOVE SPACES TO CATMST-RECORD.
004650      MOVE TRN-FILE-ID TO CAT-FILE-ID.
004660      MOVE 0 TO CAT-TARGET.
004670      MOVE 0 TO CAT-AMT-POS.
004680      MOVE 0 TO CAT-AMT-LEN.
004690      MOVE 0 TO CAT-TOL-PCT.
004700*     AN UNKEYED PRIORITY TAKES THE SAME DEFAULT THE COUNT
004710*     MAINLINE GIVES A NON-NUMERIC DRVIN PRIORITY
004720      MOVE 5 TO CAT-PRIORITY.
004730      MOVE 0 TO CAT-SLA-SECONDS.
004740      MOVE "Y" TO CAT-ACTIVE-SW.
004750      PERFORM 2700-APPLY-FIELDS THRU 2700-EXIT.
004760      IF CTG-REJECT-TEXT NOT = SPACES
004770          PERFORM 2850-REJECT-TRANSACTION THRU 2850-EXIT
004780          GO TO 2300-EXIT
004790      END-IF.
004800      WRITE CATMST-RECORD.
004810      IF CATMST-STATUS NOT = "00"
004820          DISPLAY "COUNTCAT - CATMST WRITE FAILED, STATUS "
004830              CATMST-STATUS
004840          MOVE 16 TO RETURN-CODE
004850          PERFORM 8000-TERMINATE THRU 8000-EXIT
004860          GO TO 9999-EXIT
004870      END-IF.
004880      ADD 1 TO CTG-ADD-COUNT.
004890      PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
004900  2300-EXIT.
004910      EXIT.
004920
004930  2400-CHANGE-FILE-ID.
004940      READ CATMST-FILE
004950          INVALID KEY
004960              MOVE "FILE-ID NOT ON CATALOG" TO CTG-REJECT-TEXT
004970      END-READ.
004980      IF CTG-REJECT-TEXT NOT = SPACES
004990          PERFORM 2850-REJECT-TRANSACTION THRU 2850-EXIT
005000          GO TO 2400-EXIT
005010      END-IF.
005020      MOVE CATMST-RECORD TO CTG-BEFORE-IMAGE.
005030      PERFORM 2700-APPLY-FIELDS THRU 2700-EXIT.
005040      IF CTG-REJECT-TEXT NOT = SPACES
005050          PERFORM 2850-REJECT-TRANSACTION THRU 2850-EXIT
005060          GO TO 2400-EXIT
005070      END-IF.
005080      REWRITE CATMST-RECORD.
005090      IF CATMST-STATUS NOT = "00"
005100          DISPLAY "COUNTCAT - CATMST REWRITE FAILED, STATUS "
005110              CATMST-STATUS
005120          MOVE 16 TO RETURN-CODE
005130          PERFORM 8000-TERMINATE THRU 8000-EXIT
005140          GO TO 9999-EXIT
005150      END-IF.
005160      ADD 1 TO CTG-CHG-COUNT.
005170      PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
005180  2400-EXIT.
005190      EXIT.
005200
005210  2500-DELETE-FILE-ID.
005220      READ CATMST-FILE
005230          INVALID KEY
005240              MOVE "FILE-ID NOT ON CATALOG" TO CTG-REJECT-TEXT
005250      END-READ.
005260      IF CTG-REJECT-TEXT NOT = SPACES
005270          PERFORM 2850-REJECT-TRANSACTION THRU 2850-EXIT
005280          GO TO 2500-EXIT
005290      END-IF.
005300      MOVE CATMST-RECORD TO CTG-BEFORE-IMAGE.
005310      DELETE CATMST-FILE RECORD.
005320      IF CATMST-STATUS NOT = "00"
005330          DISPLAY "COUNTCAT - CATMST DELETE FAILED, STATUS "
005340              CATMST-STATUS
005350          MOVE 16 TO RETURN-CODE
005360          PERFORM 8000-TERMINATE THRU 8000-EXIT
005370          GO TO 9999-EXIT
005380      END-IF.
005390      ADD 1 TO CTG-DEL-COUNT.
005400*     A DELETE HAS NO AFTER IMAGE
005410      MOVE SPACES TO CATMST-RECORD.
005420      PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
005430  2500-EXIT.
005440      EXIT.
005450
005460  2600-DEACTIVATE-FILE-ID.
005470      READ CATMST-FILE
005480          INVALID KEY
005490              MOVE "FILE-ID NOT ON CATALOG" TO CTG-REJECT-TEXT
005500      END-READ.
005510      IF CTG-REJECT-TEXT NOT = SPACES
005520          PERFORM 2850-REJECT-TRANSACTION THRU 2850-EXIT
005530          GO TO 2600-EXIT
005540      END-IF.
005550      IF CAT-INACTIVE
005560          MOVE "FILE-ID ALREADY INACTIVE" TO CTG-REJECT-TEXT
005570          PERFORM 2850-REJECT-TRANSACTION THRU 2850-EXIT
005580          GO TO 2600-EXIT
005590      END-IF.
005600      MOVE CATMST-RECORD TO CTG-BEFORE-IMAGE.
005610      MOVE "N" TO CAT-ACTIVE-SW.
005620      MOVE TRN-USER TO CAT-MAINT-USER.
005630      MOVE CTG-RUN-DATE-DISPLAY TO CAT-MAINT-DATE.
005640      REWRITE CATMST-RECORD.
005650      IF CATMST-STATUS NOT = "00"
005660          DISPLAY "COUNTCAT - CATMST REWRITE FAILED, STATUS "
005670              CATMST-STATUS
005680          MOVE 16 TO RETURN-CODE
005690          PERFORM 8000-TERMINATE THRU 8000-EXIT
005700          GO TO 9999-EXIT
005710      END-IF.
005720      ADD 1 TO CTG-DEAC-COUNT.
005730      PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
005740  2600-EXIT.
005750      EXIT.
005760
005770* ****************************************************************
005780* * 2700-APPLY-FIELDS - MOVE EVERY KEYED TRANSACTION FIELD ONTO
005790* * THE CATALOG RECORD.  AN OPTIONAL FIELD KEYED WITH THE CLEAR
005800* * MARK IN ITS FIRST BYTE IS BLANKED (ZERO FOR A NUMBER).  A BAD
005805* * FIELD SETS CTG-REJECT-TEXT AND THE CALLER WRITES NOTHING.
005810* ****************************************************************
005820  2700-APPLY-FIELDS.
005830      IF TRN-TARGET-X NOT = SPACES
005840          IF TRN-TARGET-X NOT NUMERIC
005850              MOVE "TARGET NOT NUMERIC" TO CTG-REJECT-TEXT
005860              GO TO 2700-EXIT
005870          END-IF
005880          MOVE TRN-TARGET TO CAT-TARGET
005890      END-IF.
005900      IF TRN-DSNAME(1:1) = CTG-CLEAR-MARK
005910          MOVE SPACES TO CAT-DSNAME
005912      ELSE
005914          IF TRN-DSNAME NOT = SPACES
005916              MOVE TRN-DSNAME TO CAT-DSNAME
005918          END-IF
005920      END-IF.
005930      IF TRN-AMT-POS-X(1:1) = CTG-CLEAR-MARK
005940          MOVE 0 TO CAT-AMT-POS
005950      ELSE
005955          IF TRN-AMT-POS-X NOT = SPACES
005960              IF TRN-AMT-POS-X NOT NUMERIC
005961                  MOVE "AMOUNT POSITION NOT NUMERIC"
005962                      TO CTG-REJECT-TEXT
005963                  GO TO 2700-EXIT
005964              END-IF
005965              MOVE TRN-AMT-POS TO CAT-AMT-POS
005970          END-IF
005990      END-IF.
006000      IF TRN-AMT-LEN-X(1:1) = CTG-CLEAR-MARK
006010          MOVE 0 TO CAT-AMT-LEN
006020      ELSE
006030          IF TRN-AMT-LEN-X NOT = SPACES
006031              IF TRN-AMT-LEN-X NOT NUMERIC
006032                  MOVE "AMOUNT LENGTH NOT NUMERIC"
006033                      TO CTG-REJECT-TEXT
006034                  GO TO 2700-EXIT
006035              END-IF
006036              MOVE TRN-AMT-LEN TO CAT-AMT-LEN
006040          END-IF
006060      END-IF.
006070*     THE AMOUNT MUST SIT INSIDE THE 80-BYTE FEED RECORD, THE
006080*     SAME LIMIT THE COUNT MAINLINE APPLIES TO DRVIN
006090      COMPUTE CTG-FIELD-SUM = CAT-AMT-POS + CAT-AMT-LEN.
006100      IF CAT-AMT-POS > 0 AND CAT-AMT-LEN > 0
006110          AND CTG-FIELD-SUM > 81
006120          MOVE "AMOUNT FIELD OUTSIDE THE 80-BYTE RECORD"
006130              TO CTG-REJECT-TEXT
006140          GO TO 2700-EXIT
006150      END-IF.
006160      IF TRN-TOL-PCT-X(1:1) = CTG-CLEAR-MARK
006170          MOVE 0 TO CAT-TOL-PCT
006180      ELSE
006190          IF TRN-TOL-PCT-X NOT = SPACES
006200              IF TRN-TOL-PCT-X NOT NUMERIC
006201                  MOVE "TOLERANCE PERCENT NOT NUMERIC"
006202                      TO CTG-REJECT-TEXT
006203                  GO TO 2700-EXIT
006204              END-IF
006205              MOVE TRN-TOL-PCT TO CAT-TOL-PCT
006210          END-IF
006230      END-IF.
006240      IF TRN-PRIORITY-X NOT = SPACES
006250          IF TRN-PRIORITY-X NOT NUMERIC
006260              MOVE "PRIORITY NOT NUMERIC" TO CTG-REJECT-TEXT
006270              GO TO 2700-EXIT
006280          END-IF
006290          MOVE TRN-PRIORITY TO CAT-PRIORITY
006300      END-IF.
006310      IF TRN-PREREQ-ID(1:1) = CTG-CLEAR-MARK
006320          MOVE SPACES TO CAT-PREREQ-ID
006330      ELSE
006340          IF TRN-PREREQ-ID NOT = SPACES
006350              IF TRN-PREREQ-ID = CAT-FILE-ID
006351                  MOVE "FILE-ID CANNOT BE ITS OWN PREREQUISITE"
006352                      TO CTG-REJECT-TEXT
006353                  GO TO 2700-EXIT
006354              END-IF
006355              MOVE TRN-PREREQ-ID TO CAT-PREREQ-ID
006360          END-IF
006380      END-IF.
006390      IF TRN-SLA-SECONDS-X(1:1) = CTG-CLEAR-MARK
006400          MOVE 0 TO CAT-SLA-SECONDS
006410      ELSE
006415          IF TRN-SLA-SECONDS-X NOT = SPACES
006420              IF TRN-SLA-SECONDS-X NOT NUMERIC
006421                  MOVE "ALLOWED SECONDS NOT NUMERIC"
006422                      TO CTG-REJECT-TEXT
006423                  GO TO 2700-EXIT
006424              END-IF
006425              MOVE TRN-SLA-SECONDS TO CAT-SLA-SECONDS
006430          END-IF
006450      END-IF.
006460      IF TRN-OWNER-APPL(1:1) = CTG-CLEAR-MARK
006470          MOVE SPACES TO CAT-OWNER-APPL
006472      ELSE
006474          IF TRN-OWNER-APPL NOT = SPACES
006476              MOVE TRN-OWNER-APPL TO CAT-OWNER-APPL
006478          END-IF
006480      END-IF.
006490      IF TRN-CONTACT(1:1) = CTG-CLEAR-MARK
006500          MOVE SPACES TO CAT-CONTACT
006502      ELSE
006504          IF TRN-CONTACT NOT = SPACES
006506              MOVE TRN-CONTACT TO CAT-CONTACT
006508          END-IF
006510      END-IF.
006520      IF TRN-ACTIVE-SW NOT = SPACES
006530          IF TRN-ACTIVE-SW NOT = "Y" AND TRN-ACTIVE-SW NOT = "N"
006540              MOVE "ACTIVE FLAG NOT Y OR N" TO CTG-REJECT-TEXT
006550              GO TO 2700-EXIT
006560          END-IF
006570          MOVE TRN-ACTIVE-SW TO CAT-ACTIVE-SW
006580      END-IF.
006590      MOVE TRN-USER TO CAT-MAINT-USER.
006600      MOVE CTG-RUN-DATE-DISPLAY TO CAT-MAINT-DATE.
006610  2700-EXIT.
006620      EXIT.
006630
006640* ****************************************************************
006650* * 2800-WRITE-AUDIT - BEFORE AND AFTER IMAGES, REQUESTING USER
006660* ****************************************************************
006670  2800-WRITE-AUDIT.
006680      MOVE SPACES TO CATAUD-RECORD.
006690      MOVE CTG-RUN-DATE-DISPLAY TO AUD-RUN-DATE.
006700      MOVE CTG-RUN-TIME-DISPLAY TO AUD-RUN-TIME.
006710      MOVE TRN-USER TO AUD-USER.
006720      MOVE TRN-ACTION TO AUD-ACTION.
006730      MOVE TRN-FILE-ID TO AUD-FILE-ID.
006740      MOVE CTG-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
006750      MOVE CATMST-RECORD TO AUD-AFTER-IMAGE.
006760      WRITE CATAUD-RECORD.
006770      IF CATAUD-STATUS NOT = "00"
006780          DISPLAY "COUNTCAT - UNABLE TO WRITE CATAUD, STATUS "
006790              CATAUD-STATUS
006800          MOVE 16 TO RETURN-CODE
006810          PERFORM 8000-TERMINATE THRU 8000-EXIT
006820          GO TO 9999-EXIT
006830      END-IF.
006840      MOVE "APPLIED" TO CTG-REJECT-TEXT.
006850      PERFORM 2900-WRITE-REGISTER THRU 2900-EXIT.
006860  2800-EXIT.
006870      EXIT.
006880
006890  2850-REJECT-TRANSACTION.
006900      ADD 1 TO CTG-REJ-COUNT.
006910      IF RETURN-CODE < 8
006920          MOVE 8 TO RETURN-CODE
006930      END-IF.
006940      DISPLAY "COUNTCAT - TRANSACTION REJECTED, " CTG-REJECT-TEXT
006950          " FILE-ID " TRN-FILE-ID.
006960      PERFORM 2900-WRITE-REGISTER THRU 2900-EXIT.
006970  2850-EXIT.
006980      EXIT.
006990
007000  2900-WRITE-REGISTER.
007010      MOVE SPACES TO CTG-DETAIL-LINE.
007020      MOVE TRN-ACTION TO CTG-DTL-REF.
007030      MOVE TRN-FILE-ID TO CTG-DTL-FILE-ID.
007040      MOVE TRN-USER TO CTG-DTL-USER.
007050      MOVE CTG-REJECT-TEXT TO CTG-DTL-TEXT.
007060      MOVE TRN-DSNAME TO CTG-DTL-DETAIL.
007070      MOVE CTG-DETAIL-LINE TO CATRPT-LINE.
007080      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
007090  2900-EXIT.
007100      EXIT.
007110
007120* ****************************************************************
007130* * 3000-EDIT-DRVIN - EVERY DRVIN ENTRY AGAINST THE CATALOG,
007140* * THEN THE PREREQUISITE CHAINS FOR LOOPS.  ANY ERROR REJECTS
007150* * THE WHOLE RUN SO THE MULTI STEP NEVER STARTS ON IT.
007160* ****************************************************************
007170  3000-EDIT-DRVIN.
007180      OPEN INPUT DRVIN-FILE.
007190      IF DRVIN-STATUS NOT = "00"
007200          DISPLAY "COUNTCAT - UNABLE TO OPEN DRVIN, STATUS "
007210              DRVIN-STATUS
007220          MOVE 16 TO RETURN-CODE
007230          PERFORM 8000-TERMINATE THRU 8000-EXIT
007240          GO TO 9999-EXIT
007250      END-IF.
007260      PERFORM 3100-READ-DRVIN THRU 3100-EXIT.
007270      PERFORM 3200-EDIT-ONE-ENTRY THRU 3200-EXIT
007280          UNTIL DRVIN-EOF.
007290      CLOSE DRVIN-FILE.
007300      PERFORM 3500-CHECK-LOOPS THRU 3500-EXIT.
007310      MOVE SPACES TO CTG-SECTION-LINE.
007320      IF CTG-EDIT-ERR-COUNT = 0
007330          MOVE "DRVIN AGREES WITH THE CATALOG - ENTRIES"
007340              TO CTG-SEC-TEXT
007350          MOVE CTG-DRV-COUNT TO CTG-SEC-VALUE
007360      ELSE
007370          MOVE "DRVIN REJECTED - PRE-EDIT ERRORS" TO CTG-SEC-TEXT
007380          MOVE CTG-EDIT-ERR-COUNT TO CTG-SEC-VALUE
007390          MOVE 12 TO RETURN-CODE
007400      END-IF.
007410      PERFORM 4700-WRITE-SECTION THRU 4700-EXIT.
007420  3000-EXIT.
007430      EXIT.
007440
007450  3100-READ-DRVIN.
007460      READ DRVIN-FILE
007470          AT END
007480              CONTINUE
007490      END-READ.
007500  3100-EXIT.
007510      EXIT.
007520
007530  3200-EDIT-ONE-ENTRY.
007540      ADD 1 TO CTG-DRV-COUNT.
007550      PERFORM 3300-TABLE-ENTRY THRU 3300-EXIT.
007560      MOVE DRVIN-FILE-ID TO CAT-FILE-ID.
007570      READ CATMST-FILE
007580          INVALID KEY
007590              MOVE "FILE-ID NOT ON CATALOG" TO CTG-REJECT-TEXT
007600              PERFORM 3400-WRITE-EDIT-ERROR THRU 3400-EXIT
007610              GO TO 3200-PREREQ
007620      END-READ.
007630      IF CATMST-STATUS NOT = "00"
007640          DISPLAY "COUNTCAT - CATMST READ FAILED, STATUS "
007650              CATMST-STATUS
007660          MOVE 16 TO RETURN-CODE
007670          PERFORM 8000-TERMINATE THRU 8000-EXIT
007680          GO TO 9999-EXIT
007690      END-IF.
007700      IF NOT CAT-ACTIVE
007710          MOVE "FILE-ID INACTIVE ON CATALOG" TO CTG-REJECT-TEXT
007720          PERFORM 3400-WRITE-EDIT-ERROR THRU 3400-EXIT
007730      END-IF.
007740      IF DRVIN-DSNAME NOT = CAT-DSNAME
007750          MOVE "DSNAME DIFFERS FROM CATALOG" TO CTG-REJECT-TEXT
007760          PERFORM 3400-WRITE-EDIT-ERROR THRU 3400-EXIT
007770      END-IF.
007780*     THE AMOUNT FIELD ONLY MEANS SOMETHING ON A FEED ENTRY.  IT
007781*     IS OPTIONAL, SO A BLANK OR NON-NUMERIC POSITION OR LENGTH IS
007782*     TAKEN AS ZERO ON BOTH SIDES
007785      PERFORM 3210-AMOUNT-FIELDS THRU 3210-EXIT.
007790      IF DRVIN-DSNAME NOT = SPACES
007800          AND (CTG-DRV-AMT-POS NOT = CTG-CAT-AMT-POS
007810          OR CTG-DRV-AMT-LEN NOT = CTG-CAT-AMT-LEN)
007820          MOVE "AMOUNT POSITION/LENGTH DIFFERS FROM CATALOG"
007830              TO CTG-REJECT-TEXT
007840          PERFORM 3400-WRITE-EDIT-ERROR THRU 3400-EXIT
007850      END-IF.
007860  3200-PREREQ.
007870      IF DRVIN-PREREQ-ID = SPACES
007880          GO TO 3200-NEXT
007890      END-IF.
007900      MOVE DRVIN-PREREQ-ID TO CAT-FILE-ID.
007910      READ CATMST-FILE
007920          INVALID KEY
007930              MOVE "PREREQUISITE NOT ON CATALOG"
007940                  TO CTG-REJECT-TEXT
007950              PERFORM 3400-WRITE-EDIT-ERROR THRU 3400-EXIT
007960      END-READ.
007970  3200-NEXT.
007980      PERFORM 3100-READ-DRVIN THRU 3100-EXIT.
007990  3200-EXIT.
008000      EXIT.
008001
008002  3210-AMOUNT-FIELDS.
008003      MOVE 0 TO CTG-DRV-AMT-POS CTG-DRV-AMT-LEN
008004          CTG-CAT-AMT-POS CTG-CAT-AMT-LEN.
008005      IF DRVIN-AMT-POS-X NUMERIC
008006          MOVE DRVIN-AMT-POS TO CTG-DRV-AMT-POS
008007      END-IF.
008008      IF DRVIN-AMT-LEN-X NUMERIC
008009          MOVE DRVIN-AMT-LEN TO CTG-DRV-AMT-LEN
008010      END-IF.
008011      IF CAT-AMT-POS-X NUMERIC
008012          MOVE CAT-AMT-POS TO CTG-CAT-AMT-POS
008013      END-IF.
008014      IF CAT-AMT-LEN-X NUMERIC
008015          MOVE CAT-AMT-LEN TO CTG-CAT-AMT-LEN
008016      END-IF.
008017  3210-EXIT.
008018      EXIT.
008019
008020  3300-TABLE-ENTRY.
008030      IF CTG-EDT-CNT >= CTG-EDT-MAX
008040          DISPLAY "COUNTCAT - DRVIN TABLE FULL AT " CTG-EDT-MAX
008050              " ENTRIES"
008060          MOVE 16 TO RETURN-CODE
008070          PERFORM 8000-TERMINATE THRU 8000-EXIT
008080          GO TO 9999-EXIT
008090      END-IF.
008100      ADD 1 TO CTG-EDT-CNT.
008110      MOVE DRVIN-FILE-ID TO CTG-EDT-ID(CTG-EDT-CNT).
008120      MOVE DRVIN-PREREQ-ID TO CTG-EDT-PREREQ(CTG-EDT-CNT).
008130      MOVE CTG-DRV-COUNT TO CTG-EDT-RECNO(CTG-EDT-CNT).
008140  3300-EXIT.
008150      EXIT.
008160
008170  3400-WRITE-EDIT-ERROR.
008180      ADD 1 TO CTG-EDIT-ERR-COUNT.
008190      MOVE SPACES TO CTG-DETAIL-LINE.
008200      MOVE CTG-DRV-COUNT TO CTG-DTL-RECNO.
008210      MOVE CTG-DTL-RECNO TO CTG-DTL-REF.
008220      MOVE DRVIN-FILE-ID TO CTG-DTL-FILE-ID.
008230      MOVE CTG-REJECT-TEXT TO CTG-DTL-TEXT.
008240      IF DRVIN-PREREQ-ID NOT = SPACES
008250          AND CTG-REJECT-TEXT = "PREREQUISITE NOT ON CATALOG"
008260          MOVE DRVIN-PREREQ-ID TO CTG-DTL-DETAIL
008270      ELSE
008280          MOVE DRVIN-DSNAME TO CTG-DTL-DETAIL
008290      END-IF.
008300      MOVE CTG-DETAIL-LINE TO CATRPT-LINE.
008310      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
008320      MOVE SPACES TO CTG-REJECT-TEXT.
008330  3400-EXIT.
008340      EXIT.
008350
008360* ****************************************************************
008370* * 3500-CHECK-LOOPS - FOLLOW EACH ENTRY'S PREREQUISITE CHAIN
008380* * THROUGH THE DRVIN TABLE.  A CHAIN THAT COMES BACK TO THE
008390* * ENTRY IT STARTED FROM IS A LOOP THE SCHEDULER WOULD HOLD
008400* * FOREVER; EVERY MEMBER OF THE LOOP IS REPORTED.
008410* ****************************************************************
008420  3500-CHECK-LOOPS.
008430      PERFORM 3600-WALK-ONE-CHAIN THRU 3600-EXIT
008440          VARYING CTG-EDT-IX FROM 1 BY 1
008450          UNTIL CTG-EDT-IX > CTG-EDT-CNT.
008460  3500-EXIT.
008470      EXIT.
008480
008490  3600-WALK-ONE-CHAIN.
008500      IF CTG-EDT-PREREQ(CTG-EDT-IX) = SPACES
008510          GO TO 3600-EXIT
008520      END-IF.
008530      MOVE "N" TO CTG-WALK-DONE-SW.
008540      MOVE "N" TO CTG-LOOP-SW.
008550      MOVE 0 TO CTG-WALK-STEPS.
008560      MOVE CTG-EDT-PREREQ(CTG-EDT-IX) TO CTG-WALK-ID.
008570      PERFORM 3650-WALK-ONE-STEP THRU 3650-EXIT
008580          UNTIL CTG-WALK-DONE.
008590      IF NOT CTG-LOOP-FOUND
008600          GO TO 3600-EXIT
008610      END-IF.
008620      ADD 1 TO CTG-EDIT-ERR-COUNT.
008630      MOVE SPACES TO CTG-DETAIL-LINE.
008640      MOVE CTG-EDT-RECNO(CTG-EDT-IX) TO CTG-DTL-RECNO.
008650      MOVE CTG-DTL-RECNO TO CTG-DTL-REF.
008660      MOVE CTG-EDT-ID(CTG-EDT-IX) TO CTG-DTL-FILE-ID.
008670      MOVE "DEPENDENCY LOOP THROUGH PREREQUISITES"
008680          TO CTG-DTL-TEXT.
008690      MOVE CTG-EDT-PREREQ(CTG-EDT-IX) TO CTG-DTL-DETAIL.
008700      MOVE CTG-DETAIL-LINE TO CATRPT-LINE.
008710      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
008720  3600-EXIT.
008730      EXIT.
008740
008750*     A CHAIN LONGER THAN THE TABLE CAN ONLY BE CIRCLING A LOOP
008760*     THIS ENTRY FEEDS BUT IS NOT PART OF - ITS MEMBERS REPORT
008770*     THEMSELVES WHEN THEIR OWN CHAINS ARE WALKED
008780  3650-WALK-ONE-STEP.
008790      ADD 1 TO CTG-WALK-STEPS.
008800      IF CTG-WALK-STEPS > CTG-EDT-CNT
008810          MOVE "Y" TO CTG-WALK-DONE-SW
008820          GO TO 3650-EXIT
008830      END-IF.
008840      MOVE 0 TO CTG-EDT-FOUND-IX.
008850      PERFORM 3660-CHECK-EDT-ROW THRU 3660-EXIT
008860          VARYING CTG-EDT-JX FROM 1 BY 1
008870          UNTIL CTG-EDT-JX > CTG-EDT-CNT
008880          OR CTG-EDT-FOUND-IX NOT = 0.
008890      IF CTG-EDT-FOUND-IX = 0
008900          MOVE "Y" TO CTG-WALK-DONE-SW
008910          GO TO 3650-EXIT
008920      END-IF.
008930      IF CTG-EDT-ID(CTG-EDT-FOUND-IX) = CTG-EDT-ID(CTG-EDT-IX)
008940          MOVE "Y" TO CTG-LOOP-SW
008950          MOVE "Y" TO CTG-WALK-DONE-SW
008960          GO TO 3650-EXIT
008970      END-IF.
008980      IF CTG-EDT-PREREQ(CTG-EDT-FOUND-IX) = SPACES
008990          MOVE "Y" TO CTG-WALK-DONE-SW
009000          GO TO 3650-EXIT
009010      END-IF.
009020      MOVE CTG-EDT-PREREQ(CTG-EDT-FOUND-IX) TO CTG-WALK-ID.
009030  3650-EXIT.
009040      EXIT.
009050
009060  3660-CHECK-EDT-ROW.
009070      IF CTG-EDT-ID(CTG-EDT-JX) = CTG-WALK-ID
009080          MOVE CTG-EDT-JX TO CTG-EDT-FOUND-IX
009090      END-IF.
009100  3660-EXIT.
009110      EXIT.
009120
009130* ****************************************************************
009140* * 4500-PAGE-HEADERS - NEW PAGE WITH TITLE AND COLUMN HEADS
009150* ****************************************************************
009160  4500-PAGE-HEADERS.
009170      ADD 1 TO CTG-PAGE-CTR.
009180      MOVE CTG-PAGE-CTR TO CTG-H1-PAGE.
009190      MOVE CTG-HEADER-1 TO CATRPT-LINE.
009200      IF CTG-PAGE-CTR = 1
009210          WRITE CATRPT-LINE
009220      ELSE
009230          WRITE CATRPT-LINE AFTER ADVANCING PAGE
009240      END-IF.
009250      PERFORM 4650-CHECK-CATRPT THRU 4650-EXIT.
009260      MOVE CTG-RUN-DATE-DISPLAY TO CTG-H2-RUN-DATE.
009262      IF CTG-BACKDATED
009264          MOVE "  BACKDATED RUN" TO CTG-H2-BACKDATE
009266      END-IF.
009270      MOVE CTG-HEADER-2 TO CATRPT-LINE.
009280      WRITE CATRPT-LINE AFTER ADVANCING 1 LINE.
009290      PERFORM 4650-CHECK-CATRPT THRU 4650-EXIT.
009300      MOVE CTG-COL-HEADS TO CATRPT-LINE.
009310      WRITE CATRPT-LINE AFTER ADVANCING 2 LINES.
009320      PERFORM 4650-CHECK-CATRPT THRU 4650-EXIT.
009330      MOVE SPACES TO CATRPT-LINE.
009340      WRITE CATRPT-LINE AFTER ADVANCING 1 LINE.
009350      PERFORM 4650-CHECK-CATRPT THRU 4650-EXIT.
009360      MOVE 5 TO CTG-LINE-CTR.
009370  4500-EXIT.
009380      EXIT.
009390
009400  4600-WRITE-REPORT-LINE.
009410      IF CTG-LINE-CTR >= CTG-LINES-PER-PAGE
009420          MOVE CATRPT-LINE TO CTG-SAVE-LINE
009430          PERFORM 4500-PAGE-HEADERS THRU 4500-EXIT
009440          MOVE CTG-SAVE-LINE TO CATRPT-LINE
009450      END-IF.
009460      WRITE CATRPT-LINE AFTER ADVANCING 1 LINE.
009470      PERFORM 4650-CHECK-CATRPT THRU 4650-EXIT.
009480      ADD 1 TO CTG-LINE-CTR.
009490  4600-EXIT.
009500      EXIT.
009510
009520  4650-CHECK-CATRPT.
009530      IF CATRPT-STATUS NOT = "00"
009540          DISPLAY "COUNTCAT - UNABLE TO WRITE CATRPT, STATUS "
009550              CATRPT-STATUS
009560          MOVE 16 TO RETURN-CODE
009570          PERFORM 8000-TERMINATE THRU 8000-EXIT
009580          GO TO 9999-EXIT
009590      END-IF.
009600  4650-EXIT.
009610      EXIT.
009620
009630  4700-WRITE-SECTION.
009640      MOVE SPACES TO CATRPT-LINE.
009650      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
009660      MOVE CTG-SECTION-LINE TO CATRPT-LINE.
009670      PERFORM 4600-WRITE-REPORT-LINE THRU 4600-EXIT.
009680  4700-EXIT.
009690      EXIT.
009700
009710* ****************************************************************
009720* * 8000-TERMINATE - CLOSE FILES, DISPLAY RUN COUNTS
009730* ****************************************************************
009740  8000-TERMINATE.
009750      CLOSE CATMST-FILE.
009760      CLOSE CATRPT-FILE.
009770      IF CTG-EDIT-MODE
009780          MOVE CTG-DRV-COUNT TO CTG-COUNT-DISPLAY
009790          DISPLAY "COUNTCAT - DRVIN ENTRIES READ  = "
009800              CTG-COUNT-DISPLAY
009810          MOVE CTG-EDIT-ERR-COUNT TO CTG-COUNT-DISPLAY
009820          DISPLAY "COUNTCAT - PRE-EDIT ERRORS     = "
009830              CTG-COUNT-DISPLAY
009840          GO TO 8000-EXIT
009850      END-IF.
009860      MOVE CTG-TRN-COUNT TO CTG-COUNT-DISPLAY.
009870      DISPLAY "COUNTCAT - TRANSACTIONS READ   = "
009880          CTG-COUNT-DISPLAY.
009890      MOVE CTG-ADD-COUNT TO CTG-COUNT-DISPLAY.
009900      DISPLAY "COUNTCAT - FILE-IDS ADDED      = "
009910          CTG-COUNT-DISPLAY.
009920      MOVE CTG-CHG-COUNT TO CTG-COUNT-DISPLAY.
009930      DISPLAY "COUNTCAT - FILE-IDS CHANGED    = "
009940          CTG-COUNT-DISPLAY.
009950      MOVE CTG-DEL-COUNT TO CTG-COUNT-DISPLAY.
009960      DISPLAY "COUNTCAT - FILE-IDS DELETED    = "
009970          CTG-COUNT-DISPLAY.
009980      MOVE CTG-DEAC-COUNT TO CTG-COUNT-DISPLAY.
009990      DISPLAY "COUNTCAT - FILE-IDS DEACTIVATED= "
010000          CTG-COUNT-DISPLAY.
010010      MOVE CTG-REJ-COUNT TO CTG-COUNT-DISPLAY.
010020      DISPLAY "COUNTCAT - TRANSACTIONS REJECTED= "
010030          CTG-COUNT-DISPLAY.
010040  8000-EXIT.
010050      EXIT.
010060
010070* ****************************************************************
010080* * 9999-EXIT - SINGLE PROGRAM EXIT POINT
010090* ****************************************************************
010100  9999-EXIT.
010110      STOP RUN.
