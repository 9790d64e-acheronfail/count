000240*    (NONE)   PROCESS SEQREQ TRANSACTIONS AGAINST SEQMST,
000250*             ANSWER EACH ON SEQRSP, LOG EACH ON THE SEQJRN
000260*             ASSIGNMENT JOURNAL
000262*    DEFINE   LOAD/EXTEND RANGE DEFINITIONS FROM SEQDEF.  A
000264*             NEW RANGE IS ADDED AT ONCE; A CHANGE TO A RANGE
000266*             ALREADY ON SEQMST IS HELD ON SEQPND UNTIL A
000268*             SECOND, DIFFERENT USER APPROVES IT WITH AN APPR
000271*             SEQDEF ENTRY FOR THE RANGE
000272*
000274*  SEQREQ FUNCTION CODES (REQ-FUNC):
000276*    (SPACES) OR ISSU  ISSUE A BLOCK OF REQ-BLOCK-COUNT NUMBERS
000282*    VOID  VOID A SPECIFIC ISSUED BLOCK - THE JOURNAL LINE
000283*          EXPLAINS THE HOLE; VOIDED NUMBERS ARE NEVER REUSED
000284*
000285*  EVERY TRANSACTION NEEDS A SEQAUTH ENTRY GIVING ITS USER THE
000286*  FUNCTION ON THE RANGE (RANGE "*" = EVERY RANGE), AND MAY ASK
000287*  FOR NO MORE THAN THE ENTRY'S BLOCK LIMIT WHEN IT HAS ONE.  A
000288*  SEQDEF DEFINITION NEEDS DEFN, ITS APPROVAL APPR.  A REFUSED
000289*  TRANSACTION IS ANSWERED UNAU, LOGGED ON THE SEQVIO SECURITY
000290*  VIOLATION LOG AND ALERTED ON SEQALRT FOR THE OPS BRIDGE.
000284*
000290*  EACH ISSUANCE ADVANCES THE RANGE ONE NUMBER AT A TIME
000300*  THROUGH THE ISSUE LOOP, THE SAME WAY THE COUNT MAINLINE
000310*  ADVANCES ITS COUNTER, SO A BLOCK CAN NEVER STRADDLE THE
000350*    OK   REQUEST HONORED         NOTF RANGE NOT ON MASTER
000360*    SHRT NOT ENOUGH NUMBERS LEFT INVL REQUEST NOT USABLE
000365*    FULL RECLAIM LIST FULL, RETURN NOT ACCEPTED
000366*    UNAU USER NOT AUTHORIZED FOR THE REQUEST
000370*  RETURN CODES: 0 ALL HONORED, 4 RANGE CHANGES WAITING FOR
000372*  APPROVAL, 8 ANY EXCEPTION OR VIOLATION, 16 FILE FAILURE.
000380* ---------------------------------------------------------------
000390*  MODIFICATION HISTORY
000400* ---------------------------------------------------------------
000447*   09/02/26  JRS   ADD RTRN/VOID REQUEST FUNCTIONS, RECLAIM
000448*                   LIST ON THE MASTER, JOURNAL FUNCTION CODE,
000449*                   AND RE-ISSUE FROM RECLAIMED BLOCKS.
000450*   10/15/26  JRS   PROCESS UNDER THE BUSDATE BUSINESS DATE WHEN
000451*                   OPERATIONS SETS ONE, OTHERWISE THE MACHINE
000452*                   DATE.
000453*   10/15/26  JRS   SEQAUTH USER/FUNCTION/RANGE AUTHORIZATION WITH
000454*                   BLOCK LIMITS, UNAU RESPONSE, SEQVIO VIOLATION
000455*                   LOG AND SEQALRT ALERTS; RANGE CHANGES HELD ON
000456*                   SEQPND FOR A SECOND USER'S APPROVAL.
000450* ---------------------------------------------------------------
000460
000470  ENVIRONMENT DIVISION.
000640      SELECT SEQRSP-FILE ASSIGN TO SEQRSP
000650          ORGANIZATION IS SEQUENTIAL
000660          FILE STATUS IS SEQRSP-STATUS.
000661      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000662          ORGANIZATION IS SEQUENTIAL
000663          FILE STATUS IS BUSDATE-STATUS.
000664      SELECT SEQAUTH-FILE ASSIGN TO SEQAUTH
000665          ORGANIZATION IS SEQUENTIAL
000666          FILE STATUS IS SEQAUTH-STATUS.
000667      SELECT SEQPND-FILE ASSIGN TO SEQPND
000668          ORGANIZATION IS SEQUENTIAL
000669          FILE STATUS IS SEQPND-STATUS.
000670      SELECT SEQVIO-FILE ASSIGN TO SEQVIO
000671          ORGANIZATION IS SEQUENTIAL
000672          FILE STATUS IS SEQVIO-STATUS.
000673      SELECT SEQALRT-FILE ASSIGN TO SEQALRT
000674          ORGANIZATION IS SEQUENTIAL
000675          FILE STATUS IS SEQALRT-STATUS.
000670
000680  DATA DIVISION.
000690  FILE SECTION.
000898          REQ-FROM                PIC X(18).
000900      05  FILLER                  PIC X(33).
000910
000920*   SEQDEF - RANGE DEFINITIONS, DEFINE MODE ONLY.  DEF-USER IS
000922*   THE USER ASKING FOR THE DEFINITION; DEF-ACTION APPR MAKES
000924*   THE ENTRY DEF-USER'S APPROVAL OF THE CHANGE PENDING FOR THE
000926*   RANGE, AND ITS LOW AND HIGH ARE NOT USED.
000930  FD  SEQDEF-FILE
000940      RECORDING MODE IS F
000950      LABEL RECORDS ARE STANDARD.
001010      05  DEF-HIGH                PIC 9(18).
001020      05  DEF-HIGH-X REDEFINES
001030          DEF-HIGH                PIC X(18).
001040      05  DEF-USER                PIC X(08).
001042      05  DEF-ACTION              PIC X(04).
001044          88  DEF-APPROVE                   VALUE "APPR".
001046      05  FILLER                  PIC X(24).
001050
001060*   SEQJRN - ASSIGNMENT JOURNAL, ONE LINE PER ISSUED BLOCK
001070  FD  SEQJRN-FILE
001350      05  RSP-TO                  PIC Z(17)9.
001360      05  FILLER                  PIC X(29).
001370
001371*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
001372  FD  BUSDATE-FILE
001373      RECORDING MODE IS F
001374      LABEL RECORDS ARE STANDARD.
001375  01  BUSDATE-LINE                PIC X(80).
001376
001377*   SEQAUTH - WHO MAY DO WHAT TO WHICH RANGE.  FUNCTION ISSU,
001378*   RTRN, VOID, DEFN OR APPR; RANGE "*" COVERS EVERY RANGE NOT
001379*   GIVEN ITS OWN ENTRY FOR THE USER AND FUNCTION.  A MAXIMUM
001380*   BLOCK OF ZERO OR SPACES IS NO LIMIT.  "*" = COMMENT LINE.
001381  FD  SEQAUTH-FILE
001382      RECORDING MODE IS F
001383      LABEL RECORDS ARE STANDARD.
001384  01  SEQAUTH-RECORD.
001385      05  AUT-USER                PIC X(08).
001386      05  FILLER                  PIC X(01).
001387      05  AUT-FUNC                PIC X(04).
001388      05  FILLER                  PIC X(01).
001389      05  AUT-RANGE-NAME          PIC X(08).
001390      05  FILLER                  PIC X(01).
001391      05  AUT-MAX-BLOCK           PIC 9(09).
001392      05  AUT-MAX-BLOCK-X REDEFINES
001393          AUT-MAX-BLOCK           PIC X(09).
001394      05  FILLER                  PIC X(48).
001395
001396*   SEQPND - RANGE CHANGES WAITING FOR A SECOND USER'S APPROVAL,
001397*   REWRITTEN BY EVERY DEFINE RUN
001398  FD  SEQPND-FILE
001399      RECORDING MODE IS F
001400      LABEL RECORDS ARE STANDARD.
001401  01  SEQPND-RECORD.
001402      05  PND-RANGE-NAME          PIC X(08).
001403      05  FILLER                  PIC X(01).
001404      05  PND-LOW                 PIC 9(18).
001405      05  FILLER                  PIC X(01).
001406      05  PND-HIGH                PIC 9(18).
001407      05  FILLER                  PIC X(01).
001408      05  PND-USER                PIC X(08).
001409      05  FILLER                  PIC X(01).
001410      05  PND-DATE                PIC X(10).
001411      05  FILLER                  PIC X(01).
001412      05  PND-TIME                PIC X(08).
001413      05  FILLER                  PIC X(05).
001414
001415*   SEQVIO - SECURITY VIOLATION LOG, APPENDED
001416  FD  SEQVIO-FILE
001417      RECORDING MODE IS F
001418      LABEL RECORDS ARE STANDARD.
001419      COPY SVLREC.
001420
001421*   SEQALRT - SECURITY VIOLATION ALERTS FOR THE OPS BRIDGE
001422  FD  SEQALRT-FILE
001423      RECORDING MODE IS F
001424      LABEL RECORDS ARE STANDARD.
001425      COPY ALRREC.
001426
001380  WORKING-STORAGE SECTION.
001390
001400*   REQUEST AND DEFINITION COUNTERS
001440  77  SEQ-DEF-COUNT               PIC 9(09) COMP VALUE 0.
001442  77  SEQ-RTRN-COUNT              PIC 9(09) COMP VALUE 0.
001444  77  SEQ-VOID-COUNT              PIC 9(09) COMP VALUE 0.
001446  77  SEQ-VIO-COUNT               PIC 9(09) COMP VALUE 0.
001447  77  SEQ-PEND-COUNT              PIC 9(09) COMP VALUE 0.
001448  77  SEQ-APPR-COUNT              PIC 9(09) COMP VALUE 0.
001450
001460*   ISSUE LOOP WORK FIELDS
001470  77  SEQ-BLOCK-LEFT              PIC 9(09) COMP VALUE 0.
001514  77  SEQ-RCL-END                 PIC 9(18) COMP VALUE 0.
001516  77  SEQ-JRN-FUNC                PIC X(04) VALUE SPACES.
001510
001511*   AUTHORIZATION TABLE, LOADED FROM SEQAUTH
001512  77  SEQ-AUT-MAX                 PIC 9(04) COMP VALUE 500.
001513  01  SEQ-AUT-TABLE.
001514      05  SEQ-AUT-ENTRY OCCURS 500 TIMES.
001515          10  SEQ-AUT-USER        PIC X(08).
001516          10  SEQ-AUT-FUNC        PIC X(04).
001517          10  SEQ-AUT-RANGE       PIC X(08).
001518          10  SEQ-AUT-LIMIT       PIC 9(09) COMP.
001519  77  SEQ-AUT-CNT                 PIC 9(04) COMP VALUE 0.
001520  77  SEQ-AUT-IX                  PIC 9(04) COMP VALUE 0.
001521  77  SEQ-AUT-FOUND-IX            PIC 9(04) COMP VALUE 0.
001522  77  SEQ-AUT-WILD-IX             PIC 9(04) COMP VALUE 0.
001523
001524*   AUTHORITY CHECK - THE TRANSACTION BEING CHECKED, AND THE
001525*   VIOLATION REASON (SPACES WHEN IT IS AUTHORIZED)
001526  77  SEQ-CHK-USER                PIC X(08) VALUE SPACES.
001527  77  SEQ-CHK-FUNC                PIC X(04) VALUE SPACES.
001528  77  SEQ-CHK-RANGE               PIC X(08) VALUE SPACES.
001529  77  SEQ-CHK-BLOCKS              PIC 9(09) COMP VALUE 0.
001530  77  SEQ-CHK-LIMIT               PIC 9(09) COMP VALUE 0.
001531  77  SEQ-CHK-REASON              PIC X(04) VALUE SPACES.
001532
001533*   RANGE CHANGES PENDING APPROVAL, LOADED FROM SEQPND
001534  77  SEQ-PND-MAX                 PIC 9(04) COMP VALUE 200.
001535  01  SEQ-PND-TABLE.
001536      05  SEQ-PND-ENTRY OCCURS 200 TIMES.
001537          10  SEQ-PND-NAME        PIC X(08).
001538          10  SEQ-PND-LOW         PIC 9(18).
001539          10  SEQ-PND-HIGH        PIC 9(18).
001540          10  SEQ-PND-USER        PIC X(08).
001541          10  SEQ-PND-DATE        PIC X(10).
001542          10  SEQ-PND-TIME        PIC X(08).
001543  77  SEQ-PND-CNT                 PIC 9(04) COMP VALUE 0.
001544  77  SEQ-PND-IX                  PIC 9(04) COMP VALUE 0.
001545  77  SEQ-PND-JX                  PIC 9(04) COMP VALUE 0.
001546  77  SEQ-PND-FOUND-IX            PIC 9(04) COMP VALUE 0.
001547
001520*   PARM STRING AND ITS PARSED TOKENS
001530  01  SEQ-PARM-TEXT               PIC X(80).
001540  01  SEQ-PARM-TOKENS.
001610          88  SEQ-DEFINE-MODE               VALUE "Y".
001612      05  SEQ-RCL-ISSUE-SW        PIC X(01) VALUE "N".
001614          88  SEQ-RCL-ISSUED                VALUE "Y".
001616      05  SEQ-VIO-OPEN-SW         PIC X(01) VALUE "N".
001617          88  SEQ-VIO-OPEN                  VALUE "Y".
001618      05  SEQ-ALRT-OPEN-SW        PIC X(01) VALUE "N".
001619          88  SEQ-ALRT-OPEN                 VALUE "Y".
001620
001630*   FILE STATUS FIELDS
001640  01  SEQ-FILE-STATUSES.
001690          88  SEQDEF-EOF                    VALUE "10".
001700      05  SEQJRN-STATUS           PIC X(02) VALUE SPACES.
001710      05  SEQRSP-STATUS           PIC X(02) VALUE SPACES.
001711      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
001712      05  SEQAUTH-STATUS          PIC X(02) VALUE SPACES.
001713          88  SEQAUTH-EOF                   VALUE "10".
001714      05  SEQPND-STATUS           PIC X(02) VALUE SPACES.
001715          88  SEQPND-EOF                    VALUE "10".
001716      05  SEQVIO-STATUS           PIC X(02) VALUE SPACES.
001717      05  SEQALRT-STATUS          PIC X(02) VALUE SPACES.
001718
001719*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
001720*   MACHINE DATE IT OVERRIDES
001721      COPY BDTREC.
001722  01  SEQ-BUSDATE-FIELDS.
001723      05  SEQ-MACHINE-DATE        PIC 9(08) VALUE 0.
001720
001730*   RUN DATE AND TIME FOR THE JOURNAL
001740  01  SEQ-CURRENT-DATE-FIELDS.
001770      05  FILLER                  PIC X(07).
001780  77  SEQ-RUN-DATE-DISPLAY        PIC X(10).
001790  77  SEQ-RUN-TIME-DISPLAY        PIC X(08).
001792  01  SEQ-JOBNAME                 PIC X(08) VALUE SPACES.
001794  01  SEQ-STEPNAME                PIC X(08) VALUE SPACES.
001800
001810  PROCEDURE DIVISION.
001820
001960      EXIT.
001970
001980* ****************************************************************
001990* * 1000-INITIALIZE - PARM, RUN STAMP, OPEN THE RANGE MASTER,
001995* * LOAD THE AUTHORITIES, OPEN THE VIOLATION LOG AND ALERTS
002000* ****************************************************************
002010  1000-INITIALIZE.
002020      MOVE FUNCTION CURRENT-DATE TO SEQ-CURRENT-DATE-FIELDS.
002025      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002030      STRING SEQ-CD-DATE(1:4) "-" SEQ-CD-DATE(5:2) "-"
002040          SEQ-CD-DATE(7:2) DELIMITED BY SIZE
002050          INTO SEQ-RUN-DATE-DISPLAY
002220          MOVE 16 TO RETURN-CODE
002230          GO TO 9999-EXIT
002240      END-IF.
002241      DISPLAY "JOBNAME" UPON ENVIRONMENT-NAME.
002242      ACCEPT SEQ-JOBNAME FROM ENVIRONMENT-VALUE.
002243      DISPLAY "STEPNAME" UPON ENVIRONMENT-NAME.
002244      ACCEPT SEQ-STEPNAME FROM ENVIRONMENT-VALUE.
002245      IF SEQ-JOBNAME = SPACES
002246          MOVE "COUNTSEQ" TO SEQ-JOBNAME
002247      END-IF.
002248      IF SEQ-STEPNAME = SPACES
002249          MOVE "SEQSTEP" TO SEQ-STEPNAME
002250      END-IF.
002251      PERFORM 1200-LOAD-AUTHORITIES THRU 1200-EXIT.
002252      PERFORM 1300-OPEN-SECURITY-FILES THRU 1300-EXIT.
002250  1000-EXIT.
002251      EXIT.
002252
002253* ****************************************************************
002254* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
002255* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
002256* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
002257* * TODAY OR NOT A VALID DATE STOPS THE RUN.
002258* ****************************************************************
002259  1050-GET-BUSINESS-DATE.
002260      MOVE SEQ-CD-DATE TO SEQ-MACHINE-DATE.
002261      MOVE SPACES TO BUSDATE-RECORD.
002262      OPEN INPUT BUSDATE-FILE.
002263      IF BUSDATE-STATUS NOT = "00"
002264          GO TO 1050-EXIT
002265      END-IF.
002266      READ BUSDATE-FILE INTO BUSDATE-RECORD
002267          AT END
002268              MOVE SPACES TO BUSDATE-RECORD
002269      END-READ.
002270      CLOSE BUSDATE-FILE.
002271      IF BDT-BUSINESS-DATE-X = SPACES
002272          OR BDT-BUSINESS-DATE-X = ZEROS
002273          GO TO 1050-EXIT
002274      END-IF.
002275      IF BDT-BUSINESS-DATE-X NOT NUMERIC
002276          DISPLAY "COUNTSEQ - BUSDATE DATE NOT NUMERIC: "
002277              BDT-BUSINESS-DATE-X
002278          MOVE 16 TO RETURN-CODE
002279          GO TO 9999-EXIT
002280      END-IF.
002281      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
002282          OR BDT-BUSINESS-DATE > SEQ-MACHINE-DATE
002283          DISPLAY "COUNTSEQ - BUSDATE NOT A VALID PAST DATE: "
002284              BDT-BUSINESS-DATE-X
002285          MOVE 16 TO RETURN-CODE
002286          GO TO 9999-EXIT
002287      END-IF.
002288      MOVE BDT-BUSINESS-DATE TO SEQ-CD-DATE.
002289      IF SEQ-CD-DATE < SEQ-MACHINE-DATE
002290          DISPLAY "COUNTSEQ - BACKDATED RUN FOR BUSINESS DATE "
002291              BDT-BUSINESS-DATE-X
002292      END-IF.
002293  1050-EXIT.
002260      EXIT.
002270
002280  1100-PARSE-PARM.
002460      EXIT.
002470
002480* ****************************************************************
002481* * 1200-LOAD-AUTHORITIES - TABLE SEQAUTH.  NO AUTHORIZATION FILE,
002482* * NO TRANSACTIONS - THE RUN STOPS.  AN ENTRY THAT CANNOT BE USED
002483* * GRANTS NOTHING AND IS REPORTED.
002484* ****************************************************************
002485  1200-LOAD-AUTHORITIES.
002486      OPEN INPUT SEQAUTH-FILE.
002487      IF SEQAUTH-STATUS NOT = "00"
002488          DISPLAY "COUNTSEQ - UNABLE TO OPEN SEQAUTH, STATUS "
002489              SEQAUTH-STATUS
002490          MOVE 16 TO RETURN-CODE
002491          PERFORM 8000-TERMINATE THRU 8000-EXIT
002492          GO TO 9999-EXIT
002493      END-IF.
002494      PERFORM 1210-READ-SEQAUTH THRU 1210-EXIT.
002495      PERFORM 1220-TABLE-ONE-AUTHORITY THRU 1220-EXIT
002496          UNTIL SEQAUTH-EOF.
002497      CLOSE SEQAUTH-FILE.
002498  1200-EXIT.
002499      EXIT.
002500
002501  1210-READ-SEQAUTH.
002502      READ SEQAUTH-FILE
002503          AT END
002504              CONTINUE
002505      END-READ.
002506  1210-EXIT.
002507      EXIT.
002508
002509  1220-TABLE-ONE-AUTHORITY.
002510      IF SEQAUTH-RECORD(1:1) = "*" OR SEQAUTH-RECORD = SPACES
002511          GO TO 1220-NEXT
002512      END-IF.
002513      IF AUT-USER = SPACES OR AUT-RANGE-NAME = SPACES
002514          OR (AUT-FUNC NOT = "ISSU" AND AUT-FUNC NOT = "RTRN"
002515          AND AUT-FUNC NOT = "VOID" AND AUT-FUNC NOT = "DEFN"
002516          AND AUT-FUNC NOT = "APPR")
002517          OR (AUT-MAX-BLOCK-X NOT = SPACES
002518          AND AUT-MAX-BLOCK-X NOT NUMERIC)
002519          DISPLAY "COUNTSEQ - SEQAUTH ENTRY NOT USABLE, SKIPPED: "
002520              AUT-USER " " AUT-FUNC " " AUT-RANGE-NAME
002521          ADD 1 TO SEQ-EXCP-COUNT
002522          MOVE 8 TO RETURN-CODE
002523          GO TO 1220-NEXT
002524      END-IF.
002525      IF SEQ-AUT-CNT >= SEQ-AUT-MAX
002526          DISPLAY "COUNTSEQ - SEQAUTH TABLE FULL AT " SEQ-AUT-MAX
002527              " ENTRIES"
002528          MOVE 16 TO RETURN-CODE
002529          CLOSE SEQAUTH-FILE
002530          PERFORM 8000-TERMINATE THRU 8000-EXIT
002531          GO TO 9999-EXIT
002532      END-IF.
002533      ADD 1 TO SEQ-AUT-CNT.
002534      MOVE AUT-USER TO SEQ-AUT-USER(SEQ-AUT-CNT).
002535      MOVE AUT-FUNC TO SEQ-AUT-FUNC(SEQ-AUT-CNT).
002536      MOVE AUT-RANGE-NAME TO SEQ-AUT-RANGE(SEQ-AUT-CNT).
002537      IF AUT-MAX-BLOCK-X = SPACES
002538          MOVE 0 TO SEQ-AUT-LIMIT(SEQ-AUT-CNT)
002539      ELSE
002540          MOVE AUT-MAX-BLOCK TO SEQ-AUT-LIMIT(SEQ-AUT-CNT)
002541      END-IF.
002542  1220-NEXT.
002543      PERFORM 1210-READ-SEQAUTH THRU 1210-EXIT.
002544  1220-EXIT.
002545      EXIT.
002546
002547*     THE VIOLATION LOG IS APPENDED - CREATED ON THE FIRST RUN.
002548*     THE ALERT FILE IS A CONVENIENCE; WITHOUT IT THE VIOLATIONS
002549*     ARE STILL LOGGED AND DISPLAYED.
002550  1300-OPEN-SECURITY-FILES.
002551      OPEN EXTEND SEQVIO-FILE.
002552      IF SEQVIO-STATUS = "35"
002553          OPEN OUTPUT SEQVIO-FILE
002554      END-IF.
002555      IF SEQVIO-STATUS NOT = "00"
002556          DISPLAY "COUNTSEQ - UNABLE TO OPEN SEQVIO, STATUS "
002557              SEQVIO-STATUS
002558          MOVE 16 TO RETURN-CODE
002559          PERFORM 8000-TERMINATE THRU 8000-EXIT
002560          GO TO 9999-EXIT
002561      END-IF.
002562      MOVE "Y" TO SEQ-VIO-OPEN-SW.
002563      OPEN OUTPUT SEQALRT-FILE.
002564      IF SEQALRT-STATUS = "00"
002565          MOVE "Y" TO SEQ-ALRT-OPEN-SW
002566      ELSE
002567          DISPLAY "COUNTSEQ - UNABLE TO OPEN SEQALRT, STATUS "
002568              SEQALRT-STATUS
002569      END-IF.
002570  1300-EXIT.
002571      EXIT.
002572* ****************************************************************
002573* * 2000-LOAD-DEFINITIONS - ADD NAMED RANGES, HOLD CHANGES TO
002574* * LIVE RANGES FOR APPROVAL, APPLY THE APPROVED ONES
002500* ****************************************************************
002510  2000-LOAD-DEFINITIONS.
002520      OPEN INPUT SEQDEF-FILE.
002570          PERFORM 8000-TERMINATE THRU 8000-EXIT
002580          GO TO 9999-EXIT
002590      END-IF.
002595      PERFORM 2050-LOAD-PENDING THRU 2050-EXIT.
002600      PERFORM 2100-READ-SEQDEF THRU 2100-EXIT.
002610      PERFORM 2200-APPLY-DEFINITION THRU 2200-EXIT
002620          UNTIL SEQDEF-EOF.
002630      CLOSE SEQDEF-FILE.
002635      PERFORM 2700-WRITE-PENDING THRU 2700-EXIT.
002637      IF SEQ-PND-CNT > 0 AND RETURN-CODE < 4
002638          MOVE 4 TO RETURN-CODE
002639      END-IF.
002640  2000-EXIT.
002650      EXIT.
002660
002661*     CHANGES STILL WAITING FROM EARLIER RUNS.  NO SEQPND YET
002662*     MEANS NONE HAS EVER WAITED.
002663  2050-LOAD-PENDING.
002664      OPEN INPUT SEQPND-FILE.
002665      IF SEQPND-STATUS = "35"
002666          GO TO 2050-EXIT
002667      END-IF.
002668      IF SEQPND-STATUS NOT = "00"
002669          DISPLAY "COUNTSEQ - UNABLE TO OPEN SEQPND, STATUS "
002670              SEQPND-STATUS
002671          MOVE 16 TO RETURN-CODE
002672          CLOSE SEQDEF-FILE
002673          PERFORM 8000-TERMINATE THRU 8000-EXIT
002674          GO TO 9999-EXIT
002675      END-IF.
002676      PERFORM 2060-READ-SEQPND THRU 2060-EXIT.
002677      PERFORM 2070-TABLE-ONE-PENDING THRU 2070-EXIT
002678          UNTIL SEQPND-EOF.
002679      CLOSE SEQPND-FILE.
002680  2050-EXIT.
002681      EXIT.
002682
002683  2060-READ-SEQPND.
002684      READ SEQPND-FILE
002685          AT END
002686              CONTINUE
002687      END-READ.
002688  2060-EXIT.
002689      EXIT.
002690
002691  2070-TABLE-ONE-PENDING.
002692      IF SEQ-PND-CNT >= SEQ-PND-MAX
002693          DISPLAY "COUNTSEQ - SEQPND TABLE FULL AT " SEQ-PND-MAX
002694              " ENTRIES"
002695          MOVE 16 TO RETURN-CODE
002696          CLOSE SEQPND-FILE
002697          CLOSE SEQDEF-FILE
002698          PERFORM 8000-TERMINATE THRU 8000-EXIT
002699          GO TO 9999-EXIT
002700      END-IF.
002701      ADD 1 TO SEQ-PND-CNT.
002702      MOVE PND-RANGE-NAME TO SEQ-PND-NAME(SEQ-PND-CNT).
002703      MOVE PND-LOW TO SEQ-PND-LOW(SEQ-PND-CNT).
002704      MOVE PND-HIGH TO SEQ-PND-HIGH(SEQ-PND-CNT).
002705      MOVE PND-USER TO SEQ-PND-USER(SEQ-PND-CNT).
002706      MOVE PND-DATE TO SEQ-PND-DATE(SEQ-PND-CNT).
002707      MOVE PND-TIME TO SEQ-PND-TIME(SEQ-PND-CNT).
002708      PERFORM 2060-READ-SEQPND THRU 2060-EXIT.
002709  2070-EXIT.
002710      EXIT.
002670  2100-READ-SEQDEF.
002680      READ SEQDEF-FILE
002690          AT END
002730      EXIT.
002740
002750  2200-APPLY-DEFINITION.
002751      IF DEF-APPROVE
002752          PERFORM 2400-APPROVE-CHANGE THRU 2400-EXIT
002753          GO TO 2200-NEXT
002754      END-IF.
002760      MOVE FUNCTION TEST-NUMVAL(DEF-LOW-X) TO SEQ-NUMVAL-CHK.
002770      IF SEQ-NUMVAL-CHK NOT = 0
002780          GO TO 2200-BAD-ENTRY
002840      IF DEF-RANGE-NAME = SPACES OR DEF-LOW > DEF-HIGH
002850          OR DEF-LOW = 0
002860          GO TO 2200-BAD-ENTRY
002861      END-IF.
002862      MOVE DEF-USER TO SEQ-CHK-USER.
002863      MOVE "DEFN" TO SEQ-CHK-FUNC.
002864      MOVE DEF-RANGE-NAME TO SEQ-CHK-RANGE.
002865      MOVE 0 TO SEQ-CHK-BLOCKS.
002866      PERFORM 5000-CHECK-AUTHORITY THRU 5000-EXIT.
002867      IF SEQ-CHK-REASON NOT = SPACES
002868          PERFORM 5500-LOG-VIOLATION THRU 5500-EXIT
002869          ADD 1 TO SEQ-EXCP-COUNT
002870          MOVE 8 TO RETURN-CODE
002871          GO TO 2200-NEXT
002870      END-IF.
002880      MOVE DEF-RANGE-NAME TO SEQ-NAME.
002890      READ SEQMST-FILE
002964              IF DEF-HIGH < SEQ-LAST
002966                  GO TO 2200-BAD-ENTRY
002968              END-IF
002970*             A CHANGE TO A LIVE RANGE WAITS FOR A SECOND USER
002980              PERFORM 2500-HOLD-CHANGE THRU 2500-EXIT
002985              GO TO 2200-NEXT
002990      END-READ.
003000      IF SEQMST-STATUS NOT = "00"
003010          DISPLAY "COUNTSEQ - SEQMST UPDATE FAILED, STATUS "
003184  2260-EXIT.
003185      EXIT.
003186
003187* ****************************************************************
003188* * 2400-APPROVE-CHANGE - DEF-USER APPROVES THE CHANGE PENDING
003189* * FOR THE RANGE.  THE APPROVER NEEDS APPR AUTHORITY AND MUST
003190* * NOT BE THE USER WHO ASKED FOR THE CHANGE; A REFUSED APPROVAL
003191* * LEAVES THE CHANGE WAITING.
003192* ****************************************************************
003193  2400-APPROVE-CHANGE.
003194      PERFORM 2600-FIND-PENDING THRU 2600-EXIT.
003195      IF SEQ-PND-FOUND-IX = 0
003196          DISPLAY "COUNTSEQ - NO CHANGE PENDING TO APPROVE: "
003197              DEF-RANGE-NAME
003198          GO TO 2400-BAD-ENTRY
003199      END-IF.
003200      MOVE DEF-USER TO SEQ-CHK-USER.
003201      MOVE "APPR" TO SEQ-CHK-FUNC.
003202      MOVE DEF-RANGE-NAME TO SEQ-CHK-RANGE.
003203      MOVE 0 TO SEQ-CHK-BLOCKS.
003204      PERFORM 5000-CHECK-AUTHORITY THRU 5000-EXIT.
003205      IF SEQ-CHK-REASON = SPACES
003206          AND DEF-USER = SEQ-PND-USER(SEQ-PND-FOUND-IX)
003207          MOVE "SELF" TO SEQ-CHK-REASON
003208      END-IF.
003209      IF SEQ-CHK-REASON NOT = SPACES
003210          PERFORM 5500-LOG-VIOLATION THRU 5500-EXIT
003211          GO TO 2400-BAD-ENTRY
003212      END-IF.
003213      MOVE DEF-RANGE-NAME TO SEQ-NAME.
003214      READ SEQMST-FILE
003215          INVALID KEY
003216              DISPLAY "COUNTSEQ - RANGE GONE, CHANGE DROPPED: "
003217                  DEF-RANGE-NAME
003218              PERFORM 2650-DROP-PENDING THRU 2650-EXIT
003219              GO TO 2400-BAD-ENTRY
003220      END-READ.
003221      IF SEQMST-STATUS NOT = "00"
003222          DISPLAY "COUNTSEQ - SEQMST READ FAILED, STATUS "
003223              SEQMST-STATUS
003224          MOVE 16 TO RETURN-CODE
003225          PERFORM 8000-TERMINATE THRU 8000-EXIT
003226          GO TO 9999-EXIT
003227      END-IF.
003228*     THE RANGE MAY HAVE ISSUED PAST THE NEW HIGH SINCE THE ASK
003229      IF SEQ-PND-HIGH(SEQ-PND-FOUND-IX) < SEQ-LAST
003230          DISPLAY "COUNTSEQ - CHANGE BELOW LAST ISSUED, DROPPED: "
003231              DEF-RANGE-NAME
003232          PERFORM 2650-DROP-PENDING THRU 2650-EXIT
003233          GO TO 2400-BAD-ENTRY
003234      END-IF.
003235      MOVE SEQ-PND-HIGH(SEQ-PND-FOUND-IX) TO SEQ-HIGH.
003236      REWRITE SEQMST-RECORD.
003237      IF SEQMST-STATUS NOT = "00"
003238          DISPLAY "COUNTSEQ - SEQMST UPDATE FAILED, STATUS "
003239              SEQMST-STATUS
003240          MOVE 16 TO RETURN-CODE
003241          PERFORM 8000-TERMINATE THRU 8000-EXIT
003242          GO TO 9999-EXIT
003243      END-IF.
003244      DISPLAY "COUNTSEQ - RANGE CHANGE APPLIED: " DEF-RANGE-NAME
003245          " ASKED BY " SEQ-PND-USER(SEQ-PND-FOUND-IX)
003246          " APPROVED BY " DEF-USER.
003247      PERFORM 2650-DROP-PENDING THRU 2650-EXIT.
003248      ADD 1 TO SEQ-DEF-COUNT.
003249      ADD 1 TO SEQ-APPR-COUNT.
003250      GO TO 2400-EXIT.
003251  2400-BAD-ENTRY.
003252      ADD 1 TO SEQ-EXCP-COUNT.
003253      MOVE 8 TO RETURN-CODE.
003254  2400-EXIT.
003255      EXIT.
003256
003257*     A NEWER CHANGE TO THE SAME RANGE REPLACES THE ONE WAITING,
003258*     AND WAITS FOR ITS OWN APPROVAL
003259  2500-HOLD-CHANGE.
003260      PERFORM 2600-FIND-PENDING THRU 2600-EXIT.
003261      IF SEQ-PND-FOUND-IX = 0
003262          IF SEQ-PND-CNT >= SEQ-PND-MAX
003263              DISPLAY "COUNTSEQ - SEQPND TABLE FULL AT "
003264                  SEQ-PND-MAX " ENTRIES"
003265              MOVE 16 TO RETURN-CODE
003266              CLOSE SEQDEF-FILE
003267              PERFORM 8000-TERMINATE THRU 8000-EXIT
003268              GO TO 9999-EXIT
003269          END-IF
003270          ADD 1 TO SEQ-PND-CNT
003271          MOVE SEQ-PND-CNT TO SEQ-PND-FOUND-IX
003272      ELSE
003273          DISPLAY "COUNTSEQ - PENDING CHANGE REPLACED: "
003274              DEF-RANGE-NAME " ASKED BY "
003275              SEQ-PND-USER(SEQ-PND-FOUND-IX)
003276      END-IF.
003277      MOVE DEF-RANGE-NAME TO SEQ-PND-NAME(SEQ-PND-FOUND-IX).
003278      MOVE DEF-LOW TO SEQ-PND-LOW(SEQ-PND-FOUND-IX).
003279      MOVE DEF-HIGH TO SEQ-PND-HIGH(SEQ-PND-FOUND-IX).
003280      MOVE DEF-USER TO SEQ-PND-USER(SEQ-PND-FOUND-IX).
003281      MOVE SEQ-RUN-DATE-DISPLAY TO SEQ-PND-DATE(SEQ-PND-FOUND-IX).
003282      MOVE SEQ-RUN-TIME-DISPLAY TO SEQ-PND-TIME(SEQ-PND-FOUND-IX).
003283      DISPLAY "COUNTSEQ - RANGE CHANGE HELD FOR APPROVAL: "
003284          DEF-RANGE-NAME " ASKED BY " DEF-USER.
003285      ADD 1 TO SEQ-PEND-COUNT.
003286  2500-EXIT.
003287      EXIT.
003288
003289  2600-FIND-PENDING.
003290      MOVE 0 TO SEQ-PND-FOUND-IX.
003291      PERFORM 2610-CHECK-PENDING-ROW THRU 2610-EXIT
003292          VARYING SEQ-PND-IX FROM 1 BY 1
003293          UNTIL SEQ-PND-IX > SEQ-PND-CNT
003294          OR SEQ-PND-FOUND-IX NOT = 0.
003295  2600-EXIT.
003296      EXIT.
003297
003298  2610-CHECK-PENDING-ROW.
003299      IF SEQ-PND-NAME(SEQ-PND-IX) = DEF-RANGE-NAME
003300          MOVE SEQ-PND-IX TO SEQ-PND-FOUND-IX
003301      END-IF.
003302  2610-EXIT.
003303      EXIT.
003304
003305  2650-DROP-PENDING.
003306      PERFORM 2660-SHIFT-ONE-PENDING THRU 2660-EXIT
003307          VARYING SEQ-PND-JX FROM SEQ-PND-FOUND-IX BY 1
003308          UNTIL SEQ-PND-JX >= SEQ-PND-CNT.
003309      SUBTRACT 1 FROM SEQ-PND-CNT.
003310  2650-EXIT.
003311      EXIT.
003312
003313  2660-SHIFT-ONE-PENDING.
003314      MOVE SEQ-PND-ENTRY(SEQ-PND-JX + 1)
003315          TO SEQ-PND-ENTRY(SEQ-PND-JX).
003316  2660-EXIT.
003317      EXIT.
003318
003319*     SEQPND IS REWRITTEN WITH WHATEVER IS STILL WAITING
003320  2700-WRITE-PENDING.
003321      OPEN OUTPUT SEQPND-FILE.
003322      IF SEQPND-STATUS NOT = "00"
003323          DISPLAY "COUNTSEQ - UNABLE TO OPEN SEQPND, STATUS "
003324              SEQPND-STATUS
003325          MOVE 16 TO RETURN-CODE
003326          PERFORM 8000-TERMINATE THRU 8000-EXIT
003327          GO TO 9999-EXIT
003328      END-IF.
003329      PERFORM 2710-WRITE-ONE-PENDING THRU 2710-EXIT
003330          VARYING SEQ-PND-IX FROM 1 BY 1
003331          UNTIL SEQ-PND-IX > SEQ-PND-CNT.
003332      CLOSE SEQPND-FILE.
003333  2700-EXIT.
003334      EXIT.
003335
003336  2710-WRITE-ONE-PENDING.
003337      MOVE SPACES TO SEQPND-RECORD.
003338      MOVE SEQ-PND-NAME(SEQ-PND-IX) TO PND-RANGE-NAME.
003339      MOVE SEQ-PND-LOW(SEQ-PND-IX) TO PND-LOW.
003340      MOVE SEQ-PND-HIGH(SEQ-PND-IX) TO PND-HIGH.
003341      MOVE SEQ-PND-USER(SEQ-PND-IX) TO PND-USER.
003342      MOVE SEQ-PND-DATE(SEQ-PND-IX) TO PND-DATE.
003343      MOVE SEQ-PND-TIME(SEQ-PND-IX) TO PND-TIME.
003344      WRITE SEQPND-RECORD.
003345      IF SEQPND-STATUS NOT = "00"
003346          DISPLAY "COUNTSEQ - UNABLE TO WRITE SEQPND, STATUS "
003347              SEQPND-STATUS
003348          MOVE 16 TO RETURN-CODE
003349          CLOSE SEQPND-FILE
003350          PERFORM 8000-TERMINATE THRU 8000-EXIT
003351          GO TO 9999-EXIT
003352      END-IF.
003353  2710-EXIT.
003354      EXIT.
003190* ****************************************************************
003200* * 3000-PROCESS-REQUESTS - ISSUE A BLOCK FOR EACH SEQREQ ENTRY
003210* ****************************************************************
003886          PERFORM 3600-WRITE-EXCEPTION THRU 3600-EXIT
003887          GO TO 3200-NEXT
003888      END-IF.
003889      MOVE REQ-USER TO SEQ-CHK-USER.
003890      MOVE REQ-FUNC TO SEQ-CHK-FUNC.
003891      IF REQ-FUNC = SPACES
003892          MOVE "ISSU" TO SEQ-CHK-FUNC
003893      END-IF.
003894      MOVE REQ-RANGE-NAME TO SEQ-CHK-RANGE.
003895      MOVE REQ-BLOCK-COUNT TO SEQ-CHK-BLOCKS.
003896      PERFORM 5000-CHECK-AUTHORITY THRU 5000-EXIT.
003897      IF SEQ-CHK-REASON NOT = SPACES
003898          MOVE "UNAU" TO RSP-STATUS
003899          PERFORM 3600-WRITE-EXCEPTION THRU 3600-EXIT
003900          PERFORM 5500-LOG-VIOLATION THRU 5500-EXIT
003887          GO TO 3200-NEXT
003888      END-IF.
003890      MOVE REQ-RANGE-NAME TO SEQ-NAME.
003900      READ SEQMST-FILE
003910          INVALID KEY
004818      EXIT.
004819
004750* ****************************************************************
004751* * 5000-CHECK-AUTHORITY - DOES SEQAUTH LET SEQ-CHK-USER DO
004752* * SEQ-CHK-FUNC TO SEQ-CHK-RANGE FOR SEQ-CHK-BLOCKS NUMBERS?  THE
004753* * USER'S ENTRY FOR THE RANGE ITSELF WINS OVER A "*" ENTRY.
004754* * SEQ-CHK-REASON COMES BACK SPACES, NOTA OR OVMX.
004755* ****************************************************************
004756  5000-CHECK-AUTHORITY.
004757      MOVE SPACES TO SEQ-CHK-REASON.
004758      MOVE 0 TO SEQ-CHK-LIMIT.
004759      MOVE 0 TO SEQ-AUT-FOUND-IX.
004760      MOVE 0 TO SEQ-AUT-WILD-IX.
004761      PERFORM 5100-CHECK-AUTHORITY-ROW THRU 5100-EXIT
004762          VARYING SEQ-AUT-IX FROM 1 BY 1
004763          UNTIL SEQ-AUT-IX > SEQ-AUT-CNT
004764          OR SEQ-AUT-FOUND-IX NOT = 0.
004765      IF SEQ-AUT-FOUND-IX = 0
004766          MOVE SEQ-AUT-WILD-IX TO SEQ-AUT-FOUND-IX
004767      END-IF.
004768      IF SEQ-AUT-FOUND-IX = 0
004769          MOVE "NOTA" TO SEQ-CHK-REASON
004770          GO TO 5000-EXIT
004771      END-IF.
004772      MOVE SEQ-AUT-LIMIT(SEQ-AUT-FOUND-IX) TO SEQ-CHK-LIMIT.
004773      IF SEQ-CHK-LIMIT > 0 AND SEQ-CHK-BLOCKS > SEQ-CHK-LIMIT
004774          MOVE "OVMX" TO SEQ-CHK-REASON
004775      END-IF.
004776  5000-EXIT.
004777      EXIT.
004778
004779  5100-CHECK-AUTHORITY-ROW.
004780      IF SEQ-AUT-USER(SEQ-AUT-IX) NOT = SEQ-CHK-USER
004781          OR SEQ-AUT-FUNC(SEQ-AUT-IX) NOT = SEQ-CHK-FUNC
004782          GO TO 5100-EXIT
004783      END-IF.
004784      IF SEQ-AUT-RANGE(SEQ-AUT-IX) = SEQ-CHK-RANGE
004785          MOVE SEQ-AUT-IX TO SEQ-AUT-FOUND-IX
004786          GO TO 5100-EXIT
004787      END-IF.
004788      IF SEQ-AUT-RANGE(SEQ-AUT-IX) = "*" AND SEQ-AUT-WILD-IX = 0
004789          MOVE SEQ-AUT-IX TO SEQ-AUT-WILD-IX
004790      END-IF.
004791  5100-EXIT.
004792      EXIT.
004793
004794* ****************************************************************
004795* * 5500-LOG-VIOLATION - LOG THE REFUSED TRANSACTION ON SEQVIO
004796* * AND ALERT THE OPS BRIDGE
004797* ****************************************************************
004798  5500-LOG-VIOLATION.
004799      DISPLAY "COUNTSEQ - SECURITY VIOLATION " SEQ-CHK-REASON
004800          " USER " SEQ-CHK-USER " " SEQ-CHK-FUNC
004801          " RANGE " SEQ-CHK-RANGE.
004802      MOVE SPACES TO SEQVIO-RECORD.
004803      MOVE SEQ-RUN-DATE-DISPLAY TO SVL-RUN-DATE.
004804      MOVE SEQ-RUN-TIME-DISPLAY TO SVL-RUN-TIME.
004805      MOVE SEQ-CHK-USER TO SVL-USER.
004806      MOVE SEQ-CHK-RANGE TO SVL-RANGE-NAME.
004807      MOVE SEQ-CHK-FUNC TO SVL-FUNC.
004808      MOVE SEQ-CHK-REASON TO SVL-REASON.
004809      MOVE SEQ-CHK-BLOCKS TO SVL-BLOCK-COUNT.
004810      MOVE SEQ-CHK-LIMIT TO SVL-MAX-BLOCK.
004811      WRITE SEQVIO-RECORD.
004812      IF SEQVIO-STATUS NOT = "00"
004813          DISPLAY "COUNTSEQ - UNABLE TO WRITE SEQVIO, STATUS "
004814              SEQVIO-STATUS
004815          MOVE "N" TO SEQ-VIO-OPEN-SW
004816          MOVE 16 TO RETURN-CODE
004817          PERFORM 8000-TERMINATE THRU 8000-EXIT
004818          GO TO 9999-EXIT
004819      END-IF.
004820      ADD 1 TO SEQ-VIO-COUNT.
004821      PERFORM 5600-WRITE-ALERT THRU 5600-EXIT.
004822  5500-EXIT.
004823      EXIT.
004824
004825*     REASON SECV, SEVERITY E; THE TARGET IS THE USER'S BLOCK
004826*     LIMIT AND THE RESULT THE BLOCK COUNT ASKED FOR
004827  5600-WRITE-ALERT.
004828      IF NOT SEQ-ALRT-OPEN
004829          GO TO 5600-EXIT
004830      END-IF.
004831      MOVE SPACES TO ALRTOUT-RECORD.
004832      MOVE SEQ-RUN-DATE-DISPLAY TO ALR-RUN-DATE.
004833      MOVE SEQ-RUN-TIME-DISPLAY TO ALR-RUN-TIME.
004834      MOVE SEQ-JOBNAME TO ALR-JOBNAME.
004835      MOVE SEQ-STEPNAME TO ALR-STEPNAME.
004836      MOVE SEQ-CHK-RANGE TO ALR-FILE-ID.
004837      MOVE "SECV" TO ALR-REASON.
004838      MOVE "E" TO ALR-SEVERITY.
004839      MOVE SEQ-CHK-LIMIT TO ALR-TARGET.
004840      MOVE SEQ-CHK-BLOCKS TO ALR-RESULT.
004841      WRITE ALRTOUT-RECORD.
004842      IF SEQALRT-STATUS NOT = "00"
004843          DISPLAY "COUNTSEQ - UNABLE TO WRITE SEQALRT, STATUS "
004844              SEQALRT-STATUS
004845          CLOSE SEQALRT-FILE
004846          MOVE "N" TO SEQ-ALRT-OPEN-SW
004847      END-IF.
004848  5600-EXIT.
004849      EXIT.
004850* ****************************************************************
004760* * 8000-TERMINATE - CLOSE THE MASTER, DISPLAY RUN COUNTS
004770* ****************************************************************
004780  8000-TERMINATE.
004790      CLOSE SEQMST-FILE.
004791      IF SEQ-VIO-OPEN
004792          CLOSE SEQVIO-FILE
004793          MOVE "N" TO SEQ-VIO-OPEN-SW
004794      END-IF.
004795      IF SEQ-ALRT-OPEN
004796          CLOSE SEQALRT-FILE
004797          MOVE "N" TO SEQ-ALRT-OPEN-SW
004798      END-IF.
004800      DISPLAY "COUNTSEQ - REQUESTS READ   = " SEQ-REQ-COUNT.
004810      DISPLAY "COUNTSEQ - BLOCKS ISSUED   = " SEQ-ISSUE-COUNT.
004812      DISPLAY "COUNTSEQ - BLOCKS RETURNED = " SEQ-RTRN-COUNT.
004814      DISPLAY "COUNTSEQ - BLOCKS VOIDED   = " SEQ-VOID-COUNT.
004820      DISPLAY "COUNTSEQ - EXCEPTIONS      = " SEQ-EXCP-COUNT.
004830      DISPLAY "COUNTSEQ - RANGES DEFINED  = " SEQ-DEF-COUNT.
004832      DISPLAY "COUNTSEQ - CHANGES HELD    = " SEQ-PEND-COUNT.
004834      DISPLAY "COUNTSEQ - CHANGES APPROVED= " SEQ-APPR-COUNT.
004836      DISPLAY "COUNTSEQ - VIOLATIONS      = " SEQ-VIO-COUNT.
004840  8000-EXIT.
004850      EXIT.
004860
