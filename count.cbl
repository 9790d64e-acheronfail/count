000363*                   COPYBOOK FOR THE CALENDAR UTILITY.
000365*   09/02/26  JRS   POST EVERY RPTOUT AUDIT LINE ADDITIVELY TO
000366*                   THE RUNJRN CENTRAL RUN JOURNAL AS WELL.
000367*   10/15/26  JRS   FEEDLAY PER-FEED LAYOUTS - HEADER AND TRAILER
000368*                   RECORDS ARE NOT COUNTED, THE FEED IS BALANCED
000369*                   TO THE SENDER'S TRAILER (TRLR), AND BAD
000370*                   AMOUNT/UNKNOWN TYPE RECORDS GO TO SUSPOUT.
000371*   10/15/26  JRS   RUN UNDER THE BUSDATE BUSINESS DATE - FDCMST,
000372*                   RUNJRN, THE CALIN ENTRY, RPTOUT, VFYOUT,
000373*                   STATOUT, TIMOUT AND THE DUPLICATE-FEED CHECK
000374*                   ALL TAKE IT IN PLACE OF THE MACHINE DATE.
000375*                   BACKDATED RUNS ARE MARKED ON RPTOUT AND RUNJRN
000376*                   AND REFUSED FOR A DATE ALREADY CLOSED PASS
000377*                   UNLESS THE REOPEN IS AUTHORIZED.
000378*   10/15/26  JRS   MOVE FDCMST LAYOUT TO FMSREC COPYBOOK FOR THE
000379*                   HOUSEKEEPING PROGRAM.
000380*   10/15/26  JRS   HOLD A FEED ON THE COUNTARV ARRHOLD LIST (PAST
000381*                   ITS ARRIVAL CUTOFF) RATHER THAN FAIL ITS OPEN;
000382*                   THE HELD MESSAGE NOW GIVES THE REASON.
000367* ---------------------------------------------------------------
000344
000350  ENVIRONMENT DIVISION.
000568          ACCESS MODE IS DYNAMIC
000569          RECORD KEY IS RJN-KEY
000570          FILE STATUS IS RUNJRN-STATUS.
000571      SELECT FEEDLAY-FILE ASSIGN TO FEEDLAY
000572          ORGANIZATION IS SEQUENTIAL
000573          FILE STATUS IS FEEDLAY-STATUS.
000574      SELECT SUSPOUT-FILE ASSIGN TO SUSPOUT
000575          ORGANIZATION IS SEQUENTIAL
000576          FILE STATUS IS SUSPOUT-STATUS.
000577      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000578          ORGANIZATION IS SEQUENTIAL
000579          FILE STATUS IS BUSDATE-STATUS.
000580      SELECT CLSHST-FILE ASSIGN TO CLSHST
000581          ORGANIZATION IS SEQUENTIAL
000582          FILE STATUS IS CLSHST-STATUS.
000583      SELECT ARRHOLD-FILE ASSIGN TO ARRHOLD
000584          ORGANIZATION IS SEQUENTIAL
000585          FILE STATUS IS ARRHOLD-STATUS.
000571
000559  DATA DIVISION.
000560  FILE SECTION.
001259*   AND CONTROL TOTAL LATER TRANSMISSIONS ARE CHECKED AGAINST
001260  FD  FDCMST-FILE
001261      LABEL RECORDS ARE STANDARD.
001262      COPY FMSREC.
001269
001270*   TIMOUT - RUN-TIMING RECORDS, ONE PER COUNTED RUN/ENTRY,
001271*   FOR THE TIMING MASTER AND THE BATCH-WINDOW MONITOR
001280      LABEL RECORDS ARE STANDARD.
001281      COPY RJNREC.
001282
001283*   FEEDLAY - OPTIONAL PER-FEED LAYOUT DEFINITIONS, ONE RECORD
001284*   PER FILE-ID THAT SENDS HEADER/TRAILER RECORDS.  A FEED WITH
001285*   NO LAYOUT IS COUNTED AS BEFORE, EVERY RECORD AS DATA.
001286*   POSITIONS ARE 1-80 IN THE FEED RECORD; A TRAILER HASH
001287*   LENGTH OF ZERO MEANS THE SENDER SENDS NO HASH TOTAL.
001288*   FLY-DATA-ID LISTS THE DATA RECORD TYPES - ALL SPACES
001289*   ACCEPTS ANY TYPE THAT IS NOT THE HEADER OR TRAILER.
001290  FD  FEEDLAY-FILE
001291      RECORDING MODE IS F
001292      LABEL RECORDS ARE STANDARD.
001293  01  FEEDLAY-RECORD.
001294      05  FLY-FILE-ID             PIC X(08).
001295      05  FLY-TYPE-POS            PIC 9(02).
001296      05  FLY-TYPE-POS-X REDEFINES
001297          FLY-TYPE-POS            PIC X(02).
001298      05  FLY-HDR-ID              PIC X(01).
001299      05  FLY-TRL-ID              PIC X(01).
001300      05  FLY-DATA-IDS.
001301          10  FLY-DATA-ID         PIC X(01) OCCURS 8 TIMES.
001302      05  FLY-CNT-POS             PIC 9(02).
001303      05  FLY-CNT-POS-X REDEFINES
001304          FLY-CNT-POS             PIC X(02).
001305      05  FLY-CNT-LEN             PIC 9(02).
001306      05  FLY-CNT-LEN-X REDEFINES
001307          FLY-CNT-LEN             PIC X(02).
001308      05  FLY-HASH-POS            PIC 9(02).
001309      05  FLY-HASH-POS-X REDEFINES
001310          FLY-HASH-POS            PIC X(02).
001311      05  FLY-HASH-LEN            PIC 9(02).
001312      05  FLY-HASH-LEN-X REDEFINES
001313          FLY-HASH-LEN            PIC X(02).
001314*     IMPLIED DECIMAL PLACES IN THE TRAILER HASH TOTAL
001315      05  FLY-HASH-DEC            PIC 9(01).
001316      05  FLY-HASH-DEC-X REDEFINES
001317          FLY-HASH-DEC            PIC X(01).
001318      05  FILLER                  PIC X(51).
001319
001320*   SUSPOUT - FEED SUSPENSE FILE, ONE RECORD PER DATA RECORD
001321*   WITH A NON-NUMERIC AMOUNT (BAMT) OR AN UNKNOWN RECORD TYPE
001322*   (UTYP), WITH THE RECORD IMAGE, FOR THE APPLICATION TEAM
001323  FD  SUSPOUT-FILE
001324      RECORDING MODE IS F
001325      LABEL RECORDS ARE STANDARD.
001326  01  SUSPOUT-RECORD.
001327      05  SUS-RUN-DATE            PIC X(10).
001328      05  FILLER                  PIC X(01).
001329      05  SUS-FILE-ID             PIC X(08).
001330      05  FILLER                  PIC X(01).
001331      05  SUS-REC-NO              PIC 9(09).
001332      05  FILLER                  PIC X(01).
001333      05  SUS-REASON              PIC X(04).
001334      05  FILLER                  PIC X(01).
001335      05  SUS-REASON-TEXT         PIC X(24).
001336      05  FILLER                  PIC X(01).
001337      05  SUS-RECORD-IMAGE        PIC X(80).
001338
001339*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
001340  FD  BUSDATE-FILE
001341      RECORDING MODE IS F
001342      LABEL RECORDS ARE STANDARD.
001343  01  BUSDATE-LINE                PIC X(80).
001344
001345*   CLSHST - CLOSE HISTORY, FOR THE CLOSED-DATE CHECK
001346  FD  CLSHST-FILE
001347      RECORDING MODE IS F
001348      LABEL RECORDS ARE STANDARD.
001349      COPY CLSREC.
001350
001351*   ARRHOLD - OPTIONAL FEED HOLD LIST FROM THE ARRIVAL WATCH,
001352*   ONE HOLD RECORD PER FEED STILL MISSING PAST ITS CUTOFF
001353  FD  ARRHOLD-FILE
001354      RECORDING MODE IS F
001355      LABEL RECORDS ARE STANDARD.
001356      COPY ARRREC.
001282
001283  WORKING-STORAGE SECTION.
001258
001259*   COUNTING FIELDS - BINARY, WIDENED TO PIC 9(18) FOR HEADROOM
001496          88  CNT-TIM-OPEN                  VALUE "Y".
001497      05  CNT-RJN-OPEN-SW         PIC X(01) VALUE "N".
001498          88  CNT-RJN-OPEN                  VALUE "Y".
001499      05  CNT-SUSP-OPEN-SW        PIC X(01) VALUE "N".
001500          88  CNT-SUSP-OPEN                 VALUE "Y".
001493
001494*   FILE STATUS FIELDS
001495  01  CNT-FILE-STATUSES.
001585      05  FDCMST-STATUS           PIC X(02) VALUE SPACES.
001586      05  TIMOUT-STATUS           PIC X(02) VALUE SPACES.
001587      05  RUNJRN-STATUS           PIC X(02) VALUE SPACES.
001588      05  FEEDLAY-STATUS          PIC X(02) VALUE SPACES.
001589          88  FEEDLAY-EOF                   VALUE "10".
001590      05  SUSPOUT-STATUS          PIC X(02) VALUE SPACES.
001591      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
001592      05  CLSHST-STATUS           PIC X(02) VALUE SPACES.
001593          88  CLSHST-EOF                    VALUE "10".
001594      05  ARRHOLD-STATUS          PIC X(02) VALUE SPACES.
001595          88  ARRHOLD-EOF                   VALUE "10".
001596
001597*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
001598*   MACHINE DATE IT OVERRIDES
001599      COPY BDTREC.
001600  01  CNT-BUSDATE-FIELDS.
001601      05  CNT-MACHINE-DATE        PIC 9(08) VALUE 0.
001602      05  CNT-BACKDATE-SW         PIC X(01) VALUE "N".
001603          88  CNT-BACKDATED                 VALUE "Y".
001604      05  CNT-DATE-CLOSED-SW      PIC X(01) VALUE "N".
001605          88  CNT-DATE-CLOSED               VALUE "Y".
001606      05  CNT-BUS-DATE-DISPLAY    PIC X(10) VALUE SPACES.
001585
001586*   JOB IDENTIFICATION AND RUN DATE, FOR THE AUDIT REPORT
001590  01  CNT-JOBNAME                 PIC X(08) VALUE SPACES.
001720      05  CNT-START-DATE          PIC 9(08).
001730      05  CNT-START-TIME          PIC 9(06).
001735  77  CNT-START-HUNDREDTHS        PIC 9(02).
001736*   PROCESSING DATE - THE START DATE UNLESS BUSDATE SETS ONE
001737  77  CNT-BUSINESS-DATE           PIC 9(08) VALUE 0.
001740  01  CNT-END-STAMP.
001750      05  CNT-END-DATE            PIC 9(08).
001760      05  CNT-END-TIME            PIC 9(06).
001909  77  CNT-FEED-AMT-SW             PIC X(01) VALUE "N".
001910      88  CNT-FEED-AMT-WANTED               VALUE "Y".
001911  77  CNT-FEED-BAD-AMTS           PIC 9(09) COMP VALUE 0.
001912  77  CNT-FEED-REC-NO             PIC 9(09) COMP VALUE 0.
001913  77  CNT-FEED-BAD-TYPES          PIC 9(09) COMP VALUE 0.
001914  77  CNT-SUSP-COUNT              PIC 9(09) COMP VALUE 0.
001915
001916*   FEED LAYOUT TABLE, LOADED FROM FEEDLAY IN MULTI MODE.
001917*   CNT-FLY-IX IS THE CURRENT FEED'S LAYOUT, ZERO FOR NONE.
001918  77  CNT-FLY-MAX                 PIC 9(04) COMP VALUE 500.
001919  01  CNT-FLY-TABLE.
001920      05  CNT-FLY-ENTRY OCCURS 500 TIMES.
001921          10  CNT-FLY-FILE-ID     PIC X(08).
001922          10  CNT-FLY-TYPE-POS    PIC 9(02) COMP.
001923          10  CNT-FLY-HDR-ID      PIC X(01).
001924          10  CNT-FLY-TRL-ID      PIC X(01).
001925          10  CNT-FLY-DATA-IDS.
001926              15  CNT-FLY-DATA-ID PIC X(01) OCCURS 8 TIMES.
001927          10  CNT-FLY-CNT-POS     PIC 9(02) COMP.
001928          10  CNT-FLY-CNT-LEN     PIC 9(02) COMP.
001929          10  CNT-FLY-HASH-POS    PIC 9(02) COMP.
001930          10  CNT-FLY-HASH-LEN    PIC 9(02) COMP.
001931          10  CNT-FLY-HASH-DEC    PIC 9(01).
001932  77  CNT-FLY-CNT                 PIC 9(04) COMP VALUE 0.
001933  77  CNT-FLY-IX                  PIC 9(04) COMP VALUE 0.
001934  77  CNT-FLY-JX                  PIC 9(04) COMP VALUE 0.
001935  77  CNT-FLY-DATA-IX             PIC 9(02) COMP VALUE 0.
001936  77  CNT-FEED-REC-TYPE           PIC X(01) VALUE SPACE.
001937  77  CNT-FLY-TYPE-SW             PIC X(01) VALUE "N".
001938      88  CNT-FLY-TYPE-KNOWN                VALUE "Y".
001939  77  CNT-FLY-BAD-SW              PIC X(01) VALUE "N".
001940      88  CNT-FLY-BAD                       VALUE "Y".
001941
001942*   SENDER TRAILER FIELDS FOR THE CURRENT FEED
001943  77  CNT-TRL-SEEN                PIC 9(04) COMP VALUE 0.
001944  77  CNT-TRL-COUNT               PIC 9(18) COMP VALUE 0.
001945  77  CNT-TRL-HASH                PIC S9(13)V99 COMP-3 VALUE 0.
001946  77  CNT-TRL-SW                  PIC X(01) VALUE "N".
001947      88  CNT-TRL-FIELDS-BAD                VALUE "Y".
001948  77  CNT-SUSP-REASON             PIC X(04) VALUE SPACES.
001949  77  CNT-SUSP-TEXT               PIC X(24) VALUE SPACES.
001912
001913*   DRVIN SCHEDULING TABLE, MULTI MODE.  THE WHOLE DRIVING FILE
001899*   IS LOADED SO ENTRIES CAN RUN IN PRIORITY ORDER WITHIN
001918*     PREREQUISITE STATE: R READY, W WAITING, F FAILED
001919  77  CNT-PREREQ-STATE            PIC X(01) VALUE "R".
001920  77  CNT-PREREQ-ID               PIC X(08) VALUE SPACES.
001921  77  CNT-HOLD-WHY                PIC X(30) VALUE SPACES.
001922
001923*   FEEDS THE ARRIVAL WATCH HAS HELD FOR THIS BUSINESS DATE,
001924*   LOADED FROM ARRHOLD IN MULTI MODE
001925  77  CNT-ARH-MAX                 PIC 9(04) COMP VALUE 500.
001926  01  CNT-ARH-TABLE.
001927      05  CNT-ARH-FILE-ID         PIC X(08) OCCURS 500 TIMES.
001928  77  CNT-ARH-CNT                 PIC 9(04) COMP VALUE 0.
001929  77  CNT-ARH-IX                  PIC 9(04) COMP VALUE 0.
001930  77  CNT-ARH-FOUND-SW            PIC X(01) VALUE "N".
001931      88  CNT-ARH-FOUND                     VALUE "Y".
001921
001922*   FEED CONTROL CHECK WORK FIELDS
001914  77  CNT-FEED-FLAG               PIC X(04) VALUE SPACES.
002170      MOVE CNT-CD-DATE TO CNT-START-DATE.
002180      MOVE CNT-CD-TIME TO CNT-START-TIME.
002185      MOVE CNT-CD-HUNDREDTHS TO CNT-START-HUNDREDTHS.
002186      MOVE CNT-START-DATE TO CNT-BUSINESS-DATE.
002187      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002188      PERFORM 1060-CHECK-CLOSED-DATE THRU 1060-EXIT.
002190      DISPLAY "JOBNAME" UPON ENVIRONMENT-NAME.
002200      ACCEPT CNT-JOBNAME FROM ENVIRONMENT-VALUE.
002210      DISPLAY "STEPNAME" UPON ENVIRONMENT-NAME.
002379  1000-EXIT.
002380      EXIT.
002381
002382* ****************************************************************
002383* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
002384* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
002385* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
002386* * TODAY OR NOT A VALID DATE STOPS THE RUN.
002387* ****************************************************************
002388  1050-GET-BUSINESS-DATE.
002389      MOVE CNT-BUSINESS-DATE TO CNT-MACHINE-DATE.
002390      MOVE SPACES TO BUSDATE-RECORD.
002391      OPEN INPUT BUSDATE-FILE.
002392      IF BUSDATE-STATUS NOT = "00"
002393          GO TO 1050-EXIT
002394      END-IF.
002395      READ BUSDATE-FILE INTO BUSDATE-RECORD
002396          AT END
002397              MOVE SPACES TO BUSDATE-RECORD
002398      END-READ.
002399      CLOSE BUSDATE-FILE.
002400      IF BDT-BUSINESS-DATE-X = SPACES
002401          OR BDT-BUSINESS-DATE-X = ZEROS
002402          GO TO 1050-EXIT
002403      END-IF.
002404      IF BDT-BUSINESS-DATE-X NOT NUMERIC
002405          DISPLAY "COUNT - BUSDATE DATE NOT NUMERIC: "
002406              BDT-BUSINESS-DATE-X
002407          MOVE 16 TO RETURN-CODE
002408          GO TO 9999-EXIT
002409      END-IF.
002410      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
002411          OR BDT-BUSINESS-DATE > CNT-MACHINE-DATE
002412          DISPLAY "COUNT - BUSDATE NOT A VALID PAST DATE: "
002413              BDT-BUSINESS-DATE-X
002414          MOVE 16 TO RETURN-CODE
002415          GO TO 9999-EXIT
002416      END-IF.
002417      MOVE BDT-BUSINESS-DATE TO CNT-BUSINESS-DATE.
002418      IF CNT-BUSINESS-DATE < CNT-MACHINE-DATE
002419          MOVE "Y" TO CNT-BACKDATE-SW
002420          DISPLAY "COUNT - BACKDATED RUN FOR BUSINESS DATE "
002421              BDT-BUSINESS-DATE-X
002422      END-IF.
002423  1050-EXIT.
002424      EXIT.
002425
002426* ****************************************************************
002427* * 1060-CHECK-CLOSED-DATE - A BACKDATED RUN MAY NOT POST TO A
002428* * DATE WHOSE LATEST CLSHST CLOSE IS A PASS UNLESS THE CONTROL
002429* * AUTHORIZES THE REOPEN.  NO CLOSE HISTORY, NO PROOF THE
002430* * DATE IS OPEN.
002431* ****************************************************************
002432  1060-CHECK-CLOSED-DATE.
002433      IF NOT CNT-BACKDATED
002434          GO TO 1060-EXIT
002435      END-IF.
002436      STRING CNT-BUSINESS-DATE(1:4) "-" CNT-BUSINESS-DATE(5:2) "-"
002437          CNT-BUSINESS-DATE(7:2) DELIMITED BY SIZE
002438          INTO CNT-BUS-DATE-DISPLAY
002439      END-STRING.
002440      OPEN INPUT CLSHST-FILE.
002441      IF CLSHST-STATUS NOT = "00"
002442          DISPLAY "COUNT - UNABLE TO OPEN CLSHST, STATUS "
002443              CLSHST-STATUS
002444          MOVE "Y" TO CNT-DATE-CLOSED-SW
002445          GO TO 1060-DECIDE
002446      END-IF.
002447      PERFORM 1070-READ-CLSHST THRU 1070-EXIT.
002448      PERFORM 1080-CHECK-ONE-CLOSE THRU 1080-EXIT
002449          UNTIL CLSHST-EOF.
002450      CLOSE CLSHST-FILE.
002451  1060-DECIDE.
002452      IF NOT CNT-DATE-CLOSED
002453          GO TO 1060-EXIT
002454      END-IF.
002455      IF BDT-REOPEN-AUTH
002456          DISPLAY "COUNT - REOPEN OF " CNT-BUS-DATE-DISPLAY
002457              " AUTHORIZED BY " BDT-AUTH-USER
002458          GO TO 1060-EXIT
002459      END-IF.
002460      DISPLAY "COUNT - " CNT-BUS-DATE-DISPLAY
002461          " IS CLOSED, BACKDATED RUN REFUSED".
002462      MOVE 12 TO RETURN-CODE.
002463      GO TO 9999-EXIT.
002464  1060-EXIT.
002465      EXIT.
002466
002467  1070-READ-CLSHST.
002468      READ CLSHST-FILE
002469          AT END
002470              CONTINUE
002471      END-READ.
002472  1070-EXIT.
002473      EXIT.
002474
002475*     THE LATEST CLOSE FOR THE DATE DECIDES - A FAILED CLOSE
002476*     AFTER AN AUTHORIZED REOPEN LEAVES THE DATE OPEN AGAIN
002477  1080-CHECK-ONE-CLOSE.
002478      IF CLS-RUN-DATE = CNT-BUS-DATE-DISPLAY
002479          IF CLS-OVERALL = "PASS"
002480              MOVE "Y" TO CNT-DATE-CLOSED-SW
002481          ELSE
002482              MOVE "N" TO CNT-DATE-CLOSED-SW
002483          END-IF
002484      END-IF.
002485      PERFORM 1070-READ-CLSHST THRU 1070-EXIT.
002486  1080-EXIT.
002380      EXIT.
002381
002390* ****************************************************************
002400* * 1100-PARSE-PARM - SPLIT PARM INTO TOKENS, RECOGNIZE SWITCHES
002410* ****************************************************************
003273          GO TO 1600-EXIT
003274      END-IF.
003275      COMPUTE CNT-RUN-DAYNO =
003276          FUNCTION INTEGER-OF-DATE(CNT-BUSINESS-DATE).
003277      COMPUTE CNT-CAL-DOW-WORK = CNT-RUN-DAYNO - 1.
003278      DIVIDE CNT-CAL-DOW-WORK BY 7
003279          GIVING CNT-CAL-DOW-QUOT REMAINDER CNT-CAL-DOW-WORK.
003295
003296  1620-APPLY-CAL-ENTRY.
003297      IF CAL-REC-TYPE = "B"
003298          IF CAL-DATE-X = CNT-BUSINESS-DATE(1:8)
003299              MOVE "Y" TO CNT-CAL-BYPASS-SW
003300          END-IF
003301          GO TO 1620-NEXT
003305          GO TO 1620-NEXT
003306      END-IF.
003307      IF CAL-REC-TYPE = "D"
003308          AND CAL-DATE-X = CNT-BUSINESS-DATE(1:8)
003309          MOVE CAL-TARGET TO CNT-CAL-DATE-TARGET
003310          MOVE "Y" TO CNT-CAL-DATE-TGT-SW
003311      END-IF.
003369          GO TO 9999-EXIT
003370      END-IF.
003371      MOVE "Y" TO CNT-RERUN-OPEN-SW.
003372      OPEN OUTPUT SUSPOUT-FILE.
003373      IF SUSPOUT-STATUS NOT = "00"
003374          DISPLAY "COUNT - UNABLE TO OPEN SUSPOUT, STATUS "
003375              SUSPOUT-STATUS
003376          PERFORM 7700-ALERT-OPEN-FAIL THRU 7700-EXIT
003377          MOVE 16 TO RETURN-CODE
003378          PERFORM 8000-TERMINATE THRU 8000-EXIT
003379          GO TO 9999-EXIT
003380      END-IF.
003381      MOVE "Y" TO CNT-SUSP-OPEN-SW.
003382      PERFORM 2050-LOAD-FEED-LAYOUTS THRU 2050-EXIT.
003383      PERFORM 2090-LOAD-ARRIVAL-HOLDS THRU 2090-EXIT.
003372      PERFORM 2100-READ-DRVIN THRU 2100-EXIT.
003373      PERFORM 2500-LOAD-DRV-TABLE THRU 2500-EXIT
003374          UNTIL DRVIN-EOF.
003378      MOVE "N" TO CNT-RSLT-OPEN-SW.
003379      CLOSE RERUN-FILE.
003380      MOVE "N" TO CNT-RERUN-OPEN-SW.
003381      CLOSE SUSPOUT-FILE.
003382      MOVE "N" TO CNT-SUSP-OPEN-SW.
003383      IF CNT-SUSP-COUNT > 0
003384          DISPLAY "COUNT - SUSPENSE RECORDS WRITTEN: "
003385              CNT-SUSP-COUNT
003386      END-IF.
003381  2000-EXIT.
003382      EXIT.
003383
003384* ****************************************************************
003385* * 2050-LOAD-FEED-LAYOUTS - TABLE THE FEEDLAY DEFINITIONS.  THE
003386* * FILE IS OPTIONAL; NO FILE MEANS EVERY FEED IS ALL DATA.  A
003387* * DEFINITION THAT CANNOT BE USED IS IGNORED WITH A WARNING.
003388* ****************************************************************
003389  2050-LOAD-FEED-LAYOUTS.
003390      OPEN INPUT FEEDLAY-FILE.
003391      IF FEEDLAY-STATUS NOT = "00"
003392          GO TO 2050-EXIT
003393      END-IF.
003394      PERFORM 2060-READ-FEEDLAY THRU 2060-EXIT.
003395      PERFORM 2070-TABLE-ONE-LAYOUT THRU 2070-EXIT
003396          UNTIL FEEDLAY-EOF.
003397      CLOSE FEEDLAY-FILE.
003398  2050-EXIT.
003399      EXIT.
003400
003401  2060-READ-FEEDLAY.
003402      READ FEEDLAY-FILE
003403          AT END
003404              CONTINUE
003405      END-READ.
003406  2060-EXIT.
003407      EXIT.
003408
003409  2070-TABLE-ONE-LAYOUT.
003410      PERFORM 2080-EDIT-LAYOUT THRU 2080-EXIT.
003411      IF CNT-FLY-BAD
003412          DISPLAY "COUNT - FEEDLAY ENTRY NOT USABLE, IGNORED: "
003413              FLY-FILE-ID
003414          IF RETURN-CODE < 4
003415              MOVE 4 TO RETURN-CODE
003416          END-IF
003417          GO TO 2070-NEXT
003418      END-IF.
003419      IF CNT-FLY-CNT >= CNT-FLY-MAX
003420          DISPLAY "COUNT - FEEDLAY TABLE FULL AT " CNT-FLY-MAX
003421              " ENTRIES"
003422          MOVE 16 TO RETURN-CODE
003423          PERFORM 8000-TERMINATE THRU 8000-EXIT
003424          GO TO 9999-EXIT
003425      END-IF.
003426      ADD 1 TO CNT-FLY-CNT.
003427      MOVE FLY-FILE-ID TO CNT-FLY-FILE-ID(CNT-FLY-CNT).
003428      MOVE FLY-TYPE-POS TO CNT-FLY-TYPE-POS(CNT-FLY-CNT).
003429      MOVE FLY-HDR-ID TO CNT-FLY-HDR-ID(CNT-FLY-CNT).
003430      MOVE FLY-TRL-ID TO CNT-FLY-TRL-ID(CNT-FLY-CNT).
003431      MOVE FLY-DATA-IDS TO CNT-FLY-DATA-IDS(CNT-FLY-CNT).
003432      MOVE FLY-CNT-POS TO CNT-FLY-CNT-POS(CNT-FLY-CNT).
003433      MOVE FLY-CNT-LEN TO CNT-FLY-CNT-LEN(CNT-FLY-CNT).
003434      MOVE 0 TO CNT-FLY-HASH-POS(CNT-FLY-CNT).
003435      MOVE 0 TO CNT-FLY-HASH-LEN(CNT-FLY-CNT).
003436      MOVE 0 TO CNT-FLY-HASH-DEC(CNT-FLY-CNT).
003437      IF FLY-HASH-LEN-X NOT = SPACES
003438          IF FLY-HASH-LEN > 0
003439              MOVE FLY-HASH-POS TO CNT-FLY-HASH-POS(CNT-FLY-CNT)
003440              MOVE FLY-HASH-LEN TO CNT-FLY-HASH-LEN(CNT-FLY-CNT)
003441              MOVE FLY-HASH-DEC TO CNT-FLY-HASH-DEC(CNT-FLY-CNT)
003442          END-IF
003443      END-IF.
003444  2070-NEXT.
003445      PERFORM 2060-READ-FEEDLAY THRU 2060-EXIT.
003446  2070-EXIT.
003447      EXIT.
003448
003449*     THE TYPE BYTE AND THE TRAILER FIELDS MUST ALL FALL INSIDE
003450*     THE 80-BYTE FEED RECORD; THE HASH FIELDS ARE OPTIONAL
003451  2080-EDIT-LAYOUT.
003452      MOVE "N" TO CNT-FLY-BAD-SW.
003453      IF FLY-FILE-ID = SPACES
003454          OR FLY-TYPE-POS-X NOT NUMERIC
003455          OR FLY-CNT-POS-X NOT NUMERIC
003456          OR FLY-CNT-LEN-X NOT NUMERIC
003457          OR FLY-HDR-ID = FLY-TRL-ID
003458          MOVE "Y" TO CNT-FLY-BAD-SW
003459          GO TO 2080-EXIT
003460      END-IF.
003461      IF FLY-TYPE-POS < 1 OR FLY-TYPE-POS > 80
003462          OR FLY-CNT-POS < 1 OR FLY-CNT-LEN < 1
003463          OR FLY-CNT-LEN > 18
003464          OR (FLY-CNT-POS + FLY-CNT-LEN) > 81
003465          MOVE "Y" TO CNT-FLY-BAD-SW
003466          GO TO 2080-EXIT
003467      END-IF.
003468      IF FLY-HASH-LEN-X = SPACES
003469          GO TO 2080-EXIT
003470      END-IF.
003471      IF FLY-HASH-LEN-X NOT NUMERIC
003472          OR FLY-HASH-POS-X NOT NUMERIC
003473          MOVE "Y" TO CNT-FLY-BAD-SW
003474          GO TO 2080-EXIT
003475      END-IF.
003476      IF FLY-HASH-LEN = 0
003477          GO TO 2080-EXIT
003478      END-IF.
003479      IF FLY-HASH-DEC-X NOT NUMERIC
003480          OR FLY-HASH-POS < 1 OR FLY-HASH-LEN > 18
003481          OR (FLY-HASH-POS + FLY-HASH-LEN) > 81
003482          MOVE "Y" TO CNT-FLY-BAD-SW
003483      END-IF.
003484  2080-EXIT.
003485      EXIT.
003486
003487* ****************************************************************
003488* * 2090-LOAD-ARRIVAL-HOLDS - TABLE THE FEEDS THE ARRIVAL WATCH
003489* * HAS HELD FOR THIS BUSINESS DATE.  THE FILE IS OPTIONAL; NO
003490* * FILE MEANS NO FEED IS HELD FOR ARRIVAL.
003491* ****************************************************************
003492  2090-LOAD-ARRIVAL-HOLDS.
003493      OPEN INPUT ARRHOLD-FILE.
003494      IF ARRHOLD-STATUS NOT = "00"
003495          GO TO 2090-EXIT
003496      END-IF.
003497      STRING CNT-BUSINESS-DATE(1:4) "-" CNT-BUSINESS-DATE(5:2) "-"
003498          CNT-BUSINESS-DATE(7:2) DELIMITED BY SIZE
003499          INTO CNT-RUN-DATE-DISPLAY
003500      END-STRING.
003501      PERFORM 2092-READ-ARRHOLD THRU 2092-EXIT.
003502      PERFORM 2094-TABLE-ONE-HOLD THRU 2094-EXIT
003503          UNTIL ARRHOLD-EOF.
003504      CLOSE ARRHOLD-FILE.
003505  2090-EXIT.
003506      EXIT.
003507
003508  2092-READ-ARRHOLD.
003509      READ ARRHOLD-FILE
003510          AT END
003511              CONTINUE
003512      END-READ.
003513  2092-EXIT.
003514      EXIT.
003515
003516*     A HOLD LIST LEFT FROM AN EARLIER BUSINESS DATE IS IGNORED
003517  2094-TABLE-ONE-HOLD.
003518      IF NOT ARR-HOLD
003519          OR ARR-RUN-DATE NOT = CNT-RUN-DATE-DISPLAY
003520          GO TO 2094-NEXT
003521      END-IF.
003522      IF CNT-ARH-CNT >= CNT-ARH-MAX
003523          DISPLAY "COUNT - ARRHOLD TABLE FULL AT " CNT-ARH-MAX
003524              " ENTRIES"
003525          MOVE 16 TO RETURN-CODE
003526          PERFORM 8000-TERMINATE THRU 8000-EXIT
003527          GO TO 9999-EXIT
003528      END-IF.
003529      ADD 1 TO CNT-ARH-CNT.
003530      MOVE ARR-FILE-ID TO CNT-ARH-FILE-ID(CNT-ARH-CNT).
003531  2094-NEXT.
003532      PERFORM 2092-READ-ARRHOLD THRU 2092-EXIT.
003533  2094-EXIT.
003382      EXIT.
003383
003390  2100-READ-DRVIN.
003400      READ DRVIN-FILE
003410          AT END
003738      IF CNT-DRV-STATE(CNT-DRV-IX) NOT = "P"
003739          GO TO 2630-EXIT
003740      END-IF.
003741      PERFORM 2635-CHECK-ARRIVAL-HOLD THRU 2635-EXIT.
003742      IF CNT-ARH-FOUND
003743          MOVE "FEED PAST ARRIVAL CUTOFF" TO CNT-HOLD-WHY
003744          PERFORM 2660-HOLD-ENTRY THRU 2660-EXIT
003745          GO TO 2630-EXIT
003746      END-IF.
003741      PERFORM 2640-CHECK-PREREQ THRU 2640-EXIT.
003742      IF CNT-PREREQ-STATE = "R"
003743          PERFORM 2650-RUN-TABLE-ENTRY THRU 2650-EXIT
003744      END-IF.
003745      IF CNT-PREREQ-STATE = "F"
003746          MOVE "PREREQUISITE NOT CLEAN" TO CNT-HOLD-WHY
003746          PERFORM 2660-HOLD-ENTRY THRU 2660-EXIT
003747      END-IF.
003748  2630-EXIT.
003749      EXIT.
003750
003751*     A FEED THE ARRIVAL WATCH HELD PAST ITS CUTOFF IS NOT
003752*     OPENED - IT IS HELD LIKE AN ENTRY WITH A BAD PREREQUISITE
003753  2635-CHECK-ARRIVAL-HOLD.
003754      MOVE "N" TO CNT-ARH-FOUND-SW.
003755      PERFORM 2637-CHECK-ONE-HOLD THRU 2637-EXIT
003756          VARYING CNT-ARH-IX FROM 1 BY 1
003757          UNTIL CNT-ARH-IX > CNT-ARH-CNT
003758          OR CNT-ARH-FOUND.
003759  2635-EXIT.
003760      EXIT.
003761
003762  2637-CHECK-ONE-HOLD.
003763      IF CNT-ARH-FILE-ID(CNT-ARH-IX) = CNT-DRV-FILE-ID(CNT-DRV-IX)
003764          MOVE "Y" TO CNT-ARH-FOUND-SW
003765      END-IF.
003766  2637-EXIT.
003749      EXIT.
003750
003751*     A PREREQUISITE NOT ON THE DRIVING FILE AT ALL IS TREATED
003752*     AS SATISFIED SO AN OLD DRIVING FILE STILL RUNS AS BEFORE
003753  2640-CHECK-PREREQ.
003790  2650-EXIT.
003791      EXIT.
003792
003793*     A HELD ENTRY NEVER RUNS AGAINST ITS KNOWN-BAD UPSTREAM OR
003794*     ITS MISSING FEED - IT GOES TO RSLTOUT AND THE RERUN DRIVER
003795*     AS "HELD", CNT-HOLD-WHY SAYING WHY
003795  2660-HOLD-ENTRY.
003796      MOVE CNT-DRV-REC(CNT-DRV-IX) TO DRVIN-RECORD.
003797      MOVE DRVIN-FILE-ID TO CNT-CURRENT-FILE-ID.
003803          MOVE 0 TO CNT-TARGET
003804      END-IF.
003805      MOVE 0 TO CNT-I.
003806      DISPLAY "COUNT - ENTRY HELD: " CNT-CURRENT-FILE-ID " - "
003807          CNT-HOLD-WHY.
003808      MOVE "HELD" TO CNT-ALERT-REASON.
003809      MOVE "W" TO CNT-ALERT-SEV.
003810      PERFORM 7600-WRITE-ALERT THRU 7600-EXIT.
003829
003830  2675-HOLD-ONE-PENDING.
003831      IF CNT-DRV-STATE(CNT-DRV-IX) = "P"
003832          MOVE "PREREQUISITE NOT CLEAN" TO CNT-HOLD-WHY
003832          PERFORM 2660-HOLD-ENTRY THRU 2660-EXIT
003833      END-IF.
003834  2675-EXIT.
004250          PERFORM 8000-TERMINATE THRU 8000-EXIT
004251          GO TO 9999-EXIT
004252      END-IF.
004253      STRING CNT-BUSINESS-DATE(1:4) "-" CNT-BUSINESS-DATE(5:2) "-"
004254          CNT-BUSINESS-DATE(7:2) DELIMITED BY SIZE
004255          INTO CNT-RUN-DATE-DISPLAY
004256      END-STRING.
004257      MOVE CNT-RUN-DATE-DISPLAY TO VFY-RUN-DATE.
004754* * NAMED ON THE DRVIN ENTRY, COUNT ITS PHYSICAL RECORDS INTO
004755* * CNT-I AND ACCUMULATE THE CONTROL TOTAL OVER THE DESIGNATED
004756* * AMOUNT FIELD.  AN UNOPENABLE FEED COUNTS ZERO RECORDS AND
004757* * FALLS OUT AS A DIFF IN 7500-CHECK-RESULT.  A FEED WITH A
004758* * FEEDLAY LAYOUT COUNTS ONLY ITS DATA RECORDS AND MUST
004759* * BALANCE TO THE SENDER'S TRAILER.
004758* ****************************************************************
004759  5500-COUNT-FEED-RECORDS.
004760      MOVE CNT-TARGET TO CNT-EXPECTED.
004761      MOVE DRVIN-DSNAME TO CNT-FEED-DSNAME.
004762      MOVE "N" TO CNT-FEED-AMT-SW.
004763      MOVE 0 TO CNT-FEED-BAD-AMTS.
004764      MOVE 0 TO CNT-FEED-BAD-TYPES.
004765      MOVE 0 TO CNT-FEED-REC-NO.
004766      MOVE 0 TO CNT-TRL-SEEN.
004767      MOVE 0 TO CNT-TRL-COUNT.
004768      MOVE 0 TO CNT-TRL-HASH.
004769      MOVE "N" TO CNT-TRL-SW.
004770      PERFORM 5510-FIND-FEED-LAYOUT THRU 5510-EXIT.
004764      MOVE FUNCTION TEST-NUMVAL(DRVIN-AMT-POS-X)
004765          TO CNT-NUMVAL-CHK.
004766      IF CNT-NUMVAL-CHK = 0
004789          DISPLAY "COUNT - FEED " CNT-CURRENT-FILE-ID
004790              " NON-NUMERIC AMOUNTS SKIPPED: " CNT-FEED-BAD-AMTS
004791      END-IF.
004792      IF CNT-FEED-BAD-TYPES > 0
004793          DISPLAY "COUNT - FEED " CNT-CURRENT-FILE-ID
004794              " UNKNOWN RECORD TYPES SKIPPED: " CNT-FEED-BAD-TYPES
004795      END-IF.
004796      IF CNT-FLY-IX NOT = 0
004797          PERFORM 5800-BALANCE-TRAILER THRU 5800-EXIT
004798      END-IF.
004799*     A FEED THAT DOES NOT BALANCE TO ITS OWN TRAILER IS NOT
004800*     COMPARED WITH, OR POSTED AS, A GOOD TRANSMISSION
004801      IF CNT-FEED-FLAG = SPACES
004802          PERFORM 5700-CHECK-FEED-CONTROL THRU 5700-EXIT
004803      END-IF.
004793  5500-EXIT.
004794      EXIT.
004795
004796  5510-FIND-FEED-LAYOUT.
004797      MOVE 0 TO CNT-FLY-IX.
004798      PERFORM 5515-CHECK-ONE-LAYOUT THRU 5515-EXIT
004799          VARYING CNT-FLY-JX FROM 1 BY 1
004800          UNTIL CNT-FLY-JX > CNT-FLY-CNT
004801          OR CNT-FLY-IX NOT = 0.
004802  5510-EXIT.
004803      EXIT.
004804
004805  5515-CHECK-ONE-LAYOUT.
004806      IF CNT-FLY-FILE-ID(CNT-FLY-JX) = CNT-CURRENT-FILE-ID
004807          MOVE CNT-FLY-JX TO CNT-FLY-IX
004808      END-IF.
004809  5515-EXIT.
004794      EXIT.
004794
004795  5600-COUNT-ONE-FEED-REC.
004796      READ FEEDIN-FILE
004803          MOVE "10" TO FEEDIN-STATUS
004804          GO TO 5600-EXIT
004805      END-IF.
004806      ADD 1 TO CNT-FEED-REC-NO.
004807      IF CNT-FLY-IX NOT = 0
004808          MOVE FEEDIN-RECORD(CNT-FLY-TYPE-POS(CNT-FLY-IX):1)
004809              TO CNT-FEED-REC-TYPE
004810          IF CNT-FEED-REC-TYPE = CNT-FLY-HDR-ID(CNT-FLY-IX)
004811              ADD 1 TO CNT-ITER-COUNT
004812              GO TO 5600-EXIT
004813          END-IF
004814          IF CNT-FEED-REC-TYPE = CNT-FLY-TRL-ID(CNT-FLY-IX)
004815              ADD 1 TO CNT-ITER-COUNT
004816              PERFORM 5650-TAKE-TRAILER THRU 5650-EXIT
004817              GO TO 5600-EXIT
004818          END-IF
004819          PERFORM 5640-CHECK-DATA-TYPE THRU 5640-EXIT
004820          IF NOT CNT-FLY-TYPE-KNOWN
004821              ADD 1 TO CNT-ITER-COUNT
004822              ADD 1 TO CNT-FEED-BAD-TYPES
004823              MOVE "UTYP" TO CNT-SUSP-REASON
004824              MOVE "UNKNOWN RECORD TYPE" TO CNT-SUSP-TEXT
004825              PERFORM 5690-WRITE-SUSPENSE THRU 5690-EXIT
004826              GO TO 5600-EXIT
004827          END-IF
004805      END-IF.
004806      ADD 1 TO CNT-I.
004807      ADD 1 TO CNT-ITER-COUNT.
004808      IF CNT-FEED-AMT-WANTED
004816              ADD CNT-FEED-AMT-WORK TO CNT-FEED-CTL-TOTAL
004817          ELSE
004818              ADD 1 TO CNT-FEED-BAD-AMTS
004819              MOVE "BAMT" TO CNT-SUSP-REASON
004820              MOVE "AMOUNT NOT NUMERIC" TO CNT-SUSP-TEXT
004821              PERFORM 5690-WRITE-SUSPENSE THRU 5690-EXIT
004819          END-IF
004820      END-IF.
004821  5600-EXIT.
004822      EXIT.
004823
004824*     NO DATA TYPES ON THE LAYOUT MEANS ANY TYPE THAT IS NOT THE
004825*     HEADER OR TRAILER IS DATA
004826  5640-CHECK-DATA-TYPE.
004827      MOVE "N" TO CNT-FLY-TYPE-SW.
004828      IF CNT-FLY-DATA-IDS(CNT-FLY-IX) = SPACES
004829          MOVE "Y" TO CNT-FLY-TYPE-SW
004830          GO TO 5640-EXIT
004831      END-IF.
004832      PERFORM 5645-CHECK-ONE-TYPE THRU 5645-EXIT
004833          VARYING CNT-FLY-DATA-IX FROM 1 BY 1
004834          UNTIL CNT-FLY-DATA-IX > 8
004835          OR CNT-FLY-TYPE-KNOWN.
004836  5640-EXIT.
004837      EXIT.
004838
004839  5645-CHECK-ONE-TYPE.
004840      IF CNT-FLY-DATA-ID(CNT-FLY-IX, CNT-FLY-DATA-IX) NOT = SPACE
004841          AND CNT-FLY-DATA-ID(CNT-FLY-IX, CNT-FLY-DATA-IX)
004842              = CNT-FEED-REC-TYPE
004843          MOVE "Y" TO CNT-FLY-TYPE-SW
004844      END-IF.
004845  5645-EXIT.
004846      EXIT.
004847
004848*     THE SENDER'S RECORD COUNT AND HASH TOTAL, HELD FOR THE
004849*     BALANCE AT END OF FEED.  A SECOND TRAILER IS ONLY COUNTED.
004850  5650-TAKE-TRAILER.
004851      ADD 1 TO CNT-TRL-SEEN.
004852      IF CNT-TRL-SEEN > 1
004853          GO TO 5650-EXIT
004854      END-IF.
004855      MOVE FUNCTION TEST-NUMVAL(FEEDIN-RECORD
004856          (CNT-FLY-CNT-POS(CNT-FLY-IX):
004857           CNT-FLY-CNT-LEN(CNT-FLY-IX)))
004858          TO CNT-NUMVAL-CHK.
004859      IF CNT-NUMVAL-CHK NOT = 0
004860          MOVE "Y" TO CNT-TRL-SW
004861          GO TO 5650-EXIT
004862      END-IF.
004863      MOVE FUNCTION NUMVAL(FEEDIN-RECORD
004864          (CNT-FLY-CNT-POS(CNT-FLY-IX):
004865           CNT-FLY-CNT-LEN(CNT-FLY-IX)))
004866          TO CNT-TRL-COUNT.
004867      IF CNT-FLY-HASH-LEN(CNT-FLY-IX) = 0
004868          GO TO 5650-EXIT
004869      END-IF.
004870      MOVE FUNCTION TEST-NUMVAL(FEEDIN-RECORD
004871          (CNT-FLY-HASH-POS(CNT-FLY-IX):
004872           CNT-FLY-HASH-LEN(CNT-FLY-IX)))
004873          TO CNT-NUMVAL-CHK.
004874      IF CNT-NUMVAL-CHK NOT = 0
004875          MOVE "Y" TO CNT-TRL-SW
004876          GO TO 5650-EXIT
004877      END-IF.
004878      COMPUTE CNT-TRL-HASH = FUNCTION NUMVAL(FEEDIN-RECORD
004879          (CNT-FLY-HASH-POS(CNT-FLY-IX):
004880           CNT-FLY-HASH-LEN(CNT-FLY-IX)))
004881          / (10 ** CNT-FLY-HASH-DEC(CNT-FLY-IX))
004882          ON SIZE ERROR
004883              MOVE "Y" TO CNT-TRL-SW
004884      END-COMPUTE.
004885  5650-EXIT.
004886      EXIT.
004887
004888*     ONE SUSPENSE RECORD PER UNUSABLE FEED RECORD, SO THE
004889*     APPLICATION TEAM GETS THE EXACT RECORDS, NOT JUST A COUNT
004890  5690-WRITE-SUSPENSE.
004891      MOVE SPACES TO SUSPOUT-RECORD.
004892      STRING CNT-BUSINESS-DATE(1:4) "-" CNT-BUSINESS-DATE(5:2) "-"
004893          CNT-BUSINESS-DATE(7:2) DELIMITED BY SIZE
004894          INTO SUS-RUN-DATE
004895      END-STRING.
004896      MOVE CNT-CURRENT-FILE-ID TO SUS-FILE-ID.
004897      MOVE CNT-FEED-REC-NO TO SUS-REC-NO.
004898      MOVE CNT-SUSP-REASON TO SUS-REASON.
004899      MOVE CNT-SUSP-TEXT TO SUS-REASON-TEXT.
004900      MOVE FEEDIN-RECORD TO SUS-RECORD-IMAGE.
004901      WRITE SUSPOUT-RECORD.
004902      IF SUSPOUT-STATUS NOT = "00"
004903          DISPLAY "COUNT - UNABLE TO WRITE SUSPOUT, STATUS "
004904              SUSPOUT-STATUS
004905          PERFORM 7750-ALERT-WRITE-FAIL THRU 7750-EXIT
004906          MOVE 16 TO RETURN-CODE
004907          CLOSE FEEDIN-FILE
004908          PERFORM 8000-TERMINATE THRU 8000-EXIT
004909          GO TO 9999-EXIT
004910      END-IF.
004911      ADD 1 TO CNT-SUSP-COUNT.
004912  5690-EXIT.
004822      EXIT.
004823
004824* ****************************************************************
004825* * 5700-CHECK-FEED-CONTROL - A FEED THAT EXACTLY REPEATS THE
004826* * PRIOR TRANSMISSION'S COUNT AND CONTROL TOTAL IS A SUSPECTED
004857*     THE LATEST CONTROL RECORD DATED BEFORE TODAY IS THE PRIOR
004858*     TRANSMISSION - A RERUN OF TODAY NEVER FLAGS ITSELF
004859  5710-FIND-PRIOR-CONTROL.
004860      STRING CNT-BUSINESS-DATE(1:4) "-" CNT-BUSINESS-DATE(5:2) "-"
004861          CNT-BUSINESS-DATE(7:2) DELIMITED BY SIZE
004862          INTO CNT-RUN-DATE-DISPLAY
004863      END-STRING.
004864      MOVE "N" TO CNT-FDC-PRIOR-SW.
004940      EXIT.
004941
004824* ****************************************************************
004825* * 5800-BALANCE-TRAILER - THE DATA RECORDS COUNTED MUST AGREE
004826* * WITH THE SENDER'S TRAILER COUNT, AND THE CONTROL TOTAL WITH
004827* * THE TRAILER HASH WHEN BOTH ARE CARRIED.  A MISSING,
004828* * REPEATED, UNREADABLE OR DISAGREEING TRAILER FAILS THE ENTRY
004829* * TO THE RERUN DRIVER AS TRLR.
004830* ****************************************************************
004831  5800-BALANCE-TRAILER.
004832      IF CNT-TRL-SEEN = 0
004833          DISPLAY "COUNT - FEED " CNT-CURRENT-FILE-ID
004834              " HAS NO TRAILER RECORD"
004835          GO TO 5800-FAIL
004836      END-IF.
004837      IF CNT-TRL-SEEN > 1
004838          DISPLAY "COUNT - FEED " CNT-CURRENT-FILE-ID
004839              " HAS MORE THAN ONE TRAILER RECORD"
004840          GO TO 5800-FAIL
004841      END-IF.
004842      IF CNT-TRL-FIELDS-BAD
004843          DISPLAY "COUNT - FEED " CNT-CURRENT-FILE-ID
004844              " TRAILER COUNT OR HASH NOT NUMERIC"
004845          GO TO 5800-FAIL
004846      END-IF.
004847      IF CNT-TRL-COUNT NOT = CNT-I
004848          DISPLAY "COUNT - FEED " CNT-CURRENT-FILE-ID
004849              " RECORD COUNT OUT OF BALANCE WITH TRAILER"
004850          GO TO 5800-FAIL
004851      END-IF.
004852*     THE HASH CAN ONLY BE PROVED OVER A DESIGNATED AMOUNT FIELD
004853      IF CNT-FLY-HASH-LEN(CNT-FLY-IX) > 0
004854          AND CNT-FEED-AMT-WANTED
004855          AND CNT-TRL-HASH NOT = CNT-FEED-CTL-TOTAL
004856          DISPLAY "COUNT - FEED " CNT-CURRENT-FILE-ID
004857              " HASH TOTAL OUT OF BALANCE WITH TRAILER"
004858          GO TO 5800-FAIL
004859      END-IF.
004860      GO TO 5800-EXIT.
004861  5800-FAIL.
004862      MOVE "TRLR" TO CNT-FEED-FLAG.
004863      MOVE "TRLR" TO CNT-ALERT-REASON.
004864      MOVE "E" TO CNT-ALERT-SEV.
004865      PERFORM 7600-WRITE-ALERT THRU 7600-EXIT.
004866  5800-EXIT.
004867      EXIT.
004868
004869* ****************************************************************
004825* * 6000-WRITE-CHECKPOINT - REWRITE THE RESTART FILE EVERY N ITER
004826* ****************************************************************
004827  6000-WRITE-CHECKPOINT.
004990          ON SIZE ERROR
004992              MOVE 999999999 TO CNT-SECS-LEFT
004994      END-COMPUTE.
004996      STRING CNT-BUSINESS-DATE(1:4) "-" CNT-BUSINESS-DATE(5:2) "-"
004998          CNT-BUSINESS-DATE(7:2) DELIMITED BY SIZE
005000          INTO CNT-RUN-DATE-DISPLAY
005002      END-STRING.
005004      MOVE SPACES TO STATOUT-RECORD.
005054* * 7000-WRITE-REPORT - ONE FIXED-WIDTH AUDIT LINE TO RPTOUT
005055* ****************************************************************
005056  7000-WRITE-REPORT.
005057      STRING CNT-BUSINESS-DATE(1:4) "-" CNT-BUSINESS-DATE(5:2) "-"
005058          CNT-BUSINESS-DATE(7:2) DELIMITED BY SIZE
005059          INTO CNT-RUN-DATE-DISPLAY
005060      END-STRING.
005061      MOVE CNT-RUN-DATE-DISPLAY TO RPT-RUN-DATE.
005088          MOVE CNT-FEED-FLAG TO RPT-STATUS
005089      END-IF.
005087      MOVE CNT-FEED-CTL-TOTAL TO RPT-CTL-TOTAL.
005088      IF CNT-BACKDATED
005089          MOVE "Y" TO RPT-BACKDATE-SW
005090      ELSE
005091          MOVE SPACE TO RPT-BACKDATE-SW
005092      END-IF.
005088      WRITE RPTOUT-RECORD.
005089      IF RPTOUT-STATUS NOT = "00"
005090          DISPLAY "COUNT - UNABLE TO WRITE RPTOUT, STATUS "
005237      END-IF.
005238      MOVE FUNCTION CURRENT-DATE TO CNT-CURRENT-DATE-FIELDS.
005239      MOVE SPACES TO ALRTOUT-RECORD.
005240      STRING CNT-BUSINESS-DATE(1:4) "-" CNT-BUSINESS-DATE(5:2) "-"
005241          CNT-BUSINESS-DATE(7:2) DELIMITED BY SIZE
005242          INTO ALR-RUN-DATE
005243      END-STRING.
005244      STRING CNT-CD-TIME(1:2) ":" CNT-CD-TIME(3:2) ":"
005296      MOVE CNT-RUN-DATE-DISPLAY TO RJN-RUN-DATE.
005297      MOVE CNT-JOBNAME TO RJN-JOBNAME.
005298      MOVE CNT-STEPNAME TO RJN-STEPNAME.
005299      IF CNT-BACKDATED
005300          MOVE "Y" TO RJN-BACKDATE-SW
005301      END-IF.
005299      STRING CNT-CD-TIME(1:2) ":" CNT-CD-TIME(3:2) ":"
005300          CNT-CD-TIME(5:2) DELIMITED BY SIZE
005301          INTO RJN-POST-TIME
005347          CLOSE RUNJRN-FILE
005348          MOVE "N" TO CNT-RJN-OPEN-SW
005349      END-IF.
005350      IF CNT-SUSP-OPEN
005351          CLOSE SUSPOUT-FILE
005352          MOVE "N" TO CNT-SUSP-OPEN-SW
005349      END-IF.
005350      CLOSE RPTOUT-FILE.
005339  8000-EXIT.
005340      EXIT.
005669          ON SIZE ERROR
005670              MOVE 0 TO CNT-TIM-RATE
005671      END-COMPUTE.
005672      STRING CNT-BUSINESS-DATE(1:4) "-" CNT-BUSINESS-DATE(5:2) "-"
005673          CNT-BUSINESS-DATE(7:2) DELIMITED BY SIZE
005674          INTO CNT-RUN-DATE-DISPLAY
005675      END-STRING.
005676      MOVE SPACES TO TIMOUT-RECORD.
