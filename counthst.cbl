000360*                   AND PER-FILE-ID TREND EXTRACT.
000362*   09/02/26  JRS   MOVE HSTMST RECORD LAYOUT TO HMSREC
000364*                   COPYBOOK FOR THE VARIANCE REPORTER.
000365*   10/15/26  JRS   ROLL AND PURGE UNDER THE BUSDATE BUSINESS
000366*                   DATE; A BACKDATED ROLL IS REFUSED FOR A DATE
000367*                   ALREADY CLOSED PASS UNLESS THE REOPEN IS
000368*                   AUTHORIZED.
000370* ---------------------------------------------------------------
000380
000390  ENVIRONMENT DIVISION.
000500      SELECT TRDOUT-FILE ASSIGN TO TRDOUT
000510          ORGANIZATION IS SEQUENTIAL
000520          FILE STATUS IS TRDOUT-STATUS.
000521      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000522          ORGANIZATION IS SEQUENTIAL
000523          FILE STATUS IS BUSDATE-STATUS.
000524      SELECT CLSHST-FILE ASSIGN TO CLSHST
000525          ORGANIZATION IS SEQUENTIAL
000526          FILE STATUS IS CLSHST-STATUS.
000530
000540  DATA DIVISION.
000550  FILE SECTION.
001010      05  TRS-DIFF-COUNT          PIC Z(08)9.
001020      05  FILLER                  PIC X(40).
001030
001031*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
001032  FD  BUSDATE-FILE
001033      RECORDING MODE IS F
001034      LABEL RECORDS ARE STANDARD.
001035  01  BUSDATE-LINE                PIC X(80).
001036
001037*   CLSHST - CLOSE HISTORY, FOR THE CLOSED-DATE CHECK
001038  FD  CLSHST-FILE
001039      RECORDING MODE IS F
001040      LABEL RECORDS ARE STANDARD.
001041      COPY CLSREC.
001042
001040  WORKING-STORAGE SECTION.
001050
001060*   RECORD AND PURGE COUNTERS
001360          88  RPTIN-EOF                     VALUE "10".
001370      05  HSTMST-STATUS           PIC X(02) VALUE SPACES.
001380      05  TRDOUT-STATUS           PIC X(02) VALUE SPACES.
001381      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
001382      05  CLSHST-STATUS           PIC X(02) VALUE SPACES.
001383          88  CLSHST-EOF                    VALUE "10".
001384
001385*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
001386*   MACHINE DATE IT OVERRIDES
001387      COPY BDTREC.
001388  01  HST-BUSDATE-FIELDS.
001389      05  HST-MACHINE-DATE        PIC 9(08) VALUE 0.
001390      05  HST-BACKDATE-SW         PIC X(01) VALUE "N".
001391          88  HST-BACKDATED                 VALUE "Y".
001392      05  HST-DATE-CLOSED-SW      PIC X(01) VALUE "N".
001393          88  HST-DATE-CLOSED               VALUE "Y".
001394      05  HST-BUS-DATE-DISPLAY    PIC X(10) VALUE SPACES.
001390
001400*   RUN DATE AND PURGE CUTOFF WORK FIELDS
001410  01  HST-CURRENT-DATE-FIELDS.
001800* ****************************************************************
001810  1000-INITIALIZE.
001820      MOVE FUNCTION CURRENT-DATE TO HST-CURRENT-DATE-FIELDS.
001823      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
001826      PERFORM 1060-CHECK-CLOSED-DATE THRU 1060-EXIT.
001830      ACCEPT HST-PARM-TEXT FROM COMMAND-LINE.
001840      PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
001850      PERFORM 1200-SET-CUTOFF-DATE THRU 1200-EXIT.
001860      PERFORM 1300-OPEN-MASTER THRU 1300-EXIT.
001870  1000-EXIT.
001871      EXIT.
001872
001873* ****************************************************************
001874* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
001875* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
001876* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
001877* * TODAY OR NOT A VALID DATE STOPS THE RUN.
001878* ****************************************************************
001879  1050-GET-BUSINESS-DATE.
001880      MOVE HST-CD-DATE TO HST-MACHINE-DATE.
001881      MOVE SPACES TO BUSDATE-RECORD.
001882      OPEN INPUT BUSDATE-FILE.
001883      IF BUSDATE-STATUS NOT = "00"
001884          GO TO 1050-EXIT
001885      END-IF.
001886      READ BUSDATE-FILE INTO BUSDATE-RECORD
001887          AT END
001888              MOVE SPACES TO BUSDATE-RECORD
001889      END-READ.
001890      CLOSE BUSDATE-FILE.
001891      IF BDT-BUSINESS-DATE-X = SPACES
001892          OR BDT-BUSINESS-DATE-X = ZEROS
001893          GO TO 1050-EXIT
001894      END-IF.
001895      IF BDT-BUSINESS-DATE-X NOT NUMERIC
001896          DISPLAY "COUNTHST - BUSDATE DATE NOT NUMERIC: "
001897              BDT-BUSINESS-DATE-X
001898          MOVE 16 TO RETURN-CODE
001899          GO TO 9999-EXIT
001900      END-IF.
001901      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
001902          OR BDT-BUSINESS-DATE > HST-MACHINE-DATE
001903          DISPLAY "COUNTHST - BUSDATE NOT A VALID PAST DATE: "
001904              BDT-BUSINESS-DATE-X
001905          MOVE 16 TO RETURN-CODE
001906          GO TO 9999-EXIT
001907      END-IF.
001908      MOVE BDT-BUSINESS-DATE TO HST-CD-DATE.
001909      IF HST-CD-DATE < HST-MACHINE-DATE
001910          MOVE "Y" TO HST-BACKDATE-SW
001911          DISPLAY "COUNTHST - BACKDATED RUN FOR BUSINESS DATE "
001912              BDT-BUSINESS-DATE-X
001913      END-IF.
001914  1050-EXIT.
001915      EXIT.
001916
001917* ****************************************************************
001918* * 1060-CHECK-CLOSED-DATE - A BACKDATED RUN MAY NOT POST TO A
001919* * DATE WHOSE LATEST CLSHST CLOSE IS A PASS UNLESS THE CONTROL
001920* * AUTHORIZES THE REOPEN.  NO CLOSE HISTORY, NO PROOF THE
001921* * DATE IS OPEN.
001922* ****************************************************************
001923  1060-CHECK-CLOSED-DATE.
001924      IF NOT HST-BACKDATED
001925          GO TO 1060-EXIT
001926      END-IF.
001927      STRING HST-CD-DATE(1:4) "-" HST-CD-DATE(5:2) "-"
001928          HST-CD-DATE(7:2) DELIMITED BY SIZE
001929          INTO HST-BUS-DATE-DISPLAY
001930      END-STRING.
001931      OPEN INPUT CLSHST-FILE.
001932      IF CLSHST-STATUS NOT = "00"
001933          DISPLAY "COUNTHST - UNABLE TO OPEN CLSHST, STATUS "
001934              CLSHST-STATUS
001935          MOVE "Y" TO HST-DATE-CLOSED-SW
001936          GO TO 1060-DECIDE
001937      END-IF.
001938      PERFORM 1070-READ-CLSHST THRU 1070-EXIT.
001939      PERFORM 1080-CHECK-ONE-CLOSE THRU 1080-EXIT
001940          UNTIL CLSHST-EOF.
001941      CLOSE CLSHST-FILE.
001942  1060-DECIDE.
001943      IF NOT HST-DATE-CLOSED
001944          GO TO 1060-EXIT
001945      END-IF.
001946      IF BDT-REOPEN-AUTH
001947          DISPLAY "COUNTHST - REOPEN OF " HST-BUS-DATE-DISPLAY
001948              " AUTHORIZED BY " BDT-AUTH-USER
001949          GO TO 1060-EXIT
001950      END-IF.
001951      DISPLAY "COUNTHST - " HST-BUS-DATE-DISPLAY
001952          " IS CLOSED, BACKDATED RUN REFUSED".
001953      MOVE 12 TO RETURN-CODE.
001954      GO TO 9999-EXIT.
001955  1060-EXIT.
001956      EXIT.
001957
001958  1070-READ-CLSHST.
001959      READ CLSHST-FILE
001960          AT END
001961              CONTINUE
001962      END-READ.
001963  1070-EXIT.
001964      EXIT.
001965
001966*     THE LATEST CLOSE FOR THE DATE DECIDES - A FAILED CLOSE
001967*     AFTER AN AUTHORIZED REOPEN LEAVES THE DATE OPEN AGAIN
001968  1080-CHECK-ONE-CLOSE.
001969      IF CLS-RUN-DATE = HST-BUS-DATE-DISPLAY
001970          IF CLS-OVERALL = "PASS"
001971              MOVE "Y" TO HST-DATE-CLOSED-SW
001972          ELSE
001973              MOVE "N" TO HST-DATE-CLOSED-SW
001974          END-IF
001975      END-IF.
001976      PERFORM 1070-READ-CLSHST THRU 1070-EXIT.
001977  1080-EXIT.
001880      EXIT.
001890
001900* ****************************************************************
