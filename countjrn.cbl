000370*   --------  ----  --------------------------------------------
000380*   09/02/26  JRS   ORIGINAL PROGRAM - RUN JOURNAL INQUIRY
000390*                   REPORT AND RPTREC EXTRACT.
000392*   10/15/26  JRS   PROCESS UNDER THE BUSDATE BUSINESS DATE WHEN
000394*                   OPERATIONS SETS ONE, OTHERWISE THE MACHINE
000396*                   DATE.
000398*   10/15/26  JRS   BACKDATED RUN MARKED ON THE REPORT HEADER.
000400* ---------------------------------------------------------------
000410
000420  ENVIRONMENT DIVISION.
000530      SELECT JRNRPT-FILE ASSIGN TO JRNRPT
000540          ORGANIZATION IS SEQUENTIAL
000550          FILE STATUS IS JRNRPT-STATUS.
000552      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000554          ORGANIZATION IS SEQUENTIAL
000556          FILE STATUS IS BUSDATE-STATUS.
000560
000570  DATA DIVISION.
000580  FILE SECTION.
000730      RECORDING MODE IS F
000740      LABEL RECORDS ARE STANDARD.
000750  01  JRNRPT-LINE                 PIC X(132).
000751
000752*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
000753  FD  BUSDATE-FILE
000754      RECORDING MODE IS F
000755      LABEL RECORDS ARE STANDARD.
000756  01  BUSDATE-LINE                PIC X(80).
000760
000770  WORKING-STORAGE SECTION.
000780
000990      05  RUNJRN-STATUS           PIC X(02) VALUE SPACES.
001000      05  RPTEXT-STATUS           PIC X(02) VALUE SPACES.
001010      05  JRNRPT-STATUS           PIC X(02) VALUE SPACES.
001011      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
001012
001013*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
001014*   MACHINE DATE IT OVERRIDES
001015      COPY BDTREC.
001016  01  CJR-BUSDATE-FIELDS.
001017      05  CJR-MACHINE-DATE        PIC 9(08) VALUE 0.
001018      05  CJR-BACKDATE-SW         PIC X(01) VALUE "N".
001019          88  CJR-BACKDATED                 VALUE "Y".
001020
001030*   THE DAY BEING LISTED AND THE RUN STAMP
001040  77  CJR-DAY                     PIC X(10) VALUE SPACES.
001260  01  CJR-HEADER-2.
001270      05  FILLER                  PIC X(10) VALUE "DAY:      ".
001280      05  CJR-H2-DAY              PIC X(10).
001290      05  CJR-H2-BACKDATE         PIC X(15) VALUE SPACES.
001295      05  FILLER                  PIC X(97) VALUE SPACES.
001300  01  CJR-COL-HEADS.
001310      05  FILLER                  PIC X(06) VALUE "SEQ".
001320      05  FILLER                  PIC X(10) VALUE "POSTED".
001630* ****************************************************************
001640  1000-INITIALIZE.
001650      MOVE FUNCTION CURRENT-DATE TO CJR-CURRENT-DATE-FIELDS.
001655      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
001660      STRING CJR-CD-DATE(1:4) "-" CJR-CD-DATE(5:2) "-"
001670          CJR-CD-DATE(7:2) DELIMITED BY SIZE
001680          INTO CJR-RUN-DATE-DISPLAY
001970          END-IF
001980      END-IF.
001990  1000-EXIT.
001991      EXIT.
001992
001993* ****************************************************************
001994* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
001995* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
001996* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
001997* * TODAY OR NOT A VALID DATE STOPS THE RUN.
001998* ****************************************************************
001999  1050-GET-BUSINESS-DATE.
002000      MOVE CJR-CD-DATE TO CJR-MACHINE-DATE.
002001      MOVE SPACES TO BUSDATE-RECORD.
002002      OPEN INPUT BUSDATE-FILE.
002003      IF BUSDATE-STATUS NOT = "00"
002004          GO TO 1050-EXIT
002005      END-IF.
002006      READ BUSDATE-FILE INTO BUSDATE-RECORD
002007          AT END
002008              MOVE SPACES TO BUSDATE-RECORD
002009      END-READ.
002010      CLOSE BUSDATE-FILE.
002011      IF BDT-BUSINESS-DATE-X = SPACES
002012          OR BDT-BUSINESS-DATE-X = ZEROS
002013          GO TO 1050-EXIT
002014      END-IF.
002015      IF BDT-BUSINESS-DATE-X NOT NUMERIC
002016          DISPLAY "COUNTJRN - BUSDATE DATE NOT NUMERIC: "
002017              BDT-BUSINESS-DATE-X
002018          MOVE 16 TO RETURN-CODE
002019          GO TO 9999-EXIT
002020      END-IF.
002021      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
002022          OR BDT-BUSINESS-DATE > CJR-MACHINE-DATE
002023          DISPLAY "COUNTJRN - BUSDATE NOT A VALID PAST DATE: "
002024              BDT-BUSINESS-DATE-X
002025          MOVE 16 TO RETURN-CODE
002026          GO TO 9999-EXIT
002027      END-IF.
002028      MOVE BDT-BUSINESS-DATE TO CJR-CD-DATE.
002029      IF CJR-CD-DATE < CJR-MACHINE-DATE
002030          MOVE "Y" TO CJR-BACKDATE-SW
002031          DISPLAY "COUNTJRN - BACKDATED RUN FOR BUSINESS DATE "
002032              BDT-BUSINESS-DATE-X
002033      END-IF.
002034  1050-EXIT.
002000      EXIT.
002010
002020  1100-PARSE-PARM.
003040      END-IF.
003050      PERFORM 4650-CHECK-JRNRPT THRU 4650-EXIT.
003060      MOVE CJR-DAY TO CJR-H2-DAY.
003062      IF CJR-BACKDATED
003064          MOVE "  BACKDATED RUN" TO CJR-H2-BACKDATE
003066      END-IF.
003070      MOVE CJR-HEADER-2 TO JRNRPT-LINE.
003080      WRITE JRNRPT-LINE AFTER ADVANCING 1 LINE.
003090      PERFORM 4650-CHECK-JRNRPT THRU 4650-EXIT.
