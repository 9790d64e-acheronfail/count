000260*                  SCHEDULED, THE VFYIN CERTIFICATE MATCHED
000270*    4. ALERTS   - NO SEVERITY E ALERTS ON ALRTIN
000280*  A DATED CLOSE RECORD GOES TO CLSOUT AND A ONE-PAGE CLOSE
000290*  REPORT TO CLSRPT.  THE CLOSE RECORD IS ALSO APPENDED TO THE
000292*  CLSHST CLOSE HISTORY.  AN INPUT THAT CANNOT BE OPENED FAILS
000300*  ITS CHECK - NO INPUT, NO CERTIFICATION.
000310*
000320*  PARM:    VERIFY - A VERIFY RUN WAS SCHEDULED TODAY, SO THE
000330*           CERTIFICATE MUST BE PRESENT AND MATCHED
000340*  RETURN CODES: 0 ALL CHECKS PASSED - RELEASE DOWNSTREAM,
000350*  8 ANY CHECK FAILED, 12 BACKDATED CLOSE REFUSED - THE DATE
000352*  ALREADY CLOSED PASS, 16 CLOSE OUTPUT FAILURE.
000360* ---------------------------------------------------------------
000370*  MODIFICATION HISTORY
000380* ---------------------------------------------------------------
000400*   --------  ----  --------------------------------------------
000410*   09/02/26  JRS   ORIGINAL PROGRAM - DAILY CLOSE GATE OVER
000420*                   RSLTOUT, RECRPT, VFYOUT AND ALRTOUT.
000421*   10/15/26  JRS   CLOSE UNDER THE BUSDATE BUSINESS DATE.  A
000422*                   BACKDATED CLOSE IS MARKED ON CLSOUT AND THE
000423*                   REPORT AND REFUSED FOR A DATE ALREADY CLOSED
000424*                   PASS UNLESS THE REOPEN IS AUTHORIZED.  EVERY
000425*                   CLOSE RECORD IS APPENDED TO THE CLSHST
000426*                   HISTORY; CLSOUT LAYOUT MOVED TO THE CLSREC
000427*                   COPYBOOK.
000430* ---------------------------------------------------------------
000440
000450  ENVIRONMENT DIVISION.
000660      SELECT CLSRPT-FILE ASSIGN TO CLSRPT
000670          ORGANIZATION IS SEQUENTIAL
000680          FILE STATUS IS CLSRPT-STATUS.
000681      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000682          ORGANIZATION IS SEQUENTIAL
000683          FILE STATUS IS BUSDATE-STATUS.
000684      SELECT CLSHST-FILE ASSIGN TO CLSHST
000685          ORGANIZATION IS SEQUENTIAL
000686          FILE STATUS IS CLSHST-STATUS.
000690
000700  DATA DIVISION.
000710  FILE SECTION.
001030  FD  CLSOUT-FILE
001040      RECORDING MODE IS F
001050      LABEL RECORDS ARE STANDARD.
001060      COPY CLSREC.
001230
001240*   CLSRPT - ONE-PAGE PRINTABLE CLOSE REPORT
001250  FD  CLSRPT-FILE
001260      RECORDING MODE IS F
001270      LABEL RECORDS ARE STANDARD.
001280  01  CLSRPT-LINE                 PIC X(132).
001281
001282*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
001283  FD  BUSDATE-FILE
001284      RECORDING MODE IS F
001285      LABEL RECORDS ARE STANDARD.
001286  01  BUSDATE-LINE                PIC X(80).
001287
001288*   CLSHST - CLOSE HISTORY, EVERY CLOSE RECORD APPENDED
001289  FD  CLSHST-FILE
001290      RECORDING MODE IS F
001291      LABEL RECORDS ARE STANDARD.
001292      COPY CLSREC REPLACING LEADING ==CLS== BY ==CHS==.
001290
001300  WORKING-STORAGE SECTION.
001310
001840          88  ALRTIN-EOF                    VALUE "10".
001850      05  CLSOUT-STATUS           PIC X(02) VALUE SPACES.
001860      05  CLSRPT-STATUS           PIC X(02) VALUE SPACES.
001861      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
001862      05  CLSHST-STATUS           PIC X(02) VALUE SPACES.
001863          88  CLSHST-EOF                    VALUE "10".
001864
001865*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
001866*   MACHINE DATE IT OVERRIDES
001867      COPY BDTREC.
001868  01  EOD-BUSDATE-FIELDS.
001869      05  EOD-MACHINE-DATE        PIC 9(08) VALUE 0.
001870      05  EOD-BACKDATE-SW         PIC X(01) VALUE "N".
001871          88  EOD-BACKDATED                 VALUE "Y".
001872      05  EOD-DATE-CLOSED-SW      PIC X(01) VALUE "N".
001873          88  EOD-DATE-CLOSED               VALUE "Y".
001874      05  EOD-BUS-DATE-DISPLAY    PIC X(10) VALUE SPACES.
001870
001880*   RUN DATE FOR THE CLOSE RECORD AND REPORT
001890  01  EOD-CURRENT-DATE-FIELDS.
002020  01  EOD-HEADER-2.
002030      05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002040      05  EOD-H2-RUN-DATE         PIC X(10).
002045      05  FILLER                  PIC X(02) VALUE SPACES.
002046      05  EOD-H2-BACKDATE         PIC X(38) VALUE SPACES.
002050      05  FILLER                  PIC X(72) VALUE SPACES.
002060  01  EOD-CHECK-LINE.
002070      05  EOD-CHK-NAME            PIC X(44).
002080      05  EOD-CHK-VERDICT         PIC X(08).
002340* ****************************************************************
002350  1000-INITIALIZE.
002360      MOVE FUNCTION CURRENT-DATE TO EOD-CURRENT-DATE-FIELDS.
002363      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002366      PERFORM 1060-CHECK-CLOSED-DATE THRU 1060-EXIT.
002370      STRING EOD-CD-DATE(1:4) "-" EOD-CD-DATE(5:2) "-"
002380          EOD-CD-DATE(7:2) DELIMITED BY SIZE
002390          INTO EOD-RUN-DATE-DISPLAY
002560          GO TO 9999-EXIT
002570      END-IF.
002580  1000-EXIT.
002581      EXIT.
002582
002583* ****************************************************************
002584* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
002585* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
002586* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
002587* * TODAY OR NOT A VALID DATE STOPS THE RUN.
002588* ****************************************************************
002589  1050-GET-BUSINESS-DATE.
002590      MOVE EOD-CD-DATE TO EOD-MACHINE-DATE.
002591      MOVE SPACES TO BUSDATE-RECORD.
002592      OPEN INPUT BUSDATE-FILE.
002593      IF BUSDATE-STATUS NOT = "00"
002594          GO TO 1050-EXIT
002595      END-IF.
002596      READ BUSDATE-FILE INTO BUSDATE-RECORD
002597          AT END
002598              MOVE SPACES TO BUSDATE-RECORD
002599      END-READ.
002600      CLOSE BUSDATE-FILE.
002601      IF BDT-BUSINESS-DATE-X = SPACES
002602          OR BDT-BUSINESS-DATE-X = ZEROS
002603          GO TO 1050-EXIT
002604      END-IF.
002605      IF BDT-BUSINESS-DATE-X NOT NUMERIC
002606          DISPLAY "COUNTEOD - BUSDATE DATE NOT NUMERIC: "
002607              BDT-BUSINESS-DATE-X
002608          MOVE 16 TO RETURN-CODE
002609          GO TO 9999-EXIT
002610      END-IF.
002611      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
002612          OR BDT-BUSINESS-DATE > EOD-MACHINE-DATE
002613          DISPLAY "COUNTEOD - BUSDATE NOT A VALID PAST DATE: "
002614              BDT-BUSINESS-DATE-X
002615          MOVE 16 TO RETURN-CODE
002616          GO TO 9999-EXIT
002617      END-IF.
002618      MOVE BDT-BUSINESS-DATE TO EOD-CD-DATE.
002619      IF EOD-CD-DATE < EOD-MACHINE-DATE
002620          MOVE "Y" TO EOD-BACKDATE-SW
002621          DISPLAY "COUNTEOD - BACKDATED RUN FOR BUSINESS DATE "
002622              BDT-BUSINESS-DATE-X
002623      END-IF.
002624  1050-EXIT.
002625      EXIT.
002626
002627* ****************************************************************
002628* * 1060-CHECK-CLOSED-DATE - A BACKDATED RUN MAY NOT POST TO A
002629* * DATE WHOSE LATEST CLSHST CLOSE IS A PASS UNLESS THE CONTROL
002630* * AUTHORIZES THE REOPEN.  NO CLOSE HISTORY, NO PROOF THE
002631* * DATE IS OPEN.
002632* ****************************************************************
002633  1060-CHECK-CLOSED-DATE.
002634      IF NOT EOD-BACKDATED
002635          GO TO 1060-EXIT
002636      END-IF.
002637      STRING EOD-CD-DATE(1:4) "-" EOD-CD-DATE(5:2) "-"
002638          EOD-CD-DATE(7:2) DELIMITED BY SIZE
002639          INTO EOD-BUS-DATE-DISPLAY
002640      END-STRING.
002641      OPEN INPUT CLSHST-FILE.
002642      IF CLSHST-STATUS NOT = "00"
002643          DISPLAY "COUNTEOD - UNABLE TO OPEN CLSHST, STATUS "
002644              CLSHST-STATUS
002645          MOVE "Y" TO EOD-DATE-CLOSED-SW
002646          GO TO 1060-DECIDE
002647      END-IF.
002648      PERFORM 1070-READ-CLSHST THRU 1070-EXIT.
002649      PERFORM 1080-CHECK-ONE-CLOSE THRU 1080-EXIT
002650          UNTIL CLSHST-EOF.
002651      CLOSE CLSHST-FILE.
002652  1060-DECIDE.
002653      IF NOT EOD-DATE-CLOSED
002654          GO TO 1060-EXIT
002655      END-IF.
002656      IF BDT-REOPEN-AUTH
002657          DISPLAY "COUNTEOD - REOPEN OF " EOD-BUS-DATE-DISPLAY
002658              " AUTHORIZED BY " BDT-AUTH-USER
002659          GO TO 1060-EXIT
002660      END-IF.
002661      DISPLAY "COUNTEOD - " EOD-BUS-DATE-DISPLAY
002662          " IS CLOSED, BACKDATED RUN REFUSED".
002663      MOVE 12 TO RETURN-CODE.
002664      GO TO 9999-EXIT.
002665  1060-EXIT.
002666      EXIT.
002667
002668  1070-READ-CLSHST.
002669      READ CLSHST-FILE
002670          AT END
002671              CONTINUE
002672      END-READ.
002673  1070-EXIT.
002674      EXIT.
002675
002676*     THE LATEST CLOSE FOR THE DATE DECIDES - A FAILED CLOSE
002677*     AFTER AN AUTHORIZED REOPEN LEAVES THE DATE OPEN AGAIN
002678  1080-CHECK-ONE-CLOSE.
002679      IF CHS-RUN-DATE = EOD-BUS-DATE-DISPLAY
002680          IF CHS-OVERALL = "PASS"
002681              MOVE "Y" TO EOD-DATE-CLOSED-SW
002682          ELSE
002683              MOVE "N" TO EOD-DATE-CLOSED-SW
002684          END-IF
002685      END-IF.
002686      PERFORM 1070-READ-CLSHST THRU 1070-EXIT.
002687  1080-EXIT.
002590      EXIT.
002600
002610  1100-PARSE-PARM.
005340      END-IF.
005350      MOVE EOD-DRV-COUNT TO CLS-DRV-COUNT.
005360      MOVE EOD-RSL-COUNT TO CLS-RSL-COUNT.
005361      IF EOD-BACKDATED
005362          MOVE "Y" TO CLS-BACKDATE-SW
005363      END-IF.
005364      STRING EOD-MACHINE-DATE(1:4) "-" EOD-MACHINE-DATE(5:2) "-"
005365          EOD-MACHINE-DATE(7:2) DELIMITED BY SIZE
005366          INTO CLS-PROCESS-DATE
005367      END-STRING.
005370      WRITE CLSOUT-RECORD.
005380      IF CLSOUT-STATUS NOT = "00"
005390          DISPLAY "COUNTEOD - UNABLE TO WRITE CLSOUT, STATUS "
005420          PERFORM 8000-TERMINATE THRU 8000-EXIT
005430          GO TO 9999-EXIT
005440      END-IF.
005445      PERFORM 6050-POST-CLSHST THRU 6050-EXIT.
005450      PERFORM 6100-WRITE-CLOSE-REPORT THRU 6100-EXIT.
005460      IF NOT EOD-ALL-PASSED
005470          DISPLAY "COUNTEOD - CLOSE FAILED, HOLD THE RELEASE"
005500  6000-EXIT.
005510      EXIT.
005520
005521*     THE CLOSE RECORD IS KEPT ON CLSHST FOR THE CLOSED-DATE
005522*     CHECK OF LATER BACKDATED RUNS - CREATED ON FIRST CLOSE
005523  6050-POST-CLSHST.
005524      OPEN EXTEND CLSHST-FILE.
005525      IF CLSHST-STATUS = "35"
005526          OPEN OUTPUT CLSHST-FILE
005527      END-IF.
005528      IF CLSHST-STATUS NOT = "00"
005529          DISPLAY "COUNTEOD - UNABLE TO OPEN CLSHST, STATUS "
005530              CLSHST-STATUS
005531          MOVE 16 TO RETURN-CODE
005532          PERFORM 8000-TERMINATE THRU 8000-EXIT
005533          GO TO 9999-EXIT
005534      END-IF.
005535      WRITE CHSOUT-RECORD FROM CLSOUT-RECORD.
005536      IF CLSHST-STATUS NOT = "00"
005537          DISPLAY "COUNTEOD - UNABLE TO WRITE CLSHST, STATUS "
005538              CLSHST-STATUS
005539          MOVE 16 TO RETURN-CODE
005540          CLOSE CLSHST-FILE
005541          PERFORM 8000-TERMINATE THRU 8000-EXIT
005542          GO TO 9999-EXIT
005543      END-IF.
005544      CLOSE CLSHST-FILE.
005545  6050-EXIT.
005546      EXIT.
005530  6100-WRITE-CLOSE-REPORT.
005540      MOVE EOD-HEADER-1 TO CLSRPT-LINE.
005550      PERFORM 6500-WRITE-CLSRPT THRU 6500-EXIT.
005560      MOVE EOD-RUN-DATE-DISPLAY TO EOD-H2-RUN-DATE.
005561      IF EOD-BACKDATED
005562          STRING "BACKDATED CLOSE - PROCESSED "
005563              CLS-PROCESS-DATE DELIMITED BY SIZE
005564              INTO EOD-H2-BACKDATE
005565          END-STRING
005566      END-IF.
005570      MOVE EOD-HEADER-2 TO CLSRPT-LINE.
005580      PERFORM 6500-WRITE-CLSRPT THRU 6500-EXIT.
005590      MOVE SPACES TO CLSRPT-LINE.
