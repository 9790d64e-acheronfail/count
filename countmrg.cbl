000354*                   CONSOLIDATED LINE LIKE EVERY OTHER WRITER.
000356*   09/02/26  JRS   POST THE CONSOLIDATED AUDIT LINE TO THE
000358*                   RUNJRN CENTRAL RUN JOURNAL AS WELL.
000359*   10/15/26  JRS   MERGE UNDER THE BUSDATE BUSINESS DATE;
000360*                   BACKDATED RUNS ARE MARKED ON RPTOUT AND RUNJRN
000361*                   AND REFUSED FOR A DATE ALREADY CLOSED PASS
000362*                   UNLESS THE REOPEN IS AUTHORIZED.
000360* ---------------------------------------------------------------
000370
000380  ENVIRONMENT DIVISION.
000496          ACCESS MODE IS DYNAMIC
000497          RECORD KEY IS RJN-KEY
000498          FILE STATUS IS RUNJRN-STATUS.
000499      SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000500          ORGANIZATION IS SEQUENTIAL
000501          FILE STATUS IS BUSDATE-STATUS.
000502      SELECT CLSHST-FILE ASSIGN TO CLSHST
000503          ORGANIZATION IS SEQUENTIAL
000504          FILE STATUS IS CLSHST-STATUS.
000500
000510  DATA DIVISION.
000520  FILE SECTION.
000715  FD  RUNJRN-FILE
000716      LABEL RECORDS ARE STANDARD.
000717      COPY RJNREC.
000718
000719*   BUSDATE - BUSINESS-DATE CONTROL (OPTIONAL)
000720  FD  BUSDATE-FILE
000721      RECORDING MODE IS F
000722      LABEL RECORDS ARE STANDARD.
000723  01  BUSDATE-LINE                PIC X(80).
000724
000725*   CLSHST - CLOSE HISTORY, FOR THE CLOSED-DATE CHECK
000726  FD  CLSHST-FILE
000727      RECORDING MODE IS F
000728      LABEL RECORDS ARE STANDARD.
000729      COPY CLSREC.
000720
000730  WORKING-STORAGE SECTION.
000740
001150          88  PARTIN-EOF                    VALUE "10".
001160      05  RPTOUT-STATUS           PIC X(02) VALUE SPACES.
001162      05  RUNJRN-STATUS           PIC X(02) VALUE SPACES.
001163      05  BUSDATE-STATUS          PIC X(02) VALUE SPACES.
001164      05  CLSHST-STATUS           PIC X(02) VALUE SPACES.
001165          88  CLSHST-EOF                    VALUE "10".
001166
001167*   BUSINESS DATE - THE BUSDATE CONTROL RECORD, AND THE
001168*   MACHINE DATE IT OVERRIDES
001169      COPY BDTREC.
001170  01  MRG-BUSDATE-FIELDS.
001171      05  MRG-MACHINE-DATE        PIC 9(08) VALUE 0.
001172      05  MRG-BACKDATE-SW         PIC X(01) VALUE "N".
001173          88  MRG-BACKDATED                 VALUE "Y".
001174      05  MRG-DATE-CLOSED-SW      PIC X(01) VALUE "N".
001175          88  MRG-DATE-CLOSED               VALUE "Y".
001176      05  MRG-BUS-DATE-DISPLAY    PIC X(10) VALUE SPACES.
001170
001180*   JOB IDENTIFICATION AND RUN DATE FOR THE AUDIT LINE
001190  01  MRG-JOBNAME                 PIC X(08) VALUE SPACES.
001450* ****************************************************************
001460  1000-INITIALIZE.
001470      MOVE FUNCTION CURRENT-DATE TO MRG-CURRENT-DATE-FIELDS.
001473      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
001476      PERFORM 1060-CHECK-CLOSED-DATE THRU 1060-EXIT.
001480      STRING MRG-CD-DATE(1:4) "-" MRG-CD-DATE(5:2) "-"
001490          MRG-CD-DATE(7:2) DELIMITED BY SIZE
001500          INTO MRG-RUN-DATE-DISPLAY
001740      END-IF.
001742      PERFORM 1300-OPEN-RUNJRN THRU 1300-EXIT.
001750  1000-EXIT.
001751      EXIT.
001752
001753* ****************************************************************
001754* * 1050-GET-BUSINESS-DATE - A BUSDATE CONTROL RECORD WITH A DATE
001755* * ON IT REPLACES THE MACHINE DATE AS THE PROCESSING DATE.  NO
001756* * CONTROL, OR A BLANK ONE, MEANS TODAY.  A DATE LATER THAN
001757* * TODAY OR NOT A VALID DATE STOPS THE RUN.
001758* ****************************************************************
001759  1050-GET-BUSINESS-DATE.
001760      MOVE MRG-CD-DATE TO MRG-MACHINE-DATE.
001761      MOVE SPACES TO BUSDATE-RECORD.
001762      OPEN INPUT BUSDATE-FILE.
001763      IF BUSDATE-STATUS NOT = "00"
001764          GO TO 1050-EXIT
001765      END-IF.
001766      READ BUSDATE-FILE INTO BUSDATE-RECORD
001767          AT END
001768              MOVE SPACES TO BUSDATE-RECORD
001769      END-READ.
001770      CLOSE BUSDATE-FILE.
001771      IF BDT-BUSINESS-DATE-X = SPACES
001772          OR BDT-BUSINESS-DATE-X = ZEROS
001773          GO TO 1050-EXIT
001774      END-IF.
001775      IF BDT-BUSINESS-DATE-X NOT NUMERIC
001776          DISPLAY "COUNTMRG - BUSDATE DATE NOT NUMERIC: "
001777              BDT-BUSINESS-DATE-X
001778          MOVE 16 TO RETURN-CODE
001779          GO TO 9999-EXIT
001780      END-IF.
001781      IF FUNCTION TEST-DATE-YYYYMMDD(BDT-BUSINESS-DATE) NOT = 0
001782          OR BDT-BUSINESS-DATE > MRG-MACHINE-DATE
001783          DISPLAY "COUNTMRG - BUSDATE NOT A VALID PAST DATE: "
001784              BDT-BUSINESS-DATE-X
001785          MOVE 16 TO RETURN-CODE
001786          GO TO 9999-EXIT
001787      END-IF.
001788      MOVE BDT-BUSINESS-DATE TO MRG-CD-DATE.
001789      IF MRG-CD-DATE < MRG-MACHINE-DATE
001790          MOVE "Y" TO MRG-BACKDATE-SW
001791          DISPLAY "COUNTMRG - BACKDATED RUN FOR BUSINESS DATE "
001792              BDT-BUSINESS-DATE-X
001793      END-IF.
001794  1050-EXIT.
001795      EXIT.
001796
001797* ****************************************************************
001798* * 1060-CHECK-CLOSED-DATE - A BACKDATED RUN MAY NOT POST TO A
001799* * DATE WHOSE LATEST CLSHST CLOSE IS A PASS UNLESS THE CONTROL
001800* * AUTHORIZES THE REOPEN.  NO CLOSE HISTORY, NO PROOF THE
001801* * DATE IS OPEN.
001802* ****************************************************************
001803  1060-CHECK-CLOSED-DATE.
001804      IF NOT MRG-BACKDATED
001805          GO TO 1060-EXIT
001806      END-IF.
001807      STRING MRG-CD-DATE(1:4) "-" MRG-CD-DATE(5:2) "-"
001808          MRG-CD-DATE(7:2) DELIMITED BY SIZE
001809          INTO MRG-BUS-DATE-DISPLAY
001810      END-STRING.
001811      OPEN INPUT CLSHST-FILE.
001812      IF CLSHST-STATUS NOT = "00"
001813          DISPLAY "COUNTMRG - UNABLE TO OPEN CLSHST, STATUS "
001814              CLSHST-STATUS
001815          MOVE "Y" TO MRG-DATE-CLOSED-SW
001816          GO TO 1060-DECIDE
001817      END-IF.
001818      PERFORM 1070-READ-CLSHST THRU 1070-EXIT.
001819      PERFORM 1080-CHECK-ONE-CLOSE THRU 1080-EXIT
001820          UNTIL CLSHST-EOF.
001821      CLOSE CLSHST-FILE.
001822  1060-DECIDE.
001823      IF NOT MRG-DATE-CLOSED
001824          GO TO 1060-EXIT
001825      END-IF.
001826      IF BDT-REOPEN-AUTH
001827          DISPLAY "COUNTMRG - REOPEN OF " MRG-BUS-DATE-DISPLAY
001828              " AUTHORIZED BY " BDT-AUTH-USER
001829          GO TO 1060-EXIT
001830      END-IF.
001831      DISPLAY "COUNTMRG - " MRG-BUS-DATE-DISPLAY
001832          " IS CLOSED, BACKDATED RUN REFUSED".
001833      MOVE 12 TO RETURN-CODE.
001834      GO TO 9999-EXIT.
001835  1060-EXIT.
001836      EXIT.
001837
001838  1070-READ-CLSHST.
001839      READ CLSHST-FILE
001840          AT END
001841              CONTINUE
001842      END-READ.
001843  1070-EXIT.
001844      EXIT.
001845
001846*     THE LATEST CLOSE FOR THE DATE DECIDES - A FAILED CLOSE
001847*     AFTER AN AUTHORIZED REOPEN LEAVES THE DATE OPEN AGAIN
001848  1080-CHECK-ONE-CLOSE.
001849      IF CLS-RUN-DATE = MRG-BUS-DATE-DISPLAY
001850          IF CLS-OVERALL = "PASS"
001851              MOVE "Y" TO MRG-DATE-CLOSED-SW
001852          ELSE
001853              MOVE "N" TO MRG-DATE-CLOSED-SW
001854          END-IF
001855      END-IF.
001856      PERFORM 1070-READ-CLSHST THRU 1070-EXIT.
001857  1080-EXIT.
001760      EXIT.
001770
001771* ****************************************************************
003370      MOVE MRG-TARGET TO RPT-TARGET.
003380      MOVE MRG-SUM TO RPT-RESULT.
003385      MOVE ZERO TO RPT-CTL-TOTAL.
003386      IF MRG-BACKDATED
003387          MOVE "Y" TO RPT-BACKDATE-SW
003388      END-IF.
003390      IF MRG-COVER-OK AND MRG-PARTS-OK AND MRG-SUM = MRG-TARGET
003400          MOVE "OK" TO RPT-STATUS
003410      ELSE
003633      MOVE MRG-RUN-DATE-DISPLAY TO RJN-RUN-DATE.
003634      MOVE MRG-JOBNAME TO RJN-JOBNAME.
003635      MOVE MRG-STEPNAME TO RJN-STEPNAME.
003636      IF MRG-BACKDATED
003637          MOVE "Y" TO RJN-BACKDATE-SW
003638      END-IF.
003636      STRING MRG-CD-TIME(1:2) ":" MRG-CD-TIME(3:2) ":"
003637          MRG-CD-TIME(5:2) DELIMITED BY SIZE
003638          INTO RJN-POST-TIME
