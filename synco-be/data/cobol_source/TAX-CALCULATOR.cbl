           SELECT TIME-EXCP-FILE ASSIGN TO "TIMEEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TSEXC-FILE-STATUS.
           SELECT PTO-MASTER-FILE ASSIGN TO "PTOMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PTO-FILE-STATUS.
           SELECT PTO-OUT-FILE ASSIGN TO "PTOOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PTOOUT-FILE-STATUS.
           SELECT PTO-PARM-FILE ASSIGN TO "PTOPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PTOPRM-FILE-STATUS.
           SELECT PTO-RPT-FILE ASSIGN TO "PTORPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PTORPT-FILE-STATUS.
           SELECT PAY-SNAP-FILE ASSIGN TO "PAYSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PSN-FILE-STATUS.
           SELECT PREVIEW-RPT-FILE ASSIGN TO "PREVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRV-FILE-STATUS.
           SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PHS-FILE-STATUS.
           SELECT RETRO-REQ-FILE ASSIGN TO "RETROREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RRQ-FILE-STATUS.
           SELECT RETRO-OUT-FILE ASSIGN TO "RETROOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RRO-FILE-STATUS.
           SELECT RETRO-RPT-FILE ASSIGN TO "RETRORPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RRP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CTL-RUN-MODE        PIC X.
           05  CTL-LOCAL-RATE      PIC V999.
           05  CTL-SUPP-RATE       PIC V99.
           05  CTL-VAR-PCT         PIC 999.

       FD  STATE-BRACKET-FILE.
       01  STATE-BRACKET-RECORD.
           05  TS-EMP-ID           PIC X(6).
           05  TS-REG-HOURS        PIC 9(3)V99.
           05  TS-OT-HOURS         PIC 9(3)V99.
           05  TS-VAC-HOURS        PIC 9(3)V99.
           05  TS-SICK-HOURS       PIC 9(3)V99.

       FD  TIME-EXCP-FILE.
       01  TIME-EXCP-LINE          PIC X(80).

       FD  PTO-MASTER-FILE.
           COPY PTO-REC.

       FD  PTO-OUT-FILE.
       01  PTO-OUT-RECORD          PIC X(66).

       FD  PTO-PARM-FILE.
       01  PTO-PARM-RECORD.
           05  PTP-YEARS-FROM      PIC 99.
           05  PTP-VAC-HOURS       PIC 9(3)V99.
           05  PTP-SICK-HOURS      PIC 9(3)V99.
           05  PTP-VAC-CAP         PIC 9(3)V99.
           05  PTP-SICK-CAP        PIC 9(3)V99.

       FD  PTO-RPT-FILE.
       01  PTO-RPT-LINE            PIC X(80).

       FD  PAY-SNAP-FILE.
       01  PAY-SNAP-RECORD.
           05  PSN-EMP-ID          PIC X(6).
           05  PSN-EMP-NAME        PIC X(20).
           05  PSN-GROSS           PIC 9(8)V99.
           05  PSN-TOTAL-TAX       PIC 9(8)V99.
           05  PSN-DEDUCTIONS      PIC 9(8)V99.
           05  PSN-NET             PIC 9(8)V99.
           05  PSN-ROUTING-NO      PIC 9(9).
           05  PSN-BANK-ACCT-NO    PIC X(17).
           05  PSN-PAY-METHOD      PIC X.

       FD  PREVIEW-RPT-FILE.
       01  PREVIEW-RPT-LINE        PIC X(80).

       FD  PAY-HIST-FILE.
           COPY PAYHIST-REC.

       FD  RETRO-REQ-FILE.
           COPY RETROREQ-REC.

       FD  RETRO-OUT-FILE.
       01  RETRO-OUT-RECORD        PIC X(29).

       FD  RETRO-RPT-FILE.
       01  RETRO-RPT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  EMPLOYEE-ID         PIC X(6).
       01  EMPLOYEE-NAME       PIC X(20).
               10  WS-WMAP-ACCT    PIC X(8).
       01  WS-WMAP-COUNT       PIC 99 VALUE 0.
       01  WS-LMAP-TABLE.
           05  WS-LMAP-ENTRY OCCURS 25 TIMES.
               10  WS-LMAP-CODE    PIC X(10).
               10  WS-LMAP-ACCT    PIC X(8).
       01  WS-LMAP-COUNT       PIC 99 VALUE 0.
               10  WS-TS-EMP-ID    PIC X(6).
               10  WS-TS-REG       PIC 9(3)V99.
               10  WS-TS-OT        PIC 9(3)V99.
               10  WS-TS-VAC       PIC 9(3)V99.
               10  WS-TS-SICK      PIC 9(3)V99.
       01  WS-TS-COUNT         PIC 9(3) VALUE 0.
       01  TX                  PIC 9(3).
       01  WS-TS-IX            PIC 9(3).
               VALUE "FILING STATUS       : ".
           05  WS-STUB-FILING   PIC X.
           05  FILLER           PIC X(57) VALUE SPACES.
       01  PTO-FILE-STATUS     PIC X(2) VALUE "00".
       01  PTOOUT-FILE-STATUS  PIC X(2) VALUE "00".
       01  PTOPRM-FILE-STATUS  PIC X(2) VALUE "00".
       01  PTORPT-FILE-STATUS  PIC X(2) VALUE "00".
       01  PTO-EOF             PIC X VALUE 'N'.
       01  PTOPRM-EOF          PIC X VALUE 'N'.
       01  WS-PTO-TABLE.
           05  WS-PTO-ENTRY OCCURS 500 TIMES.
               10  WS-PTO-EMP-ID   PIC X(6).
               10  WS-PTO-SVC-DATE PIC 9(8).
               10  WS-PTO-VAC-ACCR PIC 9(4)V99.
               10  WS-PTO-VAC-USED PIC 9(4)V99.
               10  WS-PTO-VAC-BAL  PIC 9(4)V99.
               10  WS-PTO-SICK-ACCR PIC 9(4)V99.
               10  WS-PTO-SICK-USED PIC 9(4)V99.
               10  WS-PTO-SICK-BAL PIC 9(4)V99.
               10  WS-PTO-RATE     PIC 9(4)V99.
               10  WS-PTO-POSTED   PIC 9(8)V99.
       01  WS-PTO-COUNT        PIC 9(3) VALUE 0.
       01  WS-PTO-NEW-COUNT    PIC 9(5) VALUE 0.
       01  WS-ARR-NEW-COUNT    PIC 9(5) VALUE 0.
       01  PX                  PIC 9(3).
       01  WS-PTO-IX           PIC 9(3).
       01  WS-PTO-FOUND        PIC X.
       01  WS-PTB-TABLE.
           05  WS-PTB-ENTRY OCCURS 10 TIMES.
               10  WS-PTB-YEARS    PIC 99.
               10  WS-PTB-VAC      PIC 9(3)V99.
               10  WS-PTB-SICK     PIC 9(3)V99.
       01  WS-PTB-COUNT        PIC 99 VALUE 0.
       01  PB                  PIC 99.
       01  WS-PTB-IX           PIC 99.
       01  WS-PTO-AS-OF        PIC 9(8) VALUE 0.
       01  WS-PTO-AS-OF-R REDEFINES WS-PTO-AS-OF.
           05  WS-PTO-AS-OF-YEAR   PIC 9(4).
           05  WS-PTO-AS-OF-MONTH  PIC 99.
           05  WS-PTO-AS-OF-DAY    PIC 99.
       01  WS-MONTH-END-SW     PIC X VALUE 'N'.
       01  WS-QTR-END-SW       PIC X VALUE 'N'.
       01  WS-PTO-TENURE       PIC S9(5).
       01  WS-PTO-VAC-TAKEN    PIC 9(3)V99.
       01  WS-PTO-SICK-TAKEN   PIC 9(3)V99.
       01  WS-PTO-PERIOD-ACCR  PIC 9(3)V99.
       01  WS-PTO-REJECT-COUNT PIC 9(6) VALUE 0.
       01  WS-PTO-CLOSED-COUNT PIC 9(5) VALUE 0.
       01  WS-PTO-LIAB         PIC 9(8)V99.
       01  WS-PTO-LIAB-TOTAL   PIC 9(10)V99 VALUE 0.
       01  WS-PTO-POSTED-TOTAL PIC 9(10)V99 VALUE 0.
       01  WS-PTO-ADJUST       PIC S9(10)V99 VALUE 0.
       01  WS-PTO-POST-SW      PIC X VALUE 'N'.
       01  WS-STUB-PTO-LINE.
           05  WS-STUB-PTO-TYPE PIC X(14).
           05  FILLER           PIC X(13) VALUE "ACCRUED YTD: ".
           05  WS-STUB-PTO-ACCR PIC Z,ZZ9.99.
           05  FILLER           PIC X(12) VALUE "  USED YTD: ".
           05  WS-STUB-PTO-USED PIC Z,ZZ9.99.
           05  FILLER           PIC X(13) VALUE "  AVAILABLE: ".
           05  WS-STUB-PTO-AVAIL PIC Z,ZZ9.99.
           05  FILLER           PIC X(4) VALUE SPACES.
       01  WS-PTO-RPT-HDR.
           05  FILLER           PIC X(32)
               VALUE "ACCRUED PTO LIABILITY AS OF     ".
           05  WS-PTO-HDR-DATE  PIC 9(8).
           05  FILLER           PIC X(40) VALUE SPACES.
       01  WS-PTO-RPT-COLS.
           05  FILLER           PIC X(40)
               VALUE "EMP ID  SERVICE    VAC HRS  SICK HRS    ".
           05  FILLER           PIC X(40)
               VALUE "  RATE      LIABILITY                   ".
       01  WS-PTO-RPT-DET.
           05  WS-PTO-DET-ID    PIC X(6).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-PTO-DET-SVC   PIC 9(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-PTO-DET-VAC   PIC Z,ZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-PTO-DET-SICK  PIC Z,ZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-PTO-DET-RATE  PIC Z,ZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-PTO-DET-LIAB  PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(19) VALUE SPACES.
       01  WS-PTO-RPT-TOT.
           05  WS-PTO-TOT-LABEL PIC X(30).
           05  WS-PTO-TOT-AMT   PIC $$,$$$,$$$,$$9.99-.
           05  FILLER           PIC X(32) VALUE SPACES.
       01  PSN-FILE-STATUS     PIC X(2) VALUE "00".
       01  PRV-FILE-STATUS     PIC X(2) VALUE "00".
       01  PSN-EOF             PIC X VALUE 'N'.
       01  WS-PREVIEW-SW       PIC X VALUE 'N'.
       01  WS-VAR-PCT          PIC 999 VALUE 10.
       01  WS-PSN-TABLE.
           05  WS-PSN-ENTRY OCCURS 500 TIMES.
               10  WS-PSN-EMP-ID   PIC X(6).
               10  WS-PSN-NAME     PIC X(20).
               10  WS-PSN-NET      PIC 9(8)V99.
               10  WS-PSN-ROUTING  PIC 9(9).
               10  WS-PSN-ACCT     PIC X(17).
               10  WS-PSN-MATCHED  PIC X.
       01  WS-PSN-COUNT        PIC 9(3) VALUE 0.
       01  SX                  PIC 9(3).
       01  WS-PSN-IX           PIC 9(3).
       01  WS-PSN-FOUND        PIC X.
       01  WS-PSN-LOADED       PIC X VALUE 'N'.
       01  WS-PSN-DEDUCT       PIC S9(8)V99.
       01  WS-PRV-DIFF         PIC S9(8)V99.
       01  WS-PRV-PCT          PIC 9(9)V99.
       01  WS-PRV-VAR-SW       PIC X.
       01  WS-PRV-EMP-COUNT    PIC 9(6) VALUE 0.
       01  WS-PRV-EXCP-COUNT   PIC 9(6) VALUE 0.
       01  WS-PRV-AMT-ED       PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-PRV-RPT-HDR.
           05  FILLER           PIC X(46)
               VALUE "PAYROLL PREVIEW - NOTHING UPDATED OR RELEASED".
           05  FILLER           PIC X(16) VALUE "  BUSINESS DATE ".
           05  WS-PRV-HDR-DATE  PIC 9(8).
           05  FILLER           PIC X(10) VALUE SPACES.
       01  WS-PRV-RPT-PCT.
           05  FILLER           PIC X(28)
               VALUE "NET PAY VARIANCE THRESHOLD: ".
           05  WS-PRV-HDR-PCT   PIC ZZ9.
           05  FILLER           PIC X(49) VALUE " PCT".
       01  WS-PRV-RPT-COLS.
           05  FILLER           PIC X(40)
               VALUE "EMP ID NAME             EXCEPTION       ".
           05  FILLER           PIC X(40)
               VALUE "     LAST PERIOD       THIS PERIOD      ".
       01  WS-PRV-RPT-DET.
           05  WS-PRV-ID        PIC X(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-PRV-NAME      PIC X(16).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-PRV-REASON    PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-PRV-PRIOR     PIC X(17).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-PRV-CURR      PIC X(17).
       01  WS-PRV-RPT-TOT.
           05  WS-PRV-TOT-LABEL PIC X(30).
           05  WS-PRV-TOT-AMT   PIC $$,$$$,$$$,$$9.99-.
           05  FILLER           PIC X(32) VALUE SPACES.
       01  PHS-FILE-STATUS     PIC X(2) VALUE "00".
       01  RRQ-FILE-STATUS     PIC X(2) VALUE "00".
       01  RRO-FILE-STATUS     PIC X(2) VALUE "00".
       01  RRP-FILE-STATUS     PIC X(2) VALUE "00".
       01  PHS-EOF             PIC X VALUE 'N'.
       01  RRQ-EOF             PIC X VALUE 'N'.
       01  WS-RRQ-TABLE.
           05  WS-RRQ-ENTRY OCCURS 200 TIMES.
               10  WS-RRQ-EMP-ID   PIC X(6).
               10  WS-RRQ-EFF-DATE PIC 9(8).
               10  WS-RRQ-ANNUAL   PIC 9(8)V99.
               10  WS-RRQ-HOURLY   PIC 9(3)V99.
               10  WS-RRQ-DONE     PIC X.
       01  WS-RRQ-COUNT        PIC 9(3) VALUE 0.
       01  RQ                  PIC 9(3).
       01  WS-PH-TABLE.
           05  WS-PH-ENTRY OCCURS 2000 TIMES.
               10  WS-PH-EMP-ID    PIC X(6).
               10  WS-PH-DATE      PIC 9(8).
               10  WS-PH-PAY-TYPE  PIC X.
               10  WS-PH-FREQ      PIC X.
               10  WS-PH-REG       PIC 9(3)V99.
               10  WS-PH-OT        PIC 9(3)V99.
               10  WS-PH-PTO       PIC 9(3)V99.
               10  WS-PH-PAID      PIC S9(8)V99.
               10  WS-PH-NEW       PIC 9(8)V99.
               10  WS-PH-DIFF      PIC S9(8)V99.
       01  WS-PH-COUNT         PIC 9(4) VALUE 0.
       01  HX                  PIC 9(4).
       01  WS-PH-IX            PIC 9(4).
       01  WS-PH-FOUND         PIC X.
       01  WS-PH-WANTED        PIC X.
       01  WS-RETRO-RATE       PIC 9(8)V99.
       01  WS-RETRO-PERIODS    PIC 99.
       01  WS-RETRO-REQ-TOTAL  PIC S9(8)V99.
       01  WS-RETRO-REQ-PERS   PIC 9(4).
       01  WS-RETRO-PAY        PIC 9(8)V99 VALUE 0.
       01  WS-RETRO-FED        PIC 9(8)V99.
       01  WS-RETRO-STATE      PIC 9(8)V99.
       01  WS-RETRO-LOCAL      PIC 9(8)V99.
       01  WS-RETRO-TAX        PIC 9(8)V99 VALUE 0.
       01  WS-CTL-RETRO-TOTAL  PIC 9(10)V99 VALUE 0.
       01  WS-RETRO-PAID-COUNT PIC 9(6) VALUE 0.
       01  WS-RETRO-REVIEW-COUNT PIC 9(6) VALUE 0.
       01  WS-RETRO-CARRY-COUNT PIC 9(6) VALUE 0.
       01  WS-RTR-HDR.
           05  FILLER           PIC X(46)
               VALUE "RETROACTIVE PAY REGISTER".
           05  FILLER           PIC X(16) VALUE "  BUSINESS DATE ".
           05  WS-RTR-HDR-DATE  PIC 9(8).
           05  FILLER           PIC X(10) VALUE SPACES.
       01  WS-RTR-EMP.
           05  FILLER           PIC X(9) VALUE "EMPLOYEE ".
           05  WS-RTR-EMP-ID    PIC X(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RTR-EMP-NAME  PIC X(20).
           05  FILLER           PIC X(11) VALUE " EFFECTIVE ".
           05  WS-RTR-EFF-DATE  PIC 9(8).
           05  FILLER           PIC X(10) VALUE " NEW RATE ".
           05  WS-RTR-RATE      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
       01  WS-RTR-COLS.
           05  FILLER           PIC X(40)
               VALUE "  PERIOD    REG HRS  OT HRS PTO HRS     ".
           05  FILLER           PIC X(40)
               VALUE "PAID GROSS      NEW GROSS    DIFFERENCE ".
       01  WS-RTR-DET.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RTR-DATE      PIC 9(8).
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-RTR-REG       PIC ZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RTR-OT        PIC ZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RTR-PTO       PIC ZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RTR-PAID      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RTR-NEW       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RTR-DIFF      PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-RTR-TOT.
           05  WS-RTR-TOT-LABEL PIC X(30).
           05  WS-RTR-TOT-AMT   PIC $$,$$$,$$$,$$9.99-.
           05  FILLER           PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                   PERFORM RUN-SUPPLEMENTAL
               WHEN 'U'
                   PERFORM RUN-SUTA-REPORT
               WHEN 'V'
                   MOVE 'Y' TO WS-PREVIEW-SW
                   PERFORM RUN-PAYROLL
               WHEN OTHER
                   PERFORM RUN-PAYROLL
           END-EVALUATE.
                           AND CTL-SUPP-RATE > 0
                           MOVE CTL-SUPP-RATE TO WS-SUPP-RATE
                       END-IF
                       IF CTL-VAR-PCT NUMERIC
                           AND CTL-VAR-PCT > 0
                           MOVE CTL-VAR-PCT TO WS-VAR-PCT
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
           PERFORM LOAD-ELECTION-TABLE.
           PERFORM LOAD-MATCH-PARMS.
           PERFORM LOAD-ARREARS-TABLE.
           PERFORM LOAD-PTO-PARMS.
           PERFORM LOAD-PTO-LEDGER.
           PERFORM LOAD-RETRO-REQUESTS.
           IF WS-RRQ-COUNT > 0
               PERFORM LOAD-PAY-HISTORY
           END-IF.
           IF WS-MONTH-END-SW = 'Y'
               AND (WS-PTO-AS-OF-MONTH = 3 OR WS-PTO-AS-OF-MONTH = 6
                   OR WS-PTO-AS-OF-MONTH = 9
                   OR WS-PTO-AS-OF-MONTH = 12)
               MOVE 'Y' TO WS-QTR-END-SW
           END-IF.

           PERFORM CHECK-PAYROLL-CAPACITY.

           OPEN INPUT PAYROLL-FILE.
           IF WS-PREVIEW-SW = 'Y'
               DISPLAY "PREVIEW RUN - NOTHING UPDATED OR RELEASED"
               OPEN INPUT YTD-MASTER
               PERFORM LOAD-PRIOR-PERIOD
               PERFORM WRITE-PREVIEW-HEADINGS
           ELSE
               OPEN I-O YTD-MASTER
               OPEN OUTPUT PAY-STUB-FILE
               OPEN OUTPUT NET-PAY-FILE
               OPEN OUTPUT PAY-SNAP-FILE
               OPEN EXTEND PAY-HIST-FILE
               IF PHS-FILE-STATUS = "35"
                   OPEN OUTPUT PAY-HIST-FILE
               END-IF
               OPEN OUTPUT RETRO-RPT-FILE
               MOVE WS-PTO-AS-OF TO WS-RTR-HDR-DATE
               WRITE RETRO-RPT-LINE FROM WS-RTR-HDR
           END-IF.
           OPEN OUTPUT TIME-EXCP-FILE.
           IF PAYROLL-FILE-STATUS = "35"
               DISPLAY "No Payroll File - Nothing To Process"
           PERFORM PROCESS-EMPLOYEE UNTIL PAYROLL-EOF = 'Y'.
           CLOSE PAYROLL-FILE.
           CLOSE YTD-MASTER.
           IF WS-PREVIEW-SW = 'Y'
               PERFORM WRITE-PREVIEW-TOTALS
           ELSE
               CLOSE PAY-STUB-FILE
               CLOSE NET-PAY-FILE
               CLOSE PAY-SNAP-FILE
               CLOSE PAY-HIST-FILE
               PERFORM WRITE-RETRO-CARRY
               CLOSE RETRO-RPT-FILE
           END-IF.
           CLOSE TIME-EXCP-FILE.
           IF WS-TS-REJECT-COUNT > 0
               DISPLAY "TIMESHEET EXCEPTIONS: " WS-TS-REJECT-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-PTO-REJECT-COUNT > 0
               DISPLAY "PTO EXCEPTIONS: " WS-PTO-REJECT-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-RETRO-REVIEW-COUNT > 0
               DISPLAY "RETRO REQUESTS FOR REVIEW: "
                   WS-RETRO-REVIEW-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-PREVIEW-SW = 'Y'
               PERFORM PRINT-CONTROL-TOTALS
               IF WS-PRV-EXCP-COUNT > 0
                   DISPLAY "PREVIEW EXCEPTIONS: " WS-PRV-EXCP-COUNT
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM WRITE-GARNISHMENT-OUTPUT
               PERFORM WRITE-ARREARS-OUT
               PERFORM PRINT-CONTROL-TOTALS
               PERFORM LOAD-PAYGL-MAP
               PERFORM VALUE-PTO-LIABILITY
               PERFORM WRITE-PAYROLL-GL-FEED
               PERFORM WRITE-PTO-LEDGER-OUT
           END-IF.

       CHECK-YEAR-NOT-CLOSED.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDT-FILE-STATUS = "35"
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PTO-AS-OF
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       MOVE FUNCTION CURRENT-DATE(1:4)
                           TO WS-RUN-YEAR
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-PTO-AS-OF
                   NOT AT END
                       MOVE BDT-CURRENT-DATE(1:4) TO WS-RUN-YEAR
                       MOVE BDT-CURRENT-DATE TO WS-PTO-AS-OF
                       MOVE BDT-MONTH-END-SW TO WS-MONTH-END-SW
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE-FILE.
           DISPLAY "Emplr Match : " WS-CTL-MATCH-TOT.
           DISPLAY "Arrears Add : " WS-CTL-ARREARS-ADD.
           DISPLAY "Arrears Rec : " WS-CTL-ARREARS-REC.
           DISPLAY "Retro Pay   : " WS-CTL-RETRO-TOTAL.

           COMPUTE WS-CTL-RECON-DIFF =
               WS-CTL-COMBINED-TOTAL - WS-CTL-TAX-TOTAL.

           PERFORM LOAD-FICA-PARMS.
           PERFORM LOAD-BANK-TABLE.
           PERFORM LOAD-PTO-LEDGER.

           OPEN INPUT SUPP-PAY-FILE.
           OPEN I-O YTD-MASTER.
           CLOSE YTD-MASTER.
           CLOSE PAY-STUB-FILE.
           CLOSE NET-PAY-FILE.
           PERFORM WRITE-PTO-LEDGER-OUT.

           MOVE WS-SUPP-COUNT TO WS-EMP-COUNT.
           DISPLAY "SUPPLEMENTAL PAYMENTS: " WS-SUPP-COUNT.
           DISPLAY "PTO LEDGERS CLOSED   : " WS-PTO-CLOSED-COUNT.

       CHECK-PAYROLL-CAPACITY.
           MOVE 0 TO WS-PTO-NEW-COUNT.
           MOVE 0 TO WS-ARR-NEW-COUNT.
           MOVE 'N' TO PAYROLL-EOF.
           OPEN INPUT PAYROLL-FILE.
           IF PAYROLL-FILE-STATUS = "35"
               MOVE 'Y' TO PAYROLL-EOF
           ELSE
               READ PAYROLL-FILE
                   AT END MOVE 'Y' TO PAYROLL-EOF
               END-READ
           END-IF.
           PERFORM CHECK-ONE-CAPACITY UNTIL PAYROLL-EOF = 'Y'.
           CLOSE PAYROLL-FILE.
           MOVE 'N' TO PAYROLL-EOF.
           MOVE 0 TO WS-DEPT-COUNT.

       CHECK-ONE-CAPACITY.
           MOVE PR-EMP-ID TO EMPLOYEE-ID.
           PERFORM FIND-PTO-ENTRY.
           IF WS-PTO-FOUND = 'N'
               ADD 1 TO WS-PTO-NEW-COUNT
               IF WS-PTO-COUNT + WS-PTO-NEW-COUNT > 500
                   DISPLAY "** PTO LEDGER TABLE FULL AT EMP "
                       PR-EMP-ID " - PAYROLL RUN STOPPED"
                   CLOSE PAYROLL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM FIND-ARREARS-ENTRY.
           IF WS-ARR-FOUND = 'N'
               ADD 1 TO WS-ARR-NEW-COUNT
               IF WS-ARR-COUNT + WS-ARR-NEW-COUNT > 500
                   DISPLAY "** ARREARS TABLE FULL AT EMP "
                       PR-EMP-ID " - PAYROLL RUN STOPPED"
                   CLOSE PAYROLL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE 'N' TO WS-DEPT-FOUND.
           PERFORM VARYING DI FROM 1 BY 1
                   UNTIL DI > WS-DEPT-COUNT OR WS-DEPT-FOUND = 'Y'
               IF WS-DEP-CODE(DI) = PR-DEPARTMENT
                   MOVE 'Y' TO WS-DEPT-FOUND
               END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND = 'N'
               IF WS-DEPT-COUNT < 20
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE PR-DEPARTMENT TO WS-DEP-CODE(WS-DEPT-COUNT)
               ELSE
                   DISPLAY "** DEPARTMENT TABLE FULL AT "
                       PR-DEPARTMENT " - PAYROLL RUN STOPPED"
                   CLOSE PAYROLL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ PAYROLL-FILE
               AT END MOVE 'Y' TO PAYROLL-EOF
           END-READ.

       LOAD-BANK-TABLE.
           OPEN INPUT PAYROLL-FILE.
               MOVE PR-STATE-CODE TO WS-BNK-STATE(WS-BANK-COUNT)
               MOVE PR-PAY-METHOD TO WS-BNK-PAYMETH(WS-BANK-COUNT)
           ELSE
               DISPLAY "** BANK TABLE FULL - PAYROLL RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PAYROLL-FILE
               AT END MOVE 'Y' TO PAYROLL-EOF
           PERFORM UPDATE-YTD-MASTER.
           PERFORM WRITE-SUPP-STUB.
           PERFORM WRITE-SUPP-NETPAY.
           IF SP-REASON = "FINAL PAY"
               PERFORM CLOSE-PTO-LEDGER
           END-IF.

           READ SUPP-PAY-FILE
               AT END MOVE 'Y' TO SUPP-EOF
           END-READ.

       CLOSE-PTO-LEDGER.
           PERFORM FIND-PTO-ENTRY.
           IF WS-PTO-FOUND = 'Y'
               ADD WS-PTO-VAC-BAL(WS-PTO-IX)
                   TO WS-PTO-VAC-USED(WS-PTO-IX)
               ADD WS-PTO-SICK-BAL(WS-PTO-IX)
                   TO WS-PTO-SICK-USED(WS-PTO-IX)
               MOVE 0 TO WS-PTO-VAC-BAL(WS-PTO-IX)
               MOVE 0 TO WS-PTO-SICK-BAL(WS-PTO-IX)
               MOVE 0 TO WS-PTO-SVC-DATE(WS-PTO-IX)
               ADD 1 TO WS-PTO-CLOSED-COUNT
               DISPLAY "PTO LEDGER CLOSED FOR " EMPLOYEE-ID
                   " - VACATION PAID WITH FINAL PAY"
           END-IF.

       WRITE-SUPP-STUB.
           MOVE EMPLOYEE-ID TO WS-STUB-EMP-ID.
           MOVE EMPLOYEE-NAME TO WS-STUB-EMP-NAME.
               MOVE SU-WAGE-BASE TO WS-SUT-BASE(WS-SUTA-COUNT)
               MOVE SU-RATE TO WS-SUT-RATE(WS-SUTA-COUNT)
           ELSE
               DISPLAY "** SUTA PARM TABLE FULL - PAYROLL RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ SUTA-PARM-FILE
               AT END MOVE 'Y' TO SUTA-EOF
           ELSE
               COMPUTE WS-TS-TOT-HOURS =
                   WS-TS-REG(WS-TS-IX) + WS-TS-OT(WS-TS-IX)
                   + WS-TS-VAC(WS-TS-IX) + WS-TS-SICK(WS-TS-IX)
               IF WS-TS-TOT-HOURS > 168
                   MOVE 'Y' TO WS-EMP-SKIP
                   ADD 1 TO WS-TS-REJECT-COUNT
               MOVE AR-EMP-ID TO WS-ARR-EMP-ID(WS-ARR-COUNT)
               MOVE AR-AMOUNT TO WS-ARR-AMOUNT(WS-ARR-COUNT)
           ELSE
               DISPLAY "** ARREARS TABLE FULL - PAYROLL RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ARREARS-FILE
               AT END MOVE 'Y' TO ARR-EOF
                   MOVE 0 TO WS-ARR-AMOUNT(WS-ARR-IX)
                   MOVE 'Y' TO WS-ARR-FOUND
               ELSE
                   DISPLAY "** ARREARS TABLE FULL AT EMP "
                       EMPLOYEE-ID " - PAYROLL RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-ARR-FOUND = 'Y'
               MOVE EL-EXEMPT-OVERRIDE
                   TO WS-EL-OVERRIDE(WS-EL-COUNT)
           ELSE
               DISPLAY "** ELECTION TABLE FULL - PAYROLL RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ELECTION-FILE
               AT END MOVE 'Y' TO ELECT-EOF
               MOVE TS-EMP-ID TO WS-TS-EMP-ID(WS-TS-COUNT)
               MOVE TS-REG-HOURS TO WS-TS-REG(WS-TS-COUNT)
               MOVE TS-OT-HOURS TO WS-TS-OT(WS-TS-COUNT)
               MOVE TS-VAC-HOURS TO WS-TS-VAC(WS-TS-COUNT)
               MOVE TS-SICK-HOURS TO WS-TS-SICK(WS-TS-COUNT)
           ELSE
               DISPLAY "** TIMESHEET TABLE FULL - PAYROLL RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ TIMESHEET-FILE
               AT END MOVE 'Y' TO TS-EOF
           MOVE PR-PAY-FREQ TO EMP-PAY-FREQ.
           MOVE PR-STATE-CODE TO EMP-STATE-CODE.
           PERFORM SET-PAY-PERIODS.
           PERFORM APPLY-PTO-LEDGER.

           IF PR-PAY-TYPE = 'H'
               COMPUTE ANNUAL-INCOME ROUNDED =
               ADD WS-EXTRA-WH TO PERIOD-FED-TAX
               ADD WS-EXTRA-WH TO PERIOD-TOTAL-TAX
           END-IF.
           PERFORM APPLY-RETRO-PAY.
           PERFORM COMPUTE-FICA-MEDICARE.
           COMPUTE WS-NET-CHECK ROUNDED =
               PERIOD-GROSS - PERIOD-401K - PERIOD-HEALTH
           DISPLAY "Period Medicare    : " DISP-MEDICARE.
           DISPLAY "Period Net Pay     : " DISP-NET.

           IF WS-PREVIEW-SW = 'Y'
               PERFORM PREVIEW-EMPLOYEE
           ELSE
               PERFORM UPDATE-YTD-MASTER
               PERFORM WRITE-PAY-STUB
               PERFORM WRITE-NET-PAY-RECORD
               PERFORM WRITE-PAY-SNAPSHOT
               PERFORM WRITE-PAY-HISTORY
           END-IF.
           PERFORM RECONCILE-EMPLOYEE.

       WRITE-PAY-SNAPSHOT.
           MOVE EMPLOYEE-ID TO PSN-EMP-ID.
           MOVE EMPLOYEE-NAME TO PSN-EMP-NAME.
           MOVE PERIOD-GROSS TO PSN-GROSS.
           MOVE PERIOD-TOTAL-TAX TO PSN-TOTAL-TAX.
           COMPUTE WS-PSN-DEDUCT =
               PERIOD-GROSS - PERIOD-TOTAL-TAX - NET-INCOME.
           IF WS-PSN-DEDUCT < 0
               MOVE 0 TO WS-PSN-DEDUCT
           END-IF.
           MOVE WS-PSN-DEDUCT TO PSN-DEDUCTIONS.
           MOVE NET-INCOME TO PSN-NET.
           MOVE PR-ROUTING-NO TO PSN-ROUTING-NO.
           MOVE PR-BANK-ACCT-NO TO PSN-BANK-ACCT-NO.
           MOVE PR-PAY-METHOD TO PSN-PAY-METHOD.
           WRITE PAY-SNAP-RECORD.

       LOAD-PRIOR-PERIOD.
           OPEN INPUT PAY-SNAP-FILE.
           IF PSN-FILE-STATUS = "35"
               DISPLAY "No Prior Period Snapshot - Comparison Skipped"
               MOVE 'Y' TO PSN-EOF
           ELSE
               MOVE 'Y' TO WS-PSN-LOADED
               READ PAY-SNAP-FILE
                   AT END MOVE 'Y' TO PSN-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-PRIOR UNTIL PSN-EOF = 'Y'.
           CLOSE PAY-SNAP-FILE.

       LOAD-ONE-PRIOR.
           IF WS-PSN-COUNT < 500
               ADD 1 TO WS-PSN-COUNT
               MOVE PSN-EMP-ID TO WS-PSN-EMP-ID(WS-PSN-COUNT)
               MOVE PSN-EMP-NAME TO WS-PSN-NAME(WS-PSN-COUNT)
               MOVE PSN-NET TO WS-PSN-NET(WS-PSN-COUNT)
               MOVE PSN-ROUTING-NO TO WS-PSN-ROUTING(WS-PSN-COUNT)
               MOVE PSN-BANK-ACCT-NO TO WS-PSN-ACCT(WS-PSN-COUNT)
               MOVE 'N' TO WS-PSN-MATCHED(WS-PSN-COUNT)
           ELSE
               DISPLAY "** PRIOR PERIOD SNAPSHOT EXCEEDS WORK TABLE -"
                   " PREVIEW REFUSED **"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PAY-SNAP-FILE
               AT END MOVE 'Y' TO PSN-EOF
           END-READ.

       FIND-PRIOR-PERIOD.
           MOVE 'N' TO WS-PSN-FOUND.
           PERFORM VARYING SX FROM 1 BY 1
                   UNTIL SX > WS-PSN-COUNT OR WS-PSN-FOUND = 'Y'
               IF WS-PSN-EMP-ID(SX) = EMPLOYEE-ID
                   MOVE SX TO WS-PSN-IX
                   MOVE 'Y' TO WS-PSN-FOUND
               END-IF
           END-PERFORM.

       WRITE-PREVIEW-HEADINGS.
           OPEN OUTPUT PREVIEW-RPT-FILE.
           MOVE WS-PTO-AS-OF TO WS-PRV-HDR-DATE.
           WRITE PREVIEW-RPT-LINE FROM WS-PRV-RPT-HDR.
           MOVE WS-VAR-PCT TO WS-PRV-HDR-PCT.
           WRITE PREVIEW-RPT-LINE FROM WS-PRV-RPT-PCT.
           IF WS-PSN-LOADED = 'N'
               MOVE "NO PRIOR PERIOD ON FILE - COMPARISON SKIPPED"
                   TO PREVIEW-RPT-LINE
               WRITE PREVIEW-RPT-LINE
           END-IF.
           WRITE PREVIEW-RPT-LINE FROM WS-PRV-RPT-COLS.

       PREVIEW-EMPLOYEE.
           ADD 1 TO WS-PRV-EMP-COUNT.
           MOVE EMPLOYEE-ID TO WS-PRV-ID.
           MOVE EMPLOYEE-NAME TO WS-PRV-NAME.
           IF WS-NET-CHECK < 0
               MOVE "DEDUCTIONS > GROSS" TO WS-PRV-REASON
               MOVE SPACES TO WS-PRV-PRIOR
               MOVE WS-NET-CHECK TO WS-PRV-AMT-ED
               MOVE WS-PRV-AMT-ED TO WS-PRV-CURR
               PERFORM WRITE-PREVIEW-EXCEPTION
           ELSE
               IF NET-INCOME = 0
                   MOVE "ZERO NET PAY" TO WS-PRV-REASON
                   MOVE SPACES TO WS-PRV-PRIOR
                   MOVE NET-INCOME TO WS-PRV-AMT-ED
                   MOVE WS-PRV-AMT-ED TO WS-PRV-CURR
                   PERFORM WRITE-PREVIEW-EXCEPTION
               END-IF
           END-IF.
           IF WS-PSN-LOADED = 'Y'
               PERFORM FIND-PRIOR-PERIOD
               IF WS-PSN-FOUND = 'N'
                   MOVE "NEW THIS PERIOD" TO WS-PRV-REASON
                   MOVE SPACES TO WS-PRV-PRIOR
                   MOVE NET-INCOME TO WS-PRV-AMT-ED
                   MOVE WS-PRV-AMT-ED TO WS-PRV-CURR
                   PERFORM WRITE-PREVIEW-EXCEPTION
               ELSE
                   MOVE 'Y' TO WS-PSN-MATCHED(WS-PSN-IX)
                   PERFORM COMPARE-PRIOR-PERIOD
               END-IF
           END-IF.

       COMPARE-PRIOR-PERIOD.
           MOVE 'N' TO WS-PRV-VAR-SW.
           IF WS-PSN-NET(WS-PSN-IX) = 0
               IF NET-INCOME > 0
                   MOVE 'Y' TO WS-PRV-VAR-SW
               END-IF
           ELSE
               COMPUTE WS-PRV-DIFF =
                   NET-INCOME - WS-PSN-NET(WS-PSN-IX)
               IF WS-PRV-DIFF < 0
                   COMPUTE WS-PRV-DIFF = 0 - WS-PRV-DIFF
               END-IF
               COMPUTE WS-PRV-PCT ROUNDED =
                   WS-PRV-DIFF * 100 / WS-PSN-NET(WS-PSN-IX)
               IF WS-PRV-PCT > WS-VAR-PCT
                   MOVE 'Y' TO WS-PRV-VAR-SW
               END-IF
           END-IF.
           IF WS-PRV-VAR-SW = 'Y'
               MOVE "NET PAY VARIANCE" TO WS-PRV-REASON
               MOVE WS-PSN-NET(WS-PSN-IX) TO WS-PRV-AMT-ED
               MOVE WS-PRV-AMT-ED TO WS-PRV-PRIOR
               MOVE NET-INCOME TO WS-PRV-AMT-ED
               MOVE WS-PRV-AMT-ED TO WS-PRV-CURR
               PERFORM WRITE-PREVIEW-EXCEPTION
           END-IF.
           IF PR-ROUTING-NO NOT = WS-PSN-ROUTING(WS-PSN-IX)
               MOVE "ROUTING NO CHANGED" TO WS-PRV-REASON
               MOVE WS-PSN-ROUTING(WS-PSN-IX) TO WS-PRV-PRIOR
               MOVE PR-ROUTING-NO TO WS-PRV-CURR
               PERFORM WRITE-PREVIEW-EXCEPTION
           END-IF.
           IF PR-BANK-ACCT-NO NOT = WS-PSN-ACCT(WS-PSN-IX)
               MOVE "BANK ACCOUNT CHANGED" TO WS-PRV-REASON
               MOVE WS-PSN-ACCT(WS-PSN-IX) TO WS-PRV-PRIOR
               MOVE PR-BANK-ACCT-NO TO WS-PRV-CURR
               PERFORM WRITE-PREVIEW-EXCEPTION
           END-IF.

       WRITE-PREVIEW-EXCEPTION.
           ADD 1 TO WS-PRV-EXCP-COUNT.
           WRITE PREVIEW-RPT-LINE FROM WS-PRV-RPT-DET.

       WRITE-PREVIEW-TOTALS.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-PSN-COUNT
               IF WS-PSN-MATCHED(SX) = 'N'
                   MOVE WS-PSN-EMP-ID(SX) TO WS-PRV-ID
                   MOVE WS-PSN-NAME(SX) TO WS-PRV-NAME
                   MOVE "MISSING THIS PERIOD" TO WS-PRV-REASON
                   MOVE WS-PSN-NET(SX) TO WS-PRV-AMT-ED
                   MOVE WS-PRV-AMT-ED TO WS-PRV-PRIOR
                   MOVE SPACES TO WS-PRV-CURR
                   PERFORM WRITE-PREVIEW-EXCEPTION
               END-IF
           END-PERFORM.
           MOVE SPACES TO PREVIEW-RPT-LINE.
           WRITE PREVIEW-RPT-LINE.
           MOVE "PREVIEW GROSS PAY           : " TO WS-PRV-TOT-LABEL.
           MOVE WS-CTL-INCOME-TOTAL TO WS-PRV-TOT-AMT.
           WRITE PREVIEW-RPT-LINE FROM WS-PRV-RPT-TOT.
           MOVE "PREVIEW NET PAY             : " TO WS-PRV-TOT-LABEL.
           MOVE WS-CTL-NET-TOTAL TO WS-PRV-TOT-AMT.
           WRITE PREVIEW-RPT-LINE FROM WS-PRV-RPT-TOT.
           MOVE SPACES TO PREVIEW-RPT-LINE.
           STRING "EMPLOYEES PREVIEWED         : " WS-PRV-EMP-COUNT
               DELIMITED BY SIZE INTO PREVIEW-RPT-LINE
           END-STRING.
           WRITE PREVIEW-RPT-LINE.
           MOVE SPACES TO PREVIEW-RPT-LINE.
           STRING "EXCEPTIONS                  : " WS-PRV-EXCP-COUNT
               DELIMITED BY SIZE INTO PREVIEW-RPT-LINE
           END-STRING.
           WRITE PREVIEW-RPT-LINE.
           CLOSE PREVIEW-RPT-FILE.

       LOAD-RETRO-REQUESTS.
           OPEN INPUT RETRO-REQ-FILE.
           IF RRQ-FILE-STATUS = "35"
               MOVE 'Y' TO RRQ-EOF
           ELSE
               READ RETRO-REQ-FILE
                   AT END MOVE 'Y' TO RRQ-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-RETRO-REQ UNTIL RRQ-EOF = 'Y'.
           CLOSE RETRO-REQ-FILE.

       LOAD-ONE-RETRO-REQ.
           IF WS-RRQ-COUNT < 200
               ADD 1 TO WS-RRQ-COUNT
               MOVE RRQ-EMP-ID TO WS-RRQ-EMP-ID(WS-RRQ-COUNT)
               MOVE RRQ-EFF-DATE TO WS-RRQ-EFF-DATE(WS-RRQ-COUNT)
               MOVE RRQ-NEW-ANNUAL TO WS-RRQ-ANNUAL(WS-RRQ-COUNT)
               MOVE RRQ-NEW-HOURLY TO WS-RRQ-HOURLY(WS-RRQ-COUNT)
               MOVE 'N' TO WS-RRQ-DONE(WS-RRQ-COUNT)
           ELSE
               DISPLAY "** RETRO REQUESTS EXCEED WORK TABLE -"
                   " RUN REFUSED BEFORE ANY REQUEST IS LOST **"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RETRO-REQ-FILE
               AT END MOVE 'Y' TO RRQ-EOF
           END-READ.

       LOAD-PAY-HISTORY.
           OPEN INPUT PAY-HIST-FILE.
           IF PHS-FILE-STATUS = "35"
               DISPLAY "No Pay History - No Periods To Recompute"
               MOVE 'Y' TO PHS-EOF
           ELSE
               READ PAY-HIST-FILE
                   AT END MOVE 'Y' TO PHS-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-HISTORY UNTIL PHS-EOF = 'Y'.
           CLOSE PAY-HIST-FILE.

       LOAD-ONE-HISTORY.
           MOVE 'N' TO WS-PH-WANTED.
           PERFORM VARYING RQ FROM 1 BY 1
                   UNTIL RQ > WS-RRQ-COUNT OR WS-PH-WANTED = 'Y'
               IF WS-RRQ-EMP-ID(RQ) = PH-EMP-ID
                   AND PH-PAY-DATE >= WS-RRQ-EFF-DATE(RQ)
                   MOVE 'Y' TO WS-PH-WANTED
               END-IF
           END-PERFORM.
           IF WS-PH-WANTED = 'Y'
               IF PH-REC-TYPE = 'T'
                   PERFORM FIND-HISTORY-PERIOD
                   IF WS-PH-FOUND = 'Y'
                       ADD PH-GROSS TO WS-PH-PAID(WS-PH-IX)
                   END-IF
               ELSE
                   IF WS-PH-COUNT < 2000
                       ADD 1 TO WS-PH-COUNT
                       MOVE PH-EMP-ID TO WS-PH-EMP-ID(WS-PH-COUNT)
                       MOVE PH-PAY-DATE TO WS-PH-DATE(WS-PH-COUNT)
                       MOVE PH-PAY-TYPE TO WS-PH-PAY-TYPE(WS-PH-COUNT)
                       MOVE PH-PAY-FREQ TO WS-PH-FREQ(WS-PH-COUNT)
                       MOVE PH-REG-HOURS TO WS-PH-REG(WS-PH-COUNT)
                       MOVE PH-OT-HOURS TO WS-PH-OT(WS-PH-COUNT)
                       MOVE PH-PTO-HOURS TO WS-PH-PTO(WS-PH-COUNT)
                       MOVE PH-GROSS TO WS-PH-PAID(WS-PH-COUNT)
                       MOVE 0 TO WS-PH-NEW(WS-PH-COUNT)
                       MOVE 0 TO WS-PH-DIFF(WS-PH-COUNT)
                   ELSE
                       DISPLAY "** RETRO PERIODS EXCEED WORK TABLE -"
                           " RUN REFUSED BEFORE ANY RETRO IS LOST **"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
           READ PAY-HIST-FILE
               AT END MOVE 'Y' TO PHS-EOF
           END-READ.

       FIND-HISTORY-PERIOD.
           MOVE 'N' TO WS-PH-FOUND.
           PERFORM VARYING HX FROM 1 BY 1
                   UNTIL HX > WS-PH-COUNT OR WS-PH-FOUND = 'Y'
               IF WS-PH-EMP-ID(HX) = PH-EMP-ID
                   AND WS-PH-DATE(HX) = PH-PAY-DATE
                   MOVE HX TO WS-PH-IX
                   MOVE 'Y' TO WS-PH-FOUND
               END-IF
           END-PERFORM.

       APPLY-RETRO-PAY.
           MOVE 0 TO WS-RETRO-PAY.
           MOVE 0 TO WS-RETRO-TAX.
           PERFORM VARYING RQ FROM 1 BY 1 UNTIL RQ > WS-RRQ-COUNT
               IF WS-RRQ-EMP-ID(RQ) = EMPLOYEE-ID
                   AND WS-RRQ-DONE(RQ) = 'N'
                   PERFORM RECOMPUTE-RETRO-PERIODS
                   MOVE 'Y' TO WS-RRQ-DONE(RQ)
               END-IF
           END-PERFORM.
           IF WS-RETRO-PAY > 0
               COMPUTE WS-RETRO-FED ROUNDED =
                   WS-RETRO-PAY * WS-SUPP-RATE
               MOVE 0 TO WS-RETRO-STATE
               IF PERIOD-GROSS > 0
                   COMPUTE WS-RETRO-STATE ROUNDED =
                       WS-RETRO-PAY * PERIOD-STATE-TAX / PERIOD-GROSS
               END-IF
               COMPUTE WS-RETRO-LOCAL ROUNDED =
                   WS-RETRO-PAY * WS-LOCAL-RATE
               COMPUTE WS-RETRO-TAX =
                   WS-RETRO-FED + WS-RETRO-STATE + WS-RETRO-LOCAL
               ADD WS-RETRO-FED TO PERIOD-FED-TAX
               ADD WS-RETRO-STATE TO PERIOD-STATE-TAX
               ADD WS-RETRO-LOCAL TO PERIOD-LOCAL-TAX
               ADD WS-RETRO-TAX TO PERIOD-TOTAL-TAX
               ADD WS-RETRO-PAY TO PERIOD-GROSS
               ADD WS-RETRO-PAY TO WS-CTL-RETRO-TOTAL
               DISPLAY "Retro Pay          : " WS-RETRO-PAY
           END-IF.

       RECOMPUTE-RETRO-PERIODS.
           IF PR-PAY-TYPE = 'H'
               IF WS-RRQ-HOURLY(RQ) > 0
                   MOVE WS-RRQ-HOURLY(RQ) TO WS-RETRO-RATE
               ELSE
                   MOVE PR-HOURLY-RATE TO WS-RETRO-RATE
               END-IF
           ELSE
               IF WS-RRQ-ANNUAL(RQ) > 0
                   MOVE WS-RRQ-ANNUAL(RQ) TO WS-RETRO-RATE
               ELSE
                   MOVE PR-ANNUAL-INCOME TO WS-RETRO-RATE
               END-IF
           END-IF.
           IF WS-PREVIEW-SW = 'N'
               MOVE EMPLOYEE-ID TO WS-RTR-EMP-ID
               MOVE EMPLOYEE-NAME TO WS-RTR-EMP-NAME
               MOVE WS-RRQ-EFF-DATE(RQ) TO WS-RTR-EFF-DATE
               MOVE WS-RETRO-RATE TO WS-RTR-RATE
               MOVE SPACES TO RETRO-RPT-LINE
               WRITE RETRO-RPT-LINE
               WRITE RETRO-RPT-LINE FROM WS-RTR-EMP
               WRITE RETRO-RPT-LINE FROM WS-RTR-COLS
           END-IF.
           MOVE 0 TO WS-RETRO-REQ-TOTAL.
           MOVE 0 TO WS-RETRO-REQ-PERS.
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-PH-COUNT
               IF WS-PH-EMP-ID(HX) = EMPLOYEE-ID
                   AND WS-PH-DATE(HX) >= WS-RRQ-EFF-DATE(RQ)
                   AND WS-PH-PAY-TYPE(HX) = PR-PAY-TYPE
                   PERFORM RECOMPUTE-ONE-PERIOD
               END-IF
           END-PERFORM.
           IF WS-RETRO-REQ-PERS = 0
               ADD 1 TO WS-RETRO-REVIEW-COUNT
               IF WS-PREVIEW-SW = 'N'
                   MOVE "  NO PAID PERIODS SINCE THE EFFECTIVE DATE"
                       TO RETRO-RPT-LINE
                   WRITE RETRO-RPT-LINE
               END-IF
           ELSE
               IF WS-RETRO-REQ-TOTAL > 0
                   ADD WS-RETRO-REQ-TOTAL TO WS-RETRO-PAY
                   ADD 1 TO WS-RETRO-PAID-COUNT
                   MOVE "  RETRO PAY DUE THIS RUN    : "
                       TO WS-RTR-TOT-LABEL
                   PERFORM VARYING HX FROM 1 BY 1
                           UNTIL HX > WS-PH-COUNT
                       IF WS-PH-EMP-ID(HX) = EMPLOYEE-ID
                           AND WS-PH-DATE(HX) >= WS-RRQ-EFF-DATE(RQ)
                           AND WS-PH-PAY-TYPE(HX) = PR-PAY-TYPE
                           PERFORM POST-RETRO-PERIOD
                       END-IF
                   END-PERFORM
               ELSE
                   IF WS-RETRO-REQ-TOTAL < 0
                       ADD 1 TO WS-RETRO-REVIEW-COUNT
                       MOVE "  OVERPAID - NOT RECOVERED  : "
                           TO WS-RTR-TOT-LABEL
                   ELSE
                       MOVE "  NO RETRO DUE              : "
                           TO WS-RTR-TOT-LABEL
                   END-IF
               END-IF
               IF WS-PREVIEW-SW = 'N'
                   MOVE WS-RETRO-REQ-TOTAL TO WS-RTR-TOT-AMT
                   WRITE RETRO-RPT-LINE FROM WS-RTR-TOT
               END-IF
           END-IF.

       RECOMPUTE-ONE-PERIOD.
           ADD 1 TO WS-RETRO-REQ-PERS.
           IF WS-PH-PAY-TYPE(HX) = 'H'
               COMPUTE WS-PH-NEW(HX) ROUNDED =
                   WS-RETRO-RATE * WS-PH-REG(HX)
                   + WS-RETRO-RATE * 1.5 * WS-PH-OT(HX)
               COMPUTE WS-PH-NEW(HX) ROUNDED = WS-PH-NEW(HX)
                   + WS-RETRO-RATE * WS-PH-PTO(HX)
           ELSE
               EVALUATE WS-PH-FREQ(HX)
                   WHEN 'W' MOVE 52 TO WS-RETRO-PERIODS
                   WHEN 'B' MOVE 26 TO WS-RETRO-PERIODS
                   WHEN 'S' MOVE 24 TO WS-RETRO-PERIODS
                   WHEN OTHER MOVE 12 TO WS-RETRO-PERIODS
               END-EVALUATE
               COMPUTE WS-PH-NEW(HX) ROUNDED =
                   WS-RETRO-RATE / WS-RETRO-PERIODS
           END-IF.
           COMPUTE WS-PH-DIFF(HX) = WS-PH-NEW(HX) - WS-PH-PAID(HX).
           ADD WS-PH-DIFF(HX) TO WS-RETRO-REQ-TOTAL.
           IF WS-PREVIEW-SW = 'N'
               MOVE WS-PH-DATE(HX) TO WS-RTR-DATE
               MOVE WS-PH-REG(HX) TO WS-RTR-REG
               MOVE WS-PH-OT(HX) TO WS-RTR-OT
               MOVE WS-PH-PTO(HX) TO WS-RTR-PTO
               MOVE WS-PH-PAID(HX) TO WS-RTR-PAID
               MOVE WS-PH-NEW(HX) TO WS-RTR-NEW
               MOVE WS-PH-DIFF(HX) TO WS-RTR-DIFF
               WRITE RETRO-RPT-LINE FROM WS-RTR-DET
           END-IF.

       POST-RETRO-PERIOD.
           IF WS-PH-DIFF(HX) NOT = 0
               ADD WS-PH-DIFF(HX) TO WS-PH-PAID(HX)
               IF WS-PREVIEW-SW = 'N'
                   MOVE WS-PH-EMP-ID(HX) TO PH-EMP-ID
                   MOVE WS-PH-DATE(HX) TO PH-PAY-DATE
                   MOVE 'T' TO PH-REC-TYPE
                   MOVE WS-PH-PAY-TYPE(HX) TO PH-PAY-TYPE
                   MOVE WS-PH-FREQ(HX) TO PH-PAY-FREQ
                   MOVE 0 TO PH-ANNUAL
                   MOVE 0 TO PH-HOURLY-RATE
                   IF WS-PH-PAY-TYPE(HX) = 'H'
                       MOVE WS-RETRO-RATE TO PH-HOURLY-RATE
                   ELSE
                       MOVE WS-RETRO-RATE TO PH-ANNUAL
                   END-IF
                   MOVE 0 TO PH-REG-HOURS
                   MOVE 0 TO PH-OT-HOURS
                   MOVE 0 TO PH-PTO-HOURS
                   MOVE WS-PH-DIFF(HX) TO PH-GROSS
                   MOVE 0 TO PH-HEALTH
                   WRITE PAY-HIST-RECORD
               END-IF
           END-IF.

       WRITE-PAY-HISTORY.
           MOVE EMPLOYEE-ID TO PH-EMP-ID.
           MOVE WS-PTO-AS-OF TO PH-PAY-DATE.
           MOVE 'R' TO PH-REC-TYPE.
           MOVE PR-PAY-TYPE TO PH-PAY-TYPE.
           MOVE EMP-PAY-FREQ TO PH-PAY-FREQ.
           MOVE 0 TO PH-ANNUAL.
           MOVE 0 TO PH-HOURLY-RATE.
           MOVE 0 TO PH-REG-HOURS.
           MOVE 0 TO PH-OT-HOURS.
           MOVE 0 TO PH-PTO-HOURS.
           IF PR-PAY-TYPE = 'H'
               MOVE PR-HOURLY-RATE TO PH-HOURLY-RATE
               MOVE WS-TS-REG(WS-TS-IX) TO PH-REG-HOURS
               MOVE WS-TS-OT(WS-TS-IX) TO PH-OT-HOURS
               COMPUTE PH-PTO-HOURS =
                   WS-PTO-VAC-TAKEN + WS-PTO-SICK-TAKEN
           ELSE
               MOVE ANNUAL-INCOME TO PH-ANNUAL
           END-IF.
           COMPUTE PH-GROSS = PERIOD-GROSS - WS-RETRO-PAY.
           MOVE PERIOD-HEALTH TO PH-HEALTH.
           WRITE PAY-HIST-RECORD.

       WRITE-RETRO-CARRY.
           OPEN OUTPUT RETRO-OUT-FILE.
           MOVE SPACES TO RETRO-RPT-LINE.
           WRITE RETRO-RPT-LINE.
           PERFORM VARYING RQ FROM 1 BY 1 UNTIL RQ > WS-RRQ-COUNT
               IF WS-RRQ-DONE(RQ) = 'N'
                   ADD 1 TO WS-RETRO-CARRY-COUNT
                   MOVE WS-RRQ-EMP-ID(RQ) TO RRQ-EMP-ID
                   MOVE WS-RRQ-EFF-DATE(RQ) TO RRQ-EFF-DATE
                   MOVE WS-RRQ-ANNUAL(RQ) TO RRQ-NEW-ANNUAL
                   MOVE WS-RRQ-HOURLY(RQ) TO RRQ-NEW-HOURLY
                   WRITE RETRO-OUT-RECORD FROM RETRO-REQ-RECORD
                   MOVE SPACES TO RETRO-RPT-LINE
                   STRING "CARRIED FORWARD - EMPLOYEE "
                       DELIMITED BY SIZE
                       RRQ-EMP-ID DELIMITED BY SIZE
                       " NOT PAID THIS RUN, EFFECTIVE "
                       DELIMITED BY SIZE
                       RRQ-EFF-DATE DELIMITED BY SIZE
                       INTO RETRO-RPT-LINE
                   END-STRING
                   WRITE RETRO-RPT-LINE
               END-IF
           END-PERFORM.
           CLOSE RETRO-OUT-FILE.
           MOVE SPACES TO RETRO-RPT-LINE.
           WRITE RETRO-RPT-LINE.
           MOVE "TOTAL RETRO PAY THIS RUN    : " TO WS-RTR-TOT-LABEL.
           MOVE WS-CTL-RETRO-TOTAL TO WS-RTR-TOT-AMT.
           WRITE RETRO-RPT-LINE FROM WS-RTR-TOT.
           MOVE SPACES TO RETRO-RPT-LINE.
           STRING "EMPLOYEES PAID RETRO        : " WS-RETRO-PAID-COUNT
               DELIMITED BY SIZE INTO RETRO-RPT-LINE
           END-STRING.
           WRITE RETRO-RPT-LINE.
           MOVE SPACES TO RETRO-RPT-LINE.
           STRING "REQUESTS FOR REVIEW         : "
               WS-RETRO-REVIEW-COUNT
               DELIMITED BY SIZE INTO RETRO-RPT-LINE
           END-STRING.
           WRITE RETRO-RPT-LINE.
           MOVE SPACES TO RETRO-RPT-LINE.
           STRING "REQUESTS CARRIED FORWARD    : "
               WS-RETRO-CARRY-COUNT
               DELIMITED BY SIZE INTO RETRO-RPT-LINE
           END-STRING.
           WRITE RETRO-RPT-LINE.
           IF WS-CTL-RETRO-TOTAL > 0 OR WS-RETRO-CARRY-COUNT > 0
               DISPLAY "RETRO PAID: " WS-CTL-RETRO-TOTAL
                   " REQUESTS CARRIED: " WS-RETRO-CARRY-COUNT
           END-IF.

       LOAD-PTO-PARMS.
           OPEN INPUT PTO-PARM-FILE.
           IF PTOPRM-FILE-STATUS = "35"
               DISPLAY "No PTO Parameter File - No PTO Accrued"
               MOVE 'Y' TO PTOPRM-EOF
           ELSE
               READ PTO-PARM-FILE
                   AT END MOVE 'Y' TO PTOPRM-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-PTO-PARM UNTIL PTOPRM-EOF = 'Y'.
           CLOSE PTO-PARM-FILE.

       LOAD-ONE-PTO-PARM.
           IF WS-PTB-COUNT < 10
               ADD 1 TO WS-PTB-COUNT
               MOVE PTP-YEARS-FROM TO WS-PTB-YEARS(WS-PTB-COUNT)
               MOVE PTP-VAC-HOURS TO WS-PTB-VAC(WS-PTB-COUNT)
               MOVE PTP-SICK-HOURS TO WS-PTB-SICK(WS-PTB-COUNT)
           ELSE
               DISPLAY "** PTO BAND TABLE FULL - PAYROLL RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PTO-PARM-FILE
               AT END MOVE 'Y' TO PTOPRM-EOF
           END-READ.

       LOAD-PTO-LEDGER.
           OPEN INPUT PTO-MASTER-FILE.
           IF PTO-FILE-STATUS = "35"
               DISPLAY "No PTO Ledger - Starting A New Ledger"
               MOVE 'Y' TO PTO-EOF
           ELSE
               READ PTO-MASTER-FILE
                   AT END MOVE 'Y' TO PTO-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-PTO UNTIL PTO-EOF = 'Y'.
           CLOSE PTO-MASTER-FILE.

       LOAD-ONE-PTO.
           IF WS-PTO-COUNT < 500
               ADD 1 TO WS-PTO-COUNT
               MOVE PTO-EMP-ID TO WS-PTO-EMP-ID(WS-PTO-COUNT)
               MOVE PTO-SERVICE-DATE TO WS-PTO-SVC-DATE(WS-PTO-COUNT)
               MOVE PTO-VAC-ACCRUED TO WS-PTO-VAC-ACCR(WS-PTO-COUNT)
               MOVE PTO-VAC-USED TO WS-PTO-VAC-USED(WS-PTO-COUNT)
               MOVE PTO-VAC-BALANCE TO WS-PTO-VAC-BAL(WS-PTO-COUNT)
               MOVE PTO-SICK-ACCRUED TO WS-PTO-SICK-ACCR(WS-PTO-COUNT)
               MOVE PTO-SICK-USED TO WS-PTO-SICK-USED(WS-PTO-COUNT)
               MOVE PTO-SICK-BALANCE TO WS-PTO-SICK-BAL(WS-PTO-COUNT)
               MOVE PTO-HOURLY-RATE TO WS-PTO-RATE(WS-PTO-COUNT)
               MOVE PTO-LIAB-POSTED TO WS-PTO-POSTED(WS-PTO-COUNT)
           ELSE
               DISPLAY "** PTO LEDGER EXCEEDS WORK TABLE -"
                   " RUN REFUSED BEFORE ANY BALANCE IS LOST **"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PTO-MASTER-FILE
               AT END MOVE 'Y' TO PTO-EOF
           END-READ.

       FIND-PTO-ENTRY.
           MOVE 'N' TO WS-PTO-FOUND.
           PERFORM VARYING PX FROM 1 BY 1
                   UNTIL PX > WS-PTO-COUNT OR WS-PTO-FOUND = 'Y'
               IF WS-PTO-EMP-ID(PX) = EMPLOYEE-ID
                   MOVE PX TO WS-PTO-IX
                   MOVE 'Y' TO WS-PTO-FOUND
               END-IF
           END-PERFORM.

       APPLY-PTO-LEDGER.
           MOVE 0 TO WS-PTO-VAC-TAKEN.
           MOVE 0 TO WS-PTO-SICK-TAKEN.
           PERFORM FIND-PTO-ENTRY.
           IF WS-PTO-FOUND = 'N'
               IF WS-PTO-COUNT < 500
                   ADD 1 TO WS-PTO-COUNT
                   MOVE WS-PTO-COUNT TO WS-PTO-IX
                   INITIALIZE WS-PTO-ENTRY(WS-PTO-IX)
                   MOVE EMPLOYEE-ID TO WS-PTO-EMP-ID(WS-PTO-IX)
                   MOVE WS-PTO-AS-OF TO WS-PTO-SVC-DATE(WS-PTO-IX)
                   MOVE 'Y' TO WS-PTO-FOUND
                   DISPLAY "PTO LEDGER OPENED FOR " EMPLOYEE-ID
                       " - SERVICE DATED " WS-PTO-AS-OF
               ELSE
                   DISPLAY "** PTO LEDGER TABLE FULL AT EMP "
                       EMPLOYEE-ID " - PAYROLL RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
           IF WS-PTO-SVC-DATE(WS-PTO-IX) = 0
               MOVE WS-PTO-AS-OF TO WS-PTO-SVC-DATE(WS-PTO-IX)
               DISPLAY "PTO LEDGER REOPENED FOR " EMPLOYEE-ID
                   " - SERVICE DATED " WS-PTO-AS-OF
           END-IF
           END-IF.
           IF WS-PTO-FOUND = 'Y'
               IF PR-PAY-TYPE = 'H'
                   MOVE PR-HOURLY-RATE TO WS-PTO-RATE(WS-PTO-IX)
               ELSE
                   COMPUTE WS-PTO-RATE(WS-PTO-IX) ROUNDED =
                       ANNUAL-INCOME / 2080
               END-IF
               PERFORM ACCRUE-PTO-HOURS
               PERFORM TAKE-PTO-HOURS
           END-IF.
           IF PR-PAY-TYPE = 'H'
               COMPUTE WS-HOURLY-GROSS ROUNDED = WS-HOURLY-GROSS
                   + PR-HOURLY-RATE
                   * (WS-PTO-VAC-TAKEN + WS-PTO-SICK-TAKEN)
           END-IF.

       ACCRUE-PTO-HOURS.
           COMPUTE WS-PTO-TENURE =
               (WS-PTO-AS-OF - WS-PTO-SVC-DATE(WS-PTO-IX)) / 10000.
           MOVE 0 TO WS-PTB-IX.
           PERFORM VARYING PB FROM 1 BY 1 UNTIL PB > WS-PTB-COUNT
               IF WS-PTB-YEARS(PB) <= WS-PTO-TENURE
                   IF WS-PTB-IX = 0
                       MOVE PB TO WS-PTB-IX
                   ELSE
                       IF WS-PTB-YEARS(PB) > WS-PTB-YEARS(WS-PTB-IX)
                           MOVE PB TO WS-PTB-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PTB-IX > 0
               COMPUTE WS-PTO-PERIOD-ACCR ROUNDED =
                   WS-PTB-VAC(WS-PTB-IX) / WS-PAY-PERIODS
               ADD WS-PTO-PERIOD-ACCR TO WS-PTO-VAC-ACCR(WS-PTO-IX)
                   WS-PTO-VAC-BAL(WS-PTO-IX)
               COMPUTE WS-PTO-PERIOD-ACCR ROUNDED =
                   WS-PTB-SICK(WS-PTB-IX) / WS-PAY-PERIODS
               ADD WS-PTO-PERIOD-ACCR TO WS-PTO-SICK-ACCR(WS-PTO-IX)
                   WS-PTO-SICK-BAL(WS-PTO-IX)
           END-IF.

       TAKE-PTO-HOURS.
           MOVE 'N' TO WS-TS-FOUND.
           PERFORM VARYING TX FROM 1 BY 1
                   UNTIL TX > WS-TS-COUNT OR WS-TS-FOUND = 'Y'
               IF WS-TS-EMP-ID(TX) = EMPLOYEE-ID
                   MOVE TX TO WS-TS-IX
                   MOVE 'Y' TO WS-TS-FOUND
               END-IF
           END-PERFORM.
           IF WS-TS-FOUND = 'Y'
               IF WS-TS-VAC(WS-TS-IX) > WS-PTO-VAC-BAL(WS-PTO-IX)
                   ADD 1 TO WS-PTO-REJECT-COUNT
                   MOVE SPACES TO TIME-EXCP-LINE
                   STRING "VACATION EXCEEDS BALANCE FOR EMPLOYEE "
                       DELIMITED BY SIZE
                       EMPLOYEE-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EMPLOYEE-NAME DELIMITED BY SIZE
                       INTO TIME-EXCP-LINE
                   END-STRING
                   WRITE TIME-EXCP-LINE
               ELSE
                   MOVE WS-TS-VAC(WS-TS-IX) TO WS-PTO-VAC-TAKEN
                   ADD WS-PTO-VAC-TAKEN TO WS-PTO-VAC-USED(WS-PTO-IX)
                   SUBTRACT WS-PTO-VAC-TAKEN
                       FROM WS-PTO-VAC-BAL(WS-PTO-IX)
               END-IF
               IF WS-TS-SICK(WS-TS-IX) > WS-PTO-SICK-BAL(WS-PTO-IX)
                   ADD 1 TO WS-PTO-REJECT-COUNT
                   MOVE SPACES TO TIME-EXCP-LINE
                   STRING "SICK TIME EXCEEDS BALANCE FOR EMPLOYEE "
                       DELIMITED BY SIZE
                       EMPLOYEE-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EMPLOYEE-NAME DELIMITED BY SIZE
                       INTO TIME-EXCP-LINE
                   END-STRING
                   WRITE TIME-EXCP-LINE
               ELSE
                   MOVE WS-TS-SICK(WS-TS-IX) TO WS-PTO-SICK-TAKEN
                   ADD WS-PTO-SICK-TAKEN TO WS-PTO-SICK-USED(WS-PTO-IX)
                   SUBTRACT WS-PTO-SICK-TAKEN
                       FROM WS-PTO-SICK-BAL(WS-PTO-IX)
               END-IF
           END-IF.

       VALUE-PTO-LIABILITY.
           MOVE 'N' TO WS-PTO-POST-SW.
           IF WS-QTR-END-SW = 'Y'
               IF WS-WMAP-COUNT = 0 AND WS-LMAP-COUNT = 0
                   DISPLAY "** QUARTER-END PTO LIABILITY NOT POSTED -"
                       " NO PAYROLL GL MAP"
               ELSE
                   MOVE 'Y' TO WS-PTO-POST-SW
               END-IF
           END-IF.
           OPEN OUTPUT PTO-RPT-FILE.
           MOVE WS-PTO-AS-OF TO WS-PTO-HDR-DATE.
           WRITE PTO-RPT-LINE FROM WS-PTO-RPT-HDR.
           WRITE PTO-RPT-LINE FROM WS-PTO-RPT-COLS.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PTO-COUNT
               PERFORM VALUE-ONE-PTO-ENTRY
           END-PERFORM.
           MOVE "TOTAL ACCRUED PTO LIABILITY : " TO WS-PTO-TOT-LABEL.
           MOVE WS-PTO-LIAB-TOTAL TO WS-PTO-TOT-AMT.
           WRITE PTO-RPT-LINE FROM WS-PTO-RPT-TOT.
           MOVE "LIABILITY LAST POSTED TO GL : " TO WS-PTO-TOT-LABEL.
           MOVE WS-PTO-POSTED-TOTAL TO WS-PTO-TOT-AMT.
           WRITE PTO-RPT-LINE FROM WS-PTO-RPT-TOT.
           IF WS-PTO-POST-SW = 'Y'
               COMPUTE WS-PTO-ADJUST =
                   WS-PTO-LIAB-TOTAL - WS-PTO-POSTED-TOTAL
               MOVE "QUARTER-END GL ADJUSTMENT   : "
                   TO WS-PTO-TOT-LABEL
               MOVE WS-PTO-ADJUST TO WS-PTO-TOT-AMT
               WRITE PTO-RPT-LINE FROM WS-PTO-RPT-TOT
               DISPLAY "QUARTER-END PTO LIABILITY: " WS-PTO-LIAB-TOTAL
                   " ADJUSTMENT: " WS-PTO-ADJUST
           END-IF.
           CLOSE PTO-RPT-FILE.

       VALUE-ONE-PTO-ENTRY.
           COMPUTE WS-PTO-LIAB ROUNDED =
               (WS-PTO-VAC-BAL(PX) + WS-PTO-SICK-BAL(PX))
               * WS-PTO-RATE(PX).
           ADD WS-PTO-LIAB TO WS-PTO-LIAB-TOTAL.
           ADD WS-PTO-POSTED(PX) TO WS-PTO-POSTED-TOTAL.
           IF WS-PTO-POST-SW = 'Y'
               MOVE WS-PTO-LIAB TO WS-PTO-POSTED(PX)
           END-IF.
           MOVE WS-PTO-EMP-ID(PX) TO WS-PTO-DET-ID.
           MOVE WS-PTO-SVC-DATE(PX) TO WS-PTO-DET-SVC.
           MOVE WS-PTO-VAC-BAL(PX) TO WS-PTO-DET-VAC.
           MOVE WS-PTO-SICK-BAL(PX) TO WS-PTO-DET-SICK.
           MOVE WS-PTO-RATE(PX) TO WS-PTO-DET-RATE.
           MOVE WS-PTO-LIAB TO WS-PTO-DET-LIAB.
           WRITE PTO-RPT-LINE FROM WS-PTO-RPT-DET.

       WRITE-PTO-LEDGER-OUT.
           OPEN OUTPUT PTO-OUT-FILE.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PTO-COUNT
               IF WS-PTO-SVC-DATE(PX) NOT = 0
                   OR WS-PTO-POSTED(PX) NOT = 0
                   MOVE WS-PTO-EMP-ID(PX) TO PTO-EMP-ID
                   MOVE WS-PTO-SVC-DATE(PX) TO PTO-SERVICE-DATE
                   MOVE WS-PTO-VAC-ACCR(PX) TO PTO-VAC-ACCRUED
                   MOVE WS-PTO-VAC-USED(PX) TO PTO-VAC-USED
                   MOVE WS-PTO-VAC-BAL(PX) TO PTO-VAC-BALANCE
                   MOVE WS-PTO-SICK-ACCR(PX) TO PTO-SICK-ACCRUED
                   MOVE WS-PTO-SICK-USED(PX) TO PTO-SICK-USED
                   MOVE WS-PTO-SICK-BAL(PX) TO PTO-SICK-BALANCE
                   MOVE WS-PTO-RATE(PX) TO PTO-HOURLY-RATE
                   MOVE WS-PTO-POSTED(PX) TO PTO-LIAB-POSTED
                   WRITE PTO-OUT-RECORD FROM PTO-RECORD
               END-IF
           END-PERFORM.
           CLOSE PTO-OUT-FILE.

       LOAD-FICA-PARMS.
           OPEN INPUT FICA-PARM-FILE.
           IF FICA-FILE-STATUS = "35"
           MOVE "PERIOD GROSS        : " TO WS-STUB-LABEL.
           MOVE PERIOD-GROSS TO WS-STUB-AMT.
           WRITE STUB-LINE FROM WS-STUB-AMT-LINE.
           IF WS-RETRO-PAY > 0
               MOVE "  INCL RETRO PAY    : " TO WS-STUB-LABEL
               MOVE WS-RETRO-PAY TO WS-STUB-AMT
               WRITE STUB-LINE FROM WS-STUB-AMT-LINE
           END-IF.
           MOVE "401K CONTRIBUTION   : " TO WS-STUB-LABEL.
           MOVE PERIOD-401K TO WS-STUB-AMT.
           WRITE STUB-LINE FROM WS-STUB-AMT-LINE.
           MOVE YTD-PERIODS TO WS-STUB-YTD-PER.
           WRITE STUB-LINE FROM WS-STUB-YTD-LINE.

           IF WS-PTO-FOUND = 'Y'
               MOVE "VACATION HRS  " TO WS-STUB-PTO-TYPE
               MOVE WS-PTO-VAC-ACCR(WS-PTO-IX) TO WS-STUB-PTO-ACCR
               MOVE WS-PTO-VAC-USED(WS-PTO-IX) TO WS-STUB-PTO-USED
               MOVE WS-PTO-VAC-BAL(WS-PTO-IX) TO WS-STUB-PTO-AVAIL
               WRITE STUB-LINE FROM WS-STUB-PTO-LINE
               MOVE "SICK HRS      " TO WS-STUB-PTO-TYPE
               MOVE WS-PTO-SICK-ACCR(WS-PTO-IX) TO WS-STUB-PTO-ACCR
               MOVE WS-PTO-SICK-USED(WS-PTO-IX) TO WS-STUB-PTO-USED
               MOVE WS-PTO-SICK-BAL(WS-PTO-IX) TO WS-STUB-PTO-AVAIL
               WRITE STUB-LINE FROM WS-STUB-PTO-LINE
           END-IF.

       LOAD-GARNISHMENT-TABLE.
           OPEN INPUT GARN-MASTER-FILE.
           IF GARN-FILE-STATUS = "35"
       RECONCILE-EMPLOYEE.
           COMPUTE WS-RECON-CHECK ROUNDED =
               TOTAL-TAX-AMOUNT / WS-PAY-PERIODS
               + PERIOD-FICA + PERIOD-MEDICARE + WS-EXTRA-WH
               + WS-RETRO-TAX.
           COMPUTE WS-RECON-DIFF = WS-RECON-CHECK - PERIOD-TOTAL-TAX.
           IF WS-RECON-DIFF < 0
               COMPUTE WS-RECON-DIFF = 0 - WS-RECON-DIFF
                   MOVE 0 TO WS-DEP-GROSS(WS-DEPT-IX)
                   MOVE 'Y' TO WS-DEPT-FOUND
               ELSE
                   DISPLAY "** DEPARTMENT TABLE FULL AT "
                       PR-DEPARTMENT " - PAYROLL RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           ADD PERIOD-GROSS TO WS-DEP-GROSS(WS-DEPT-IX).
                   MOVE PGM-CODE TO WS-WMAP-DEPT(WS-WMAP-COUNT)
                   MOVE PGM-GL-ACCT TO WS-WMAP-ACCT(WS-WMAP-COUNT)
               ELSE
                   DISPLAY "** WAGE MAP TABLE FULL - PAYROLL RUN"
                       " STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF WS-LMAP-COUNT < 25
                   ADD 1 TO WS-LMAP-COUNT
                   MOVE PGM-CODE TO WS-LMAP-CODE(WS-LMAP-COUNT)
                   MOVE PGM-GL-ACCT TO WS-LMAP-ACCT(WS-LMAP-COUNT)
               ELSE
                   DISPLAY "** LIABILITY MAP TABLE FULL - PAYROLL RUN"
                       " STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ PAY-GL-MAP-FILE
               MOVE "MATCHPAY" TO WS-LOOKUP-CODE
               MOVE WS-CTL-MATCH-TOT TO WS-PGL-AMOUNT
               PERFORM WRITE-LIABILITY-CREDIT
               IF WS-PTO-ADJUST > 0
                   MOVE WS-PTO-ADJUST TO WS-PGL-AMOUNT
                   MOVE "PTOEXP" TO WS-LOOKUP-CODE
                   PERFORM WRITE-LIABILITY-DEBIT
                   MOVE "PTOLIAB" TO WS-LOOKUP-CODE
                   PERFORM WRITE-LIABILITY-CREDIT
               END-IF
               IF WS-PTO-ADJUST < 0
                   COMPUTE WS-PGL-AMOUNT = 0 - WS-PTO-ADJUST
                   MOVE "PTOLIAB" TO WS-LOOKUP-CODE
                   PERFORM WRITE-LIABILITY-DEBIT
                   MOVE "PTOEXP" TO WS-LOOKUP-CODE
                   PERFORM WRITE-LIABILITY-CREDIT
               END-IF

               MOVE 'T' TO PGT-REC-TYPE
               MOVE WS-PGL-DEBITS TO PGT-DEBIT-TOT
           END-IF.

       APPLY-BRACKET-ENTRY.
           IF WS-BRACKET-COUNT < 10
               ADD 1 TO WS-BRACKET-COUNT
               MOVE BRK-THRESHOLD TO WS-BRK-THRESHOLD(WS-BRACKET-COUNT)
               MOVE BRK-RATE TO WS-BRK-RATE(WS-BRACKET-COUNT)
           ELSE
               DISPLAY "** BRACKET TABLE FULL - PAYROLL RUN STOPPED"
               CLOSE BRACKET-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ BRACKET-FILE
               AT END MOVE 'Y' TO BRACKET-EOF
                   MOVE SBRK-STATE TO WS-SET-STATE(WS-SET-IX)
                   MOVE 'Y' TO WS-SET-FOUND
               ELSE
                   DISPLAY "** STATE SET TABLE FULL AT " SBRK-STATE
                       " - PAYROLL RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-SET-FOUND = 'Y'
                       (WS-SET-IX, WS-SET-BRK-COUNT(WS-SET-IX))
               ELSE
                   DISPLAY "** BRACKET SET FULL FOR " SBRK-STATE
                       " - PAYROLL RUN STOPPED"
                   CLOSE STATE-BRACKET-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

