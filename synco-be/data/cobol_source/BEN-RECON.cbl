       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEN-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRIER-INV-FILE ASSIGN TO "CARRINV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INV-FILE-STATUS.

           SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PHS-FILE-STATUS.

           SELECT BENEFITS-FILE ASSIGN TO "BENEFITS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BEN-FILE-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT PAY-GL-MAP-FILE ASSIGN TO "PAYGLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PGM-FILE-STATUS.

           SELECT CONTROL-CARD ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT BEN-RECON-RPT ASSIGN TO "BENRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BRR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARRIER-INV-FILE.
       01  CARRIER-INV-RECORD.
           05  CIV-MEMBER-ID       PIC X(10).
           05  CIV-MEMBER-NAME     PIC X(20).
           05  CIV-COVER-MONTH     PIC 9(6).
           05  CIV-TIER            PIC XX.
           05  CIV-PREMIUM         PIC 9(6)V99.

       FD  PAY-HIST-FILE.
           COPY PAYHIST-REC.

       FD  BENEFITS-FILE.
       01  BENEFITS-RECORD.
           05  BEN-EMP-ID          PIC X(10).
           05  BEN-401K            PIC 9(6)V99.
           05  BEN-HEALTH          PIC 9(6)V99.
           05  BEN-DEPENDENTS      PIC 99.
           05  BEN-PAY-FREQ        PIC X.
           05  BEN-STATE           PIC XX.
           05  BEN-ROUTING-NO      PIC 9(9).
           05  BEN-BANK-ACCT-NO    PIC X(17).
           05  BEN-SPLIT-PCT       PIC 9(3).
           05  BEN-PAY-TYPE        PIC X.
           05  BEN-HOURLY-RATE     PIC 9(3)V99.
           05  BEN-PAY-METHOD      PIC X.

       FD  EMPLOYEE-MASTER.
           COPY COMMON-PERSON.

       FD  PAY-GL-MAP-FILE.
       01  PAY-GL-MAP-RECORD.
           05  PGM-TYPE            PIC X.
           05  PGM-CODE            PIC X(10).
           05  PGM-GL-ACCT         PIC X(8).

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-RECON-MONTH     PIC 9(6).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       FD  BEN-RECON-RPT.
       01  BEN-RECON-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  INV-FILE-STATUS     PIC X(2) VALUE "00".
       01  PHS-FILE-STATUS     PIC X(2) VALUE "00".
       01  BEN-FILE-STATUS     PIC X(2) VALUE "00".
       01  EMP-FILE-STATUS     PIC X(2) VALUE "00".
       01  PGM-FILE-STATUS     PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  BRR-FILE-STATUS     PIC X(2) VALUE "00".
       01  INV-EOF             PIC X VALUE 'N'.
       01  PHS-EOF             PIC X VALUE 'N'.
       01  BEN-EOF             PIC X VALUE 'N'.
       01  PGM-EOF             PIC X VALUE 'N'.
       01  WS-EMP-OPEN         PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-RECON-MONTH      PIC 9(6) VALUE 0.
       01  WS-HEALTH-ACCT      PIC X(8) VALUE SPACES.
       01  WS-BENEXP-ACCT      PIC X(8) VALUE SPACES.

       01  WS-MBR-TABLE.
           05  WS-MBR-ENTRY OCCURS 1000 TIMES.
               10  WS-MBR-ID       PIC X(10).
               10  WS-MBR-NAME     PIC X(20).
               10  WS-MBR-TIER     PIC XX.
               10  WS-MBR-BILLED   PIC 9(7)V99.
               10  WS-MBR-ON-BILL  PIC X.
               10  WS-MBR-DEDUCTED PIC 9(7)V99.
               10  WS-MBR-PAYS     PIC 99.
               10  WS-MBR-FREQ     PIC X.
       01  WS-MBR-COUNT        PIC 9(4) VALUE 0.
       01  MX                  PIC 9(4).
       01  WS-MBR-IX           PIC 9(4).
       01  WS-MBR-FOUND        PIC X.
       01  WS-MBR-KEY          PIC X(10).

       01  WS-BEN-TABLE.
           05  WS-BEN-ENTRY OCCURS 500 TIMES.
               10  WS-BEN-EMP-ID   PIC X(10).
               10  WS-BEN-HEALTH   PIC 9(6)V99.
               10  WS-BEN-FREQ     PIC X.
       01  WS-BEN-COUNT        PIC 9(3) VALUE 0.
       01  BX                  PIC 9(3).
       01  WS-BEN-IX           PIC 9(3).
       01  WS-BEN-FOUND        PIC X.

       01  WS-EMP-FOUND        PIC X.
       01  WS-EMP-STATUS       PIC X.
       01  WS-PAY-PERIODS      PIC 99.
       01  WS-PAY-FREQ         PIC X.
       01  WS-PER-PAY          PIC 9(6)V99.
       01  WS-EXPECTED         PIC 9(7)V99.
       01  WS-EE-PAID          PIC 9(7)V99.
       01  WS-EXCP-REASON      PIC X(22).

       01  WS-INV-LINES        PIC 9(6) VALUE 0.
       01  WS-MBR-BILLED-CNT   PIC 9(6) VALUE 0.
       01  WS-EXCP-COUNT       PIC 9(6) VALUE 0.
       01  WS-OTHER-MO-COUNT   PIC 9(6) VALUE 0.
       01  WS-TOT-BILLED       PIC 9(9)V99 VALUE 0.
       01  WS-TOT-OTHER-MO     PIC 9(9)V99 VALUE 0.
       01  WS-TOT-DEDUCTED     PIC 9(9)V99 VALUE 0.
       01  WS-TOT-EE-PAID      PIC 9(9)V99 VALUE 0.
       01  WS-TOT-ER-PAID      PIC 9(9)V99 VALUE 0.
       01  WS-TOT-UNBILLED     PIC 9(9)V99 VALUE 0.

       01  WS-BRR-BLANK         PIC X(80) VALUE SPACES.
       01  WS-BRR-HDR1.
           05  FILLER           PIC X(50)
               VALUE "BENEFITS CARRIER PREMIUM RECONCILIATION".
           05  FILLER           PIC X(15) VALUE "BUSINESS DATE ".
           05  WS-BRR-HDR-DATE  PIC X(8).
           05  FILLER           PIC X(7)  VALUE SPACES.
       01  WS-BRR-HDR2.
           05  FILLER           PIC X(16) VALUE "COVERAGE MONTH ".
           05  WS-BRR-HDR-MONTH PIC 9(6).
           05  FILLER           PIC X(58) VALUE SPACES.
       01  WS-BRR-COL-HDR.
           05  FILLER           PIC X(11) VALUE "MEMBER ID".
           05  FILLER           PIC X(15) VALUE "NAME".
           05  FILLER           PIC X(3)  VALUE "TR".
           05  FILLER           PIC X(14) VALUE "       BILLED".
           05  FILLER           PIC X(14) VALUE "     DEDUCTED".
           05  FILLER           PIC X(23) VALUE "EXCEPTION".
       01  WS-BRR-DETAIL.
           05  WS-BRR-ID        PIC X(10).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-BRR-NAME      PIC X(14).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-BRR-TIER      PIC XX.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-BRR-BILLED    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-BRR-DEDUCTED  PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-BRR-REASON    PIC X(22).
           05  FILLER           PIC X VALUE SPACE.
       01  WS-BRR-TOTAL-LINE.
           05  WS-BRR-TOT-LABEL PIC X(32).
           05  WS-BRR-TOT-AMT   PIC $$$$,$$$,$$9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-BRR-TOT-GL    PIC X(32).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "BENEFITS PREMIUM RECONCILIATION STARTED".

           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-CONTROL-CARD.
           DISPLAY "Coverage Month: " WS-RECON-MONTH.

           PERFORM LOAD-PAYGL-MAP.
           PERFORM LOAD-BENEFITS-TABLE.
           PERFORM LOAD-CARRIER-INVOICE.
           PERFORM LOAD-MONTH-DEDUCTIONS.

           OPEN OUTPUT BEN-RECON-RPT.
           MOVE WS-TODAY-DATE TO WS-BRR-HDR-DATE.
           WRITE BEN-RECON-LINE FROM WS-BRR-HDR1.
           MOVE WS-RECON-MONTH TO WS-BRR-HDR-MONTH.
           WRITE BEN-RECON-LINE FROM WS-BRR-HDR2.
           WRITE BEN-RECON-LINE FROM WS-BRR-BLANK.
           WRITE BEN-RECON-LINE FROM WS-BRR-COL-HDR.

           OPEN INPUT EMPLOYEE-MASTER.
           IF EMP-FILE-STATUS = "35"
               DISPLAY "No Employee Master - Terminations Not Checked"
           ELSE
               MOVE 'Y' TO WS-EMP-OPEN
           END-IF.
           PERFORM RECONCILE-ONE-MEMBER
               VARYING MX FROM 1 BY 1 UNTIL MX > WS-MBR-COUNT.
           IF WS-EMP-OPEN = 'Y'
               CLOSE EMPLOYEE-MASTER
           END-IF.

           PERFORM WRITE-RECON-TOTALS.
           CLOSE BEN-RECON-RPT.

           DISPLAY "INVOICE LINES READ    : " WS-INV-LINES.
           DISPLAY "MEMBERS BILLED        : " WS-MBR-BILLED-CNT.
           DISPLAY "EXCEPTIONS LISTED     : " WS-EXCP-COUNT.
           DISPLAY "EMPLOYEE-PAID         : " WS-TOT-EE-PAID.
           DISPLAY "EMPLOYER-PAID         : " WS-TOT-ER-PAID.
           IF WS-EXCP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "BENEFITS PREMIUM RECONCILIATION COMPLETE".
           STOP RUN.

       GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDT-FILE-STATUS = "35"
               DISPLAY "No Business Date File - Using System Date"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       DISPLAY "Empty Business Date File - Using"
                           " System Date"
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-TODAY-DATE
                   NOT AT END
                       MOVE BDT-CURRENT-DATE TO WS-TODAY-DATE
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE-FILE.

       READ-CONTROL-CARD.
           MOVE WS-TODAY-DATE(1:6) TO WS-RECON-MONTH.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "No Control Card - Business Date Month Assumed"
           ELSE
               READ CONTROL-CARD
                   AT END DISPLAY "Empty Control Card"
                   NOT AT END
                       IF CTL-RECON-MONTH NUMERIC
                           AND CTL-RECON-MONTH > 0
                           MOVE CTL-RECON-MONTH TO WS-RECON-MONTH
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
           IF WS-RECON-MONTH(5:2) < "01" OR WS-RECON-MONTH(5:2) > "12"
               DISPLAY "** INVALID COVERAGE MONTH " WS-RECON-MONTH
                   " - RECONCILIATION REFUSED **"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-PAYGL-MAP.
           OPEN INPUT PAY-GL-MAP-FILE.
           IF PGM-FILE-STATUS = "35"
               DISPLAY "No Payroll GL Map - GL Accounts Not Shown"
               MOVE 'Y' TO PGM-EOF
           ELSE
               READ PAY-GL-MAP-FILE
                   AT END MOVE 'Y' TO PGM-EOF
               END-READ
               PERFORM APPLY-PAYGL-MAP-ENTRY UNTIL PGM-EOF = 'Y'
               CLOSE PAY-GL-MAP-FILE
           END-IF.

       APPLY-PAYGL-MAP-ENTRY.
           IF PGM-TYPE = 'L'
               IF PGM-CODE = "HEALTH"
                   MOVE PGM-GL-ACCT TO WS-HEALTH-ACCT
               END-IF
               IF PGM-CODE = "BENEXP"
                   MOVE PGM-GL-ACCT TO WS-BENEXP-ACCT
               END-IF
           END-IF.
           READ PAY-GL-MAP-FILE
               AT END MOVE 'Y' TO PGM-EOF
           END-READ.

       LOAD-BENEFITS-TABLE.
           OPEN INPUT BENEFITS-FILE.
           IF BEN-FILE-STATUS = "35"
               DISPLAY "No Benefits File - Elections Not Checked"
               MOVE 'Y' TO BEN-EOF
           ELSE
               READ BENEFITS-FILE
                   AT END MOVE 'Y' TO BEN-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-BENEFIT UNTIL BEN-EOF = 'Y'.
           CLOSE BENEFITS-FILE.

       LOAD-ONE-BENEFIT.
           IF WS-BEN-COUNT < 500
               ADD 1 TO WS-BEN-COUNT
               MOVE BEN-EMP-ID TO WS-BEN-EMP-ID(WS-BEN-COUNT)
               MOVE BEN-HEALTH TO WS-BEN-HEALTH(WS-BEN-COUNT)
               MOVE BEN-PAY-FREQ TO WS-BEN-FREQ(WS-BEN-COUNT)
           ELSE
               DISPLAY "** BENEFITS TABLE FULL - RECONCILIATION"
                   " REFUSED **"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ BENEFITS-FILE
               AT END MOVE 'Y' TO BEN-EOF
           END-READ.

       LOAD-CARRIER-INVOICE.
           OPEN INPUT CARRIER-INV-FILE.
           IF INV-FILE-STATUS = "35"
               DISPLAY "** NO CARRIER INVOICE - RECONCILIATION"
                   " REFUSED **"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CARRIER-INV-FILE
               AT END MOVE 'Y' TO INV-EOF
           END-READ.
           PERFORM LOAD-ONE-INVOICE-LINE UNTIL INV-EOF = 'Y'.
           CLOSE CARRIER-INV-FILE.

       LOAD-ONE-INVOICE-LINE.
           ADD 1 TO WS-INV-LINES.
           IF CIV-COVER-MONTH NOT = WS-RECON-MONTH
               ADD 1 TO WS-OTHER-MO-COUNT
               ADD CIV-PREMIUM TO WS-TOT-OTHER-MO
           ELSE
               MOVE CIV-MEMBER-ID TO WS-MBR-KEY
               PERFORM FIND-MEMBER-ENTRY
               IF WS-MBR-FOUND = 'N'
                   PERFORM ADD-MEMBER-ENTRY
                   MOVE CIV-MEMBER-NAME TO WS-MBR-NAME(WS-MBR-IX)
                   MOVE CIV-TIER TO WS-MBR-TIER(WS-MBR-IX)
               END-IF
               IF WS-MBR-ON-BILL(WS-MBR-IX) = 'N'
                   ADD 1 TO WS-MBR-BILLED-CNT
                   MOVE 'Y' TO WS-MBR-ON-BILL(WS-MBR-IX)
               END-IF
               ADD CIV-PREMIUM TO WS-MBR-BILLED(WS-MBR-IX)
               ADD CIV-PREMIUM TO WS-TOT-BILLED
           END-IF.
           READ CARRIER-INV-FILE
               AT END MOVE 'Y' TO INV-EOF
           END-READ.

       LOAD-MONTH-DEDUCTIONS.
           OPEN INPUT PAY-HIST-FILE.
           IF PHS-FILE-STATUS = "35"
               DISPLAY "No Pay History - No Deductions On File"
               MOVE 'Y' TO PHS-EOF
           ELSE
               READ PAY-HIST-FILE
                   AT END MOVE 'Y' TO PHS-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-DEDUCTION UNTIL PHS-EOF = 'Y'.
           CLOSE PAY-HIST-FILE.

       LOAD-ONE-DEDUCTION.
           IF PH-REC-TYPE = 'R'
               AND PH-PAY-DATE(1:6) = WS-RECON-MONTH
               MOVE SPACES TO WS-MBR-KEY
               MOVE PH-EMP-ID TO WS-MBR-KEY
               PERFORM FIND-MEMBER-ENTRY
               IF WS-MBR-FOUND = 'N' AND PH-HEALTH > 0
                   PERFORM ADD-MEMBER-ENTRY
               END-IF
               IF WS-MBR-FOUND = 'Y' OR PH-HEALTH > 0
                   ADD PH-HEALTH TO WS-MBR-DEDUCTED(WS-MBR-IX)
                   ADD 1 TO WS-MBR-PAYS(WS-MBR-IX)
                   MOVE PH-PAY-FREQ TO WS-MBR-FREQ(WS-MBR-IX)
                   ADD PH-HEALTH TO WS-TOT-DEDUCTED
               END-IF
           END-IF.
           READ PAY-HIST-FILE
               AT END MOVE 'Y' TO PHS-EOF
           END-READ.

       FIND-MEMBER-ENTRY.
           MOVE 'N' TO WS-MBR-FOUND.
           PERFORM VARYING MX FROM 1 BY 1
                   UNTIL MX > WS-MBR-COUNT OR WS-MBR-FOUND = 'Y'
               IF WS-MBR-ID(MX) = WS-MBR-KEY
                   MOVE MX TO WS-MBR-IX
                   MOVE 'Y' TO WS-MBR-FOUND
               END-IF
           END-PERFORM.

       ADD-MEMBER-ENTRY.
           IF WS-MBR-COUNT < 1000
               ADD 1 TO WS-MBR-COUNT
               MOVE WS-MBR-COUNT TO WS-MBR-IX
               MOVE WS-MBR-KEY TO WS-MBR-ID(WS-MBR-IX)
               MOVE SPACES TO WS-MBR-NAME(WS-MBR-IX)
               MOVE SPACES TO WS-MBR-TIER(WS-MBR-IX)
               MOVE 0 TO WS-MBR-BILLED(WS-MBR-IX)
               MOVE 'N' TO WS-MBR-ON-BILL(WS-MBR-IX)
               MOVE 0 TO WS-MBR-DEDUCTED(WS-MBR-IX)
               MOVE 0 TO WS-MBR-PAYS(WS-MBR-IX)
               MOVE SPACE TO WS-MBR-FREQ(WS-MBR-IX)
           ELSE
               DISPLAY "** MEMBERS EXCEED WORK TABLE -"
                   " RECONCILIATION REFUSED **"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECONCILE-ONE-MEMBER.
           MOVE SPACES TO WS-EXCP-REASON.
           PERFORM LOOKUP-EMPLOYEE.
           IF WS-MBR-ON-BILL(MX) = 'Y'
               IF WS-MBR-DEDUCTED(MX) = 0
                   ADD WS-MBR-BILLED(MX) TO WS-TOT-ER-PAID
                   IF WS-EMP-FOUND = 'N'
                       MOVE "BILLED - NOT EMPLOYEE" TO WS-EXCP-REASON
                   ELSE
                       IF WS-EMP-STATUS = 'T'
                           MOVE "TERMED - STILL BILLED"
                               TO WS-EXCP-REASON
                       ELSE
                           MOVE "BILLED NOT DEDUCTED"
                               TO WS-EXCP-REASON
                       END-IF
                   END-IF
               ELSE
                   IF WS-MBR-DEDUCTED(MX) > WS-MBR-BILLED(MX)
                       MOVE WS-MBR-BILLED(MX) TO WS-EE-PAID
                       COMPUTE WS-TOT-UNBILLED = WS-TOT-UNBILLED
                           + WS-MBR-DEDUCTED(MX) - WS-MBR-BILLED(MX)
                       MOVE "DEDUCTED OVER BILLED" TO WS-EXCP-REASON
                   ELSE
                       MOVE WS-MBR-DEDUCTED(MX) TO WS-EE-PAID
                       PERFORM CHECK-ELECTION
                   END-IF
                   ADD WS-EE-PAID TO WS-TOT-EE-PAID
                   COMPUTE WS-TOT-ER-PAID = WS-TOT-ER-PAID
                       + WS-MBR-BILLED(MX) - WS-EE-PAID
               END-IF
           ELSE
               ADD WS-MBR-DEDUCTED(MX) TO WS-TOT-UNBILLED
               IF WS-EMP-FOUND = 'Y' AND WS-EMP-STATUS = 'T'
                   MOVE "TERMINATED NOT BILLED" TO WS-EXCP-REASON
               ELSE
                   MOVE "DEDUCTED NOT BILLED" TO WS-EXCP-REASON
               END-IF
           END-IF.
           IF WS-EXCP-REASON NOT = SPACES
               PERFORM WRITE-RECON-EXCEPTION
           END-IF.

       LOOKUP-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND.
           MOVE SPACE TO WS-EMP-STATUS.
           IF WS-EMP-OPEN = 'Y'
               MOVE WS-MBR-ID(MX) TO CP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF EMP-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-EMP-FOUND
                   MOVE CP-STATUS TO WS-EMP-STATUS
                   IF WS-MBR-NAME(MX) = SPACES
                       MOVE CP-NAME TO WS-MBR-NAME(MX)
                   END-IF
               END-IF
           END-IF.

       CHECK-ELECTION.
           MOVE 'N' TO WS-BEN-FOUND.
           PERFORM VARYING BX FROM 1 BY 1
                   UNTIL BX > WS-BEN-COUNT OR WS-BEN-FOUND = 'Y'
               IF WS-BEN-EMP-ID(BX) = WS-MBR-ID(MX)
                   MOVE BX TO WS-BEN-IX
                   MOVE 'Y' TO WS-BEN-FOUND
               END-IF
           END-PERFORM.
           IF WS-BEN-FOUND = 'N'
               MOVE "NO BENEFITS ELECTION" TO WS-EXCP-REASON
           ELSE
               MOVE WS-MBR-FREQ(MX) TO WS-PAY-FREQ
               IF WS-PAY-FREQ = SPACE
                   MOVE WS-BEN-FREQ(WS-BEN-IX) TO WS-PAY-FREQ
               END-IF
               EVALUATE WS-PAY-FREQ
                   WHEN 'W' MOVE 52 TO WS-PAY-PERIODS
                   WHEN 'B' MOVE 26 TO WS-PAY-PERIODS
                   WHEN 'S' MOVE 24 TO WS-PAY-PERIODS
                   WHEN OTHER MOVE 12 TO WS-PAY-PERIODS
               END-EVALUATE
               COMPUTE WS-PER-PAY ROUNDED =
                   WS-BEN-HEALTH(WS-BEN-IX) / WS-PAY-PERIODS
               COMPUTE WS-EXPECTED =
                   WS-PER-PAY * WS-MBR-PAYS(MX)
               IF WS-MBR-DEDUCTED(MX) NOT = WS-EXPECTED
                   MOVE "DEDUCTION NOT ELECTION" TO WS-EXCP-REASON
               END-IF
           END-IF.

       WRITE-RECON-EXCEPTION.
           ADD 1 TO WS-EXCP-COUNT.
           MOVE WS-MBR-ID(MX) TO WS-BRR-ID.
           MOVE WS-MBR-NAME(MX) TO WS-BRR-NAME.
           MOVE WS-MBR-TIER(MX) TO WS-BRR-TIER.
           MOVE WS-MBR-BILLED(MX) TO WS-BRR-BILLED.
           MOVE WS-MBR-DEDUCTED(MX) TO WS-BRR-DEDUCTED.
           MOVE WS-EXCP-REASON TO WS-BRR-REASON.
           WRITE BEN-RECON-LINE FROM WS-BRR-DETAIL.

       WRITE-RECON-TOTALS.
           IF WS-OTHER-MO-COUNT > 0
               ADD 1 TO WS-EXCP-COUNT
               MOVE SPACES TO BEN-RECON-LINE
               STRING "OTHER COVERAGE MONTHS ON BILL - "
                   DELIMITED BY SIZE
                   WS-OTHER-MO-COUNT DELIMITED BY SIZE
                   " LINES, NOT RECONCILED" DELIMITED BY SIZE
                   INTO BEN-RECON-LINE
               END-STRING
               WRITE BEN-RECON-LINE
           END-IF.
           WRITE BEN-RECON-LINE FROM WS-BRR-BLANK.
           MOVE "CARRIER BILL FOR THE MONTH    :" TO WS-BRR-TOT-LABEL.
           MOVE WS-TOT-BILLED TO WS-BRR-TOT-AMT.
           MOVE SPACES TO WS-BRR-TOT-GL.
           WRITE BEN-RECON-LINE FROM WS-BRR-TOTAL-LINE.
           MOVE "  EMPLOYEE-PAID (WITHHELD)    :" TO WS-BRR-TOT-LABEL.
           MOVE WS-TOT-EE-PAID TO WS-BRR-TOT-AMT.
           MOVE SPACES TO WS-BRR-TOT-GL.
           STRING "DR HEALTH WH LIAB " DELIMITED BY SIZE
               WS-HEALTH-ACCT DELIMITED BY SIZE
               INTO WS-BRR-TOT-GL
           END-STRING.
           WRITE BEN-RECON-LINE FROM WS-BRR-TOTAL-LINE.
           MOVE "  EMPLOYER-PAID               :" TO WS-BRR-TOT-LABEL.
           MOVE WS-TOT-ER-PAID TO WS-BRR-TOT-AMT.
           MOVE SPACES TO WS-BRR-TOT-GL.
           STRING "DR BENEFITS EXP   " DELIMITED BY SIZE
               WS-BENEXP-ACCT DELIMITED BY SIZE
               INTO WS-BRR-TOT-GL
           END-STRING.
           WRITE BEN-RECON-LINE FROM WS-BRR-TOTAL-LINE.
           MOVE "OTHER-MONTH LINES ON BILL     :" TO WS-BRR-TOT-LABEL.
           MOVE WS-TOT-OTHER-MO TO WS-BRR-TOT-AMT.
           MOVE SPACES TO WS-BRR-TOT-GL.
           WRITE BEN-RECON-LINE FROM WS-BRR-TOTAL-LINE.
           MOVE "PREMIUMS DEDUCTED IN MONTH    :" TO WS-BRR-TOT-LABEL.
           MOVE WS-TOT-DEDUCTED TO WS-BRR-TOT-AMT.
           MOVE SPACES TO WS-BRR-TOT-GL.
           WRITE BEN-RECON-LINE FROM WS-BRR-TOTAL-LINE.
           MOVE "  WITHHELD BUT NOT BILLED     :" TO WS-BRR-TOT-LABEL.
           MOVE WS-TOT-UNBILLED TO WS-BRR-TOT-AMT.
           MOVE "DUE BACK TO EMPLOYEES" TO WS-BRR-TOT-GL.
           WRITE BEN-RECON-LINE FROM WS-BRR-TOTAL-LINE.
           WRITE BEN-RECON-LINE FROM WS-BRR-BLANK.
           MOVE SPACES TO BEN-RECON-LINE.
           STRING "INVOICE LINES: " WS-INV-LINES
               "  MEMBERS BILLED: " WS-MBR-BILLED-CNT
               "  EXCEPTIONS: " WS-EXCP-COUNT
               DELIMITED BY SIZE INTO BEN-RECON-LINE
           END-STRING.
           WRITE BEN-RECON-LINE.
