       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATCHUP-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.
           SELECT SORD-OUT-FILE ASSIGN TO "SORDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SORD-FILE-STATUS.
           SELECT CD-PAYOUT-FILE ASSIGN TO "CDPAYOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CDP-FILE-STATUS.
           SELECT DRAFT-OUT-FILE ASSIGN TO "DRAFTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DRFT-FILE-STATUS.
           SELECT FEE-DRAFT-FILE ASSIGN TO "DLQDRAFT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DLQ-FILE-STATUS.
           SELECT VALID-TRANS-FILE ASSIGN TO "VALIDTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VTRN-FILE-STATUS.
           SELECT TRANS-REJECT-FILE ASSIGN TO "TRNREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TREJ-FILE-STATUS.
           SELECT CATCH-UP-REPORT ASSIGN TO "CATCHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CRP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       FD  AUDIT-LOG.
           COPY AUDIT-REC.

       FD  MAINT-AUDIT-FILE.
           COPY MAINT-AUD-REC.

       FD  SORD-OUT-FILE.
       01  SORD-OUT-RECORD.
           05  SOT-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X(5).
           05  SOT-AMOUNT          PIC 9(5)V99.
           05  FILLER              PIC X(43).

       FD  CD-PAYOUT-FILE.
       01  CD-PAYOUT-RECORD.
           05  CDP-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X(5).
           05  CDP-AMOUNT          PIC 9(5)V99.
           05  FILLER              PIC X(43).

       FD  DRAFT-OUT-FILE.
       01  DRAFT-OUT-RECORD.
           05  DRF-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X(5).
           05  DRF-AMOUNT          PIC 9(5)V99.
           05  FILLER              PIC X(43).

       FD  FEE-DRAFT-FILE.
       01  FEE-DRAFT-RECORD.
           05  FDR-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X(5).
           05  FDR-AMOUNT          PIC 9(5)V99.
           05  FILLER              PIC X(43).

       FD  VALID-TRANS-FILE.
       01  VALID-TRANS-RECORD      PIC X(63).

       FD  TRANS-REJECT-FILE.
       01  TRANS-REJECT-RECORD     PIC X(80).

       FD  CATCH-UP-REPORT.
       01  CATCH-UP-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  AUDIT-FILE-STATUS   PIC X(2) VALUE "00".
       01  MAUD-FILE-STATUS    PIC X(2) VALUE "00".
       01  SORD-FILE-STATUS    PIC X(2) VALUE "00".
       01  CDP-FILE-STATUS     PIC X(2) VALUE "00".
       01  DRFT-FILE-STATUS    PIC X(2) VALUE "00".
       01  DLQ-FILE-STATUS     PIC X(2) VALUE "00".
       01  VTRN-FILE-STATUS    PIC X(2) VALUE "00".
       01  TREJ-FILE-STATUS    PIC X(2) VALUE "00".
       01  CRP-FILE-STATUS     PIC X(2) VALUE "00".
       01  AUDIT-EOF           PIC X VALUE 'N'.
       01  MAUD-EOF            PIC X VALUE 'N'.
       01  SORD-EOF            PIC X VALUE 'N'.
       01  CDP-EOF             PIC X VALUE 'N'.
       01  DRFT-EOF            PIC X VALUE 'N'.
       01  DLQ-EOF             PIC X VALUE 'N'.
       01  VTRN-EOF            PIC X VALUE 'N'.
       01  TREJ-EOF            PIC X VALUE 'N'.

       01  WS-TODAY-DATE       PIC X(8).
       01  WS-DAY-OF-WEEK      PIC 9 VALUE 0.
       01  WS-MONTH-END-SW     PIC X VALUE 'N'.
       01  WS-YEAR-END-SW      PIC X VALUE 'N'.
       01  WS-DAY-NAMES        PIC X(21)
           VALUE "MONTUEWEDTHUFRISATSUN".

       01  WS-HOLD-COUNT       PIC 9(6) VALUE 0.
       01  WS-HOLD-AMOUNT      PIC 9(9)V99 VALUE 0.
       01  WS-SORD-COUNT       PIC 9(6) VALUE 0.
       01  WS-SORD-AMOUNT      PIC 9(9)V99 VALUE 0.
       01  WS-CDP-COUNT        PIC 9(6) VALUE 0.
       01  WS-CDP-AMOUNT       PIC 9(9)V99 VALUE 0.
       01  WS-EXPIRY-COUNT     PIC 9(6) VALUE 0.
       01  WS-DRAFT-COUNT      PIC 9(6) VALUE 0.
       01  WS-DRAFT-AMOUNT     PIC 9(9)V99 VALUE 0.
       01  WS-LATE-COUNT       PIC 9(6) VALUE 0.
       01  WS-LATE-AMOUNT      PIC 9(9)V99 VALUE 0.
       01  WS-INT-COUNT        PIC 9(6) VALUE 0.
       01  WS-INT-AMOUNT       PIC 9(9)V99 VALUE 0.
       01  WS-FEE-COUNT        PIC 9(6) VALUE 0.
       01  WS-FEE-AMOUNT       PIC 9(9)V99 VALUE 0.
       01  WS-VALID-COUNT      PIC 9(6) VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(6) VALUE 0.
       01  WS-FIRED-COUNT      PIC 99 VALUE 0.
       01  WS-CYCLE-ITEMS      PIC 9(6) VALUE 0.

       01  WS-CUR-HDR1.
           05  FILLER           PIC X(30)
               VALUE "CATCH-UP PASS - BUSINESS DATE ".
           05  WS-CUR-DATE      PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-CUR-DOW       PIC X(3).
           05  FILLER           PIC X(12) VALUE "  MONTH-END ".
           05  WS-CUR-ME        PIC X.
           05  FILLER           PIC X(11) VALUE "  YEAR-END ".
           05  WS-CUR-YE        PIC X.
           05  FILLER           PIC X(13) VALUE SPACES.
       01  WS-CUR-HDR2.
           05  FILLER           PIC X(30)
               VALUE "  CYCLE".
           05  FILLER           PIC X(8)  VALUE "FIRED".
           05  FILLER           PIC X(10) VALUE "ITEMS".
           05  FILLER           PIC X(32) VALUE "AMOUNT".
       01  WS-CUR-DETAIL.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-CUR-CYCLE     PIC X(28).
           05  WS-CUR-FIRED     PIC X(1).
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-CUR-ITEMS     PIC ZZZ,ZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-CUR-AMOUNT    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(19) VALUE SPACES.
       01  WS-CUR-ME-DETAIL.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-CUM-CYCLE     PIC X(28).
           05  WS-CUM-FIRED     PIC X(1).
           05  FILLER           PIC X(4) VALUE SPACES.
           05  FILLER           PIC X(45)
               VALUE "MONTH-END BUSINESS DAY ONLY".
       01  WS-CUR-COUNT-LINE.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-CUC-LABEL     PIC X(33).
           05  WS-CUC-ITEMS     PIC ZZZ,ZZ9.
           05  FILLER           PIC X(38) VALUE SPACES.
       01  WS-CUR-TOT-LINE.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  FILLER           PIC X(22)
               VALUE "CYCLES FIRED THIS DATE".
           05  FILLER           PIC X(9) VALUE SPACES.
           05  WS-CUT-FIRED     PIC Z9.
           05  FILLER           PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CATCH-UP PASS REPORT STARTED".

           PERFORM GET-BUSINESS-DATE.
           PERFORM TALLY-AUDIT-LOG.
           PERFORM TALLY-MAINT-AUDIT.
           PERFORM TALLY-STANDING-ORDERS.
           PERFORM TALLY-CD-PAYOUTS.
           PERFORM TALLY-LOAN-DRAFTS.
           PERFORM TALLY-LATE-FEE-DRAFTS.
           PERFORM TALLY-VALID-TRANS.
           PERFORM TALLY-TRANS-REJECTS.
           PERFORM WRITE-PASS-SECTION.

           DISPLAY "BUSINESS DATE          : " WS-TODAY-DATE.
           DISPLAY "CYCLES FIRED           : " WS-FIRED-COUNT.
           DISPLAY "CATCH-UP PASS REPORT COMPLETE".
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
                       MOVE BDT-DAY-OF-WEEK TO WS-DAY-OF-WEEK
                       MOVE BDT-MONTH-END-SW TO WS-MONTH-END-SW
                       MOVE BDT-YEAR-END-SW TO WS-YEAR-END-SW
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE-FILE.

       TALLY-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG.
           IF AUDIT-FILE-STATUS = "35"
               MOVE 'Y' TO AUDIT-EOF
           ELSE
               READ AUDIT-LOG
                   AT END MOVE 'Y' TO AUDIT-EOF
               END-READ
           END-IF.
           PERFORM TALLY-ONE-AUDIT UNTIL AUDIT-EOF = 'Y'.
           CLOSE AUDIT-LOG.

       TALLY-ONE-AUDIT.
           IF AUD-DATE = WS-TODAY-DATE
               EVALUATE AUD-STATUS-MSG
                   WHEN "HOLD RELEASED"
                       ADD 1 TO WS-HOLD-COUNT
                       ADD AUD-AMOUNT TO WS-HOLD-AMOUNT
                   WHEN "INTEREST POSTED"
                       ADD 1 TO WS-INT-COUNT
                       ADD AUD-AMOUNT TO WS-INT-AMOUNT
                   WHEN "SERVICE FEE"
                       ADD 1 TO WS-FEE-COUNT
                       ADD AUD-AMOUNT TO WS-FEE-AMOUNT
               END-EVALUATE
           END-IF.
           READ AUDIT-LOG
               AT END MOVE 'Y' TO AUDIT-EOF
           END-READ.

       TALLY-MAINT-AUDIT.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF MAUD-FILE-STATUS = "35"
               MOVE 'Y' TO MAUD-EOF
           ELSE
               READ MAINT-AUDIT-FILE
                   AT END MOVE 'Y' TO MAUD-EOF
               END-READ
           END-IF.
           PERFORM TALLY-ONE-MAINT UNTIL MAUD-EOF = 'Y'.
           CLOSE MAINT-AUDIT-FILE.

       TALLY-ONE-MAINT.
           IF MAUD-DATE = WS-TODAY-DATE
               AND MAUD-STATUS-MSG = "CARD EXPIRED"
               ADD 1 TO WS-EXPIRY-COUNT
           END-IF.
           READ MAINT-AUDIT-FILE
               AT END MOVE 'Y' TO MAUD-EOF
           END-READ.

       TALLY-STANDING-ORDERS.
           OPEN INPUT SORD-OUT-FILE.
           IF SORD-FILE-STATUS = "35"
               MOVE 'Y' TO SORD-EOF
           ELSE
               READ SORD-OUT-FILE
                   AT END MOVE 'Y' TO SORD-EOF
               END-READ
           END-IF.
           PERFORM UNTIL SORD-EOF = 'Y'
               ADD 1 TO WS-SORD-COUNT
               ADD SOT-AMOUNT TO WS-SORD-AMOUNT
               READ SORD-OUT-FILE
                   AT END MOVE 'Y' TO SORD-EOF
               END-READ
           END-PERFORM.
           CLOSE SORD-OUT-FILE.

       TALLY-CD-PAYOUTS.
           OPEN INPUT CD-PAYOUT-FILE.
           IF CDP-FILE-STATUS = "35"
               MOVE 'Y' TO CDP-EOF
           ELSE
               READ CD-PAYOUT-FILE
                   AT END MOVE 'Y' TO CDP-EOF
               END-READ
           END-IF.
           PERFORM UNTIL CDP-EOF = 'Y'
               ADD 1 TO WS-CDP-COUNT
               ADD CDP-AMOUNT TO WS-CDP-AMOUNT
               READ CD-PAYOUT-FILE
                   AT END MOVE 'Y' TO CDP-EOF
               END-READ
           END-PERFORM.
           CLOSE CD-PAYOUT-FILE.

       TALLY-LOAN-DRAFTS.
           OPEN INPUT DRAFT-OUT-FILE.
           IF DRFT-FILE-STATUS = "35"
               MOVE 'Y' TO DRFT-EOF
           ELSE
               READ DRAFT-OUT-FILE
                   AT END MOVE 'Y' TO DRFT-EOF
               END-READ
           END-IF.
           PERFORM UNTIL DRFT-EOF = 'Y'
               ADD 1 TO WS-DRAFT-COUNT
               ADD DRF-AMOUNT TO WS-DRAFT-AMOUNT
               READ DRAFT-OUT-FILE
                   AT END MOVE 'Y' TO DRFT-EOF
               END-READ
           END-PERFORM.
           CLOSE DRAFT-OUT-FILE.

       TALLY-LATE-FEE-DRAFTS.
           OPEN INPUT FEE-DRAFT-FILE.
           IF DLQ-FILE-STATUS = "35"
               MOVE 'Y' TO DLQ-EOF
           ELSE
               READ FEE-DRAFT-FILE
                   AT END MOVE 'Y' TO DLQ-EOF
               END-READ
           END-IF.
           PERFORM UNTIL DLQ-EOF = 'Y'
               ADD 1 TO WS-LATE-COUNT
               ADD FDR-AMOUNT TO WS-LATE-AMOUNT
               READ FEE-DRAFT-FILE
                   AT END MOVE 'Y' TO DLQ-EOF
               END-READ
           END-PERFORM.
           CLOSE FEE-DRAFT-FILE.

       TALLY-VALID-TRANS.
           OPEN INPUT VALID-TRANS-FILE.
           IF VTRN-FILE-STATUS = "35"
               MOVE 'Y' TO VTRN-EOF
           ELSE
               READ VALID-TRANS-FILE
                   AT END MOVE 'Y' TO VTRN-EOF
               END-READ
           END-IF.
           PERFORM UNTIL VTRN-EOF = 'Y'
               ADD 1 TO WS-VALID-COUNT
               READ VALID-TRANS-FILE
                   AT END MOVE 'Y' TO VTRN-EOF
               END-READ
           END-PERFORM.
           CLOSE VALID-TRANS-FILE.

       TALLY-TRANS-REJECTS.
           OPEN INPUT TRANS-REJECT-FILE.
           IF TREJ-FILE-STATUS = "35"
               MOVE 'Y' TO TREJ-EOF
           ELSE
               READ TRANS-REJECT-FILE
                   AT END MOVE 'Y' TO TREJ-EOF
               END-READ
           END-IF.
           PERFORM UNTIL TREJ-EOF = 'Y'
               ADD 1 TO WS-REJECT-COUNT
               READ TRANS-REJECT-FILE
                   AT END MOVE 'Y' TO TREJ-EOF
               END-READ
           END-PERFORM.
           CLOSE TRANS-REJECT-FILE.

       WRITE-PASS-SECTION.
           OPEN EXTEND CATCH-UP-REPORT.
           IF CRP-FILE-STATUS = "35"
               OPEN OUTPUT CATCH-UP-REPORT
           END-IF.
           MOVE WS-TODAY-DATE TO WS-CUR-DATE.
           IF WS-DAY-OF-WEEK > 0
               MOVE WS-DAY-NAMES(WS-DAY-OF-WEEK * 3 - 2:3)
                   TO WS-CUR-DOW
           ELSE
               MOVE SPACES TO WS-CUR-DOW
           END-IF.
           MOVE WS-MONTH-END-SW TO WS-CUR-ME.
           MOVE WS-YEAR-END-SW TO WS-CUR-YE.
           MOVE SPACES TO CATCH-UP-LINE.
           WRITE CATCH-UP-LINE.
           WRITE CATCH-UP-LINE FROM WS-CUR-HDR1.
           WRITE CATCH-UP-LINE FROM WS-CUR-HDR2.

           MOVE "HOLD RELEASE" TO WS-CUR-CYCLE.
           MOVE WS-HOLD-COUNT TO WS-CYCLE-ITEMS.
           MOVE WS-HOLD-AMOUNT TO WS-CUR-AMOUNT.
           PERFORM WRITE-CYCLE-LINE.
           MOVE "STANDING ORDERS" TO WS-CUR-CYCLE.
           MOVE WS-SORD-COUNT TO WS-CYCLE-ITEMS.
           MOVE WS-SORD-AMOUNT TO WS-CUR-AMOUNT.
           PERFORM WRITE-CYCLE-LINE.
           MOVE "CD MATURITY PAYOUTS" TO WS-CUR-CYCLE.
           MOVE WS-CDP-COUNT TO WS-CYCLE-ITEMS.
           MOVE WS-CDP-AMOUNT TO WS-CUR-AMOUNT.
           PERFORM WRITE-CYCLE-LINE.
           MOVE "CARD EXPIRY" TO WS-CUR-CYCLE.
           MOVE WS-EXPIRY-COUNT TO WS-CYCLE-ITEMS.
           MOVE 0 TO WS-CUR-AMOUNT.
           PERFORM WRITE-CYCLE-LINE.
           MOVE "LOAN PAYMENT DRAFTS" TO WS-CUR-CYCLE.
           MOVE WS-DRAFT-COUNT TO WS-CYCLE-ITEMS.
           MOVE WS-DRAFT-AMOUNT TO WS-CUR-AMOUNT.
           PERFORM WRITE-CYCLE-LINE.
           MOVE "LATE FEE DRAFTS" TO WS-CUR-CYCLE.
           MOVE WS-LATE-COUNT TO WS-CYCLE-ITEMS.
           MOVE WS-LATE-AMOUNT TO WS-CUR-AMOUNT.
           PERFORM WRITE-CYCLE-LINE.
           MOVE "INTEREST POSTING" TO WS-CUR-CYCLE.
           MOVE WS-INT-COUNT TO WS-CYCLE-ITEMS.
           MOVE WS-INT-AMOUNT TO WS-CUR-AMOUNT.
           PERFORM WRITE-CYCLE-LINE.
           MOVE "SERVICE FEES" TO WS-CUR-CYCLE.
           MOVE WS-FEE-COUNT TO WS-CYCLE-ITEMS.
           MOVE WS-FEE-AMOUNT TO WS-CUR-AMOUNT.
           PERFORM WRITE-CYCLE-LINE.

           MOVE "DELINQUENCY CYCLE" TO WS-CUM-CYCLE.
           PERFORM WRITE-MONTH-END-LINE.
           MOVE "CARD REISSUE LIST" TO WS-CUM-CYCLE.
           PERFORM WRITE-MONTH-END-LINE.
           MOVE "SALES COMMISSIONS" TO WS-CUM-CYCLE.
           PERFORM WRITE-MONTH-END-LINE.

           MOVE "ITEMS VALIDATED FOR POSTING" TO WS-CUC-LABEL.
           MOVE WS-VALID-COUNT TO WS-CUC-ITEMS.
           WRITE CATCH-UP-LINE FROM WS-CUR-COUNT-LINE.
           MOVE "ITEMS REJECTED TO REPAIR QUEUE" TO WS-CUC-LABEL.
           MOVE WS-REJECT-COUNT TO WS-CUC-ITEMS.
           WRITE CATCH-UP-LINE FROM WS-CUR-COUNT-LINE.
           MOVE WS-FIRED-COUNT TO WS-CUT-FIRED.
           WRITE CATCH-UP-LINE FROM WS-CUR-TOT-LINE.
           CLOSE CATCH-UP-REPORT.

       WRITE-CYCLE-LINE.
           MOVE WS-CYCLE-ITEMS TO WS-CUR-ITEMS.
           IF WS-CYCLE-ITEMS > 0
               MOVE 'Y' TO WS-CUR-FIRED
               ADD 1 TO WS-FIRED-COUNT
           ELSE
               MOVE 'N' TO WS-CUR-FIRED
           END-IF.
           WRITE CATCH-UP-LINE FROM WS-CUR-DETAIL.

       WRITE-MONTH-END-LINE.
           IF WS-MONTH-END-SW = 'Y'
               MOVE 'Y' TO WS-CUM-FIRED
               ADD 1 TO WS-FIRED-COUNT
           ELSE
               MOVE 'N' TO WS-CUM-FIRED
           END-IF.
           WRITE CATCH-UP-LINE FROM WS-CUR-ME-DETAIL.
