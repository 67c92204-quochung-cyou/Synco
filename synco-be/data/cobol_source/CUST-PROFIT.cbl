       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-PROFIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT DELQ-MASTER-FILE ASSIGN TO "DELQMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DELQ-FILE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO "ACCTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-ACCT-NO WITH DUPLICATES
               FILE STATUS IS XREF-FILE-STATUS.

           SELECT PROFIT-RPT-FILE ASSIGN TO "PRFTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT CONTRIB-FILE ASSIGN TO "PRFTCNTB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CNTB-FILE-STATUS.

           SELECT CUST-SUM-FILE ASSIGN TO "PRFTCSUM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CSUM-FILE-STATUS.

           SELECT AUDIT-SORT-FILE ASSIGN TO "PRFTWRK1".
           SELECT RANK-SORT-FILE ASSIGN TO "PRFTWRK2".
           SELECT CUST-SORT-FILE ASSIGN TO "PRFTWRK3".

           SELECT CONTROL-CARD ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
           COPY AUDIT-REC.

       FD  ACCOUNT-MASTER.
           COPY ACCOUNT-REC.

       FD  LOAN-MASTER-FILE.
           COPY LOAN-REC.

       FD  DELQ-MASTER-FILE.
       01  DELQ-MASTER-RECORD.
           05  DLQ-LOAN-ID         PIC X(8).
           05  DLQ-MISSED-COUNT    PIC 9(3).
           05  DLQ-DAYS-PAST-DUE   PIC 9(4).
           05  DLQ-LATE-FEES       PIC 9(5)V99.
           05  DLQ-COLL-STATUS     PIC X.
           05  DLQ-LAST-CYCLE      PIC X(8).

       FD  CUSTOMER-MASTER.
           COPY CUST-REC.

       FD  CUST-XREF-FILE.
           COPY CUST-XREF.

       FD  PROFIT-RPT-FILE.
       01  PROFIT-RPT-LINE         PIC X(80).

       FD  CONTRIB-FILE.
       01  CONTRIB-RECORD.
           05  CNB-CUST-ID         PIC X(8).
           05  CNB-CUST-NAME       PIC X(30).
           05  CNB-ACCTS           PIC 9(3).
           05  CNB-DEPOSITS        PIC S9(9)V99.
           05  CNB-AVG-BAL         PIC S9(9)V99.
           05  CNB-INT-PAID        PIC 9(7)V99.
           05  CNB-FEES            PIC 9(7)V99.
           05  CNB-LOANS           PIC 9(3).
           05  CNB-LOAN-BAL        PIC 9(9)V99.
           05  CNB-LOAN-INT        PIC 9(7)V99.
           05  CNB-DLQ-LVL         PIC 9.

       FD  CUST-SUM-FILE.
       01  CUST-SUM-RECORD         PIC X(116).

       SD  CUST-SORT-FILE.
       01  CUST-SORT-RECORD.
           05  CSR-CUST-ID         PIC X(8).
           05  CSR-CUST-NAME       PIC X(30).
           05  CSR-ACCTS           PIC 9(3).
           05  CSR-DEPOSITS        PIC S9(9)V99.
           05  CSR-AVG-BAL         PIC S9(9)V99.
           05  CSR-INT-PAID        PIC 9(7)V99.
           05  CSR-FEES            PIC 9(7)V99.
           05  CSR-LOANS           PIC 9(3).
           05  CSR-LOAN-BAL        PIC 9(9)V99.
           05  CSR-LOAN-INT        PIC 9(7)V99.
           05  CSR-DLQ-LVL         PIC 9.

       SD  AUDIT-SORT-FILE.
       01  AUDIT-SORT-RECORD.
           05  SRT-ACCT-NO         PIC 9(8).
           05  SRT-DATE            PIC X(8).
           05  SRT-TIME            PIC X(6).
           05  SRT-SEQ             PIC 9(9).
           05  SRT-AMOUNT          PIC 9(5)V99.
           05  SRT-BALANCE         PIC S9(7)V99.
           05  SRT-STATUS-MSG      PIC X(20).

       SD  RANK-SORT-FILE.
       01  RANK-SORT-RECORD.
           05  RNK-NET             PIC S9(9)V99.
           05  RNK-CUST-ID         PIC X(8).
           05  RNK-CUST-NAME       PIC X(30).
           05  RNK-ACCTS           PIC 9(3).
           05  RNK-DEPOSITS        PIC S9(9)V99.
           05  RNK-AVG-BAL         PIC S9(9)V99.
           05  RNK-INT-PAID        PIC 9(7)V99.
           05  RNK-FEES            PIC 9(7)V99.
           05  RNK-LOANS           PIC 9(3).
           05  RNK-LOAN-BAL        PIC 9(9)V99.
           05  RNK-LOAN-INT        PIC 9(7)V99.
           05  RNK-DLQ-LVL         PIC 9.

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-DEP-CREDIT-RATE PIC 9V9(4).
           05  CTL-LOAN-FUND-RATE  PIC 9V9(4).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       WORKING-STORAGE SECTION.
       01  AUDIT-FILE-STATUS   PIC X(2) VALUE "00".
       01  ACCT-FILE-STATUS    PIC X(2) VALUE "00".
       01  LOAN-FILE-STATUS    PIC X(2) VALUE "00".
       01  DELQ-FILE-STATUS    PIC X(2) VALUE "00".
       01  CUST-FILE-STATUS    PIC X(2) VALUE "00".
       01  XREF-FILE-STATUS    PIC X(2) VALUE "00".
       01  RPT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CNTB-FILE-STATUS    PIC X(2) VALUE "00".
       01  CSUM-FILE-STATUS    PIC X(2) VALUE "00".
       01  AUDIT-EOF           PIC X VALUE 'N'.
       01  SORT-EOF            PIC X VALUE 'N'.
       01  ACCT-EOF            PIC X VALUE 'N'.
       01  LOAN-EOF            PIC X VALUE 'N'.
       01  DELQ-EOF            PIC X VALUE 'N'.
       01  CSUM-EOF            PIC X VALUE 'N'.
       01  XREF-EOF            PIC X VALUE 'N'.
       01  WS-CUST-FILE-OK     PIC X VALUE 'N'.
       01  WS-XREF-FILE-OK     PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-MONTH-END-SW     PIC X VALUE 'Y'.
       01  WS-MONTH-START      PIC X(8).
       01  WS-PERIOD-DAYS      PIC 99.
       01  WS-DEP-CREDIT-RATE  PIC 9V9(4) VALUE 0.
       01  WS-LOAN-FUND-RATE   PIC 9V9(4) VALUE 0.

       01  WS-AUDIT-SEQ        PIC 9(9) VALUE 0.
       01  WS-RUN-BAL          PIC S9(7)V99.
       01  WS-HIST-SW          PIC X.
       01  WS-MONTH-ACT-SW     PIC X.
       01  WS-CUR-DAY          PIC 99.
       01  WS-REC-DAY          PIC 99.
       01  WS-BAL-DAYS         PIC S9(11)V99.
       01  WS-ACT-AVG-BAL      PIC S9(9)V99.
       01  WS-ACT-INT-PAID     PIC 9(7)V99.
       01  WS-ACT-FEES         PIC 9(7)V99.

       01  WS-MONTHLY-RATE     PIC 9V9(6).
       01  WS-LOAN-BAL         PIC S9(9)V99.
       01  WS-LOAN-INT         PIC 9(7)V99.
       01  WS-DLQ-LEVEL        PIC 9.

       01  WS-LOOKUP-ACCT      PIC 9(8).
       01  WS-OWNER-ID         PIC X(8).
       01  WS-CUST-FOUND       PIC X.

       01  WS-RANKED-COUNT     PIC 9(4) VALUE 0.
       01  WS-DECILE-SIZE      PIC 9(4) VALUE 0.
       01  WS-BOTTOM-START     PIC 9(4) VALUE 0.
       01  WS-RANK             PIC 9(4) VALUE 0.
       01  WS-BOTTOM-HDR-SW    PIC X VALUE 'N'.

       01  WS-ACCT-ROLLED      PIC 9(6) VALUE 0.
       01  WS-ACCT-NO-OWNER    PIC 9(6) VALUE 0.
       01  WS-LOAN-ROLLED      PIC 9(6) VALUE 0.
       01  WS-LOAN-NO-OWNER    PIC 9(6) VALUE 0.
       01  WS-TOT-DEPOSITS     PIC S9(11)V99 VALUE 0.
       01  WS-TOT-AVG-BAL      PIC S9(11)V99 VALUE 0.
       01  WS-TOT-INT-PAID     PIC 9(9)V99 VALUE 0.
       01  WS-TOT-FEES         PIC 9(9)V99 VALUE 0.
       01  WS-TOT-LOAN-BAL     PIC 9(11)V99 VALUE 0.
       01  WS-TOT-LOAN-INT     PIC 9(9)V99 VALUE 0.
       01  WS-TOT-NET          PIC S9(11)V99 VALUE 0.

       01  WS-CUST-SUM.
           05  WS-SUM-NET          PIC S9(9)V99.
           05  WS-SUM-CUST-ID      PIC X(8).
           05  WS-SUM-CUST-NAME    PIC X(30).
           05  WS-SUM-ACCTS        PIC 9(3).
           05  WS-SUM-DEPOSITS     PIC S9(9)V99.
           05  WS-SUM-AVG-BAL      PIC S9(9)V99.
           05  WS-SUM-INT-PAID     PIC 9(7)V99.
           05  WS-SUM-FEES         PIC 9(7)V99.
           05  WS-SUM-LOANS        PIC 9(3).
           05  WS-SUM-LOAN-BAL     PIC 9(9)V99.
           05  WS-SUM-LOAN-INT     PIC 9(7)V99.
           05  WS-SUM-DLQ-LVL      PIC 9.

       01  WS-DELQ-TABLE.
           05  WS-DELQ-ENTRY OCCURS 500 TIMES.
               10  WS-DLQ-LOAN-ID  PIC X(8).
               10  WS-DLQ-STATUS   PIC X.
       01  WS-DELQ-COUNT       PIC 9(3) VALUE 0.
       01  DI                  PIC 9(3).

       01  WS-RPT-HDR1.
           05  FILLER           PIC X(40)
               VALUE "CUSTOMER RELATIONSHIP PROFITABILITY".
           05  FILLER           PIC X(28) VALUE SPACES.
           05  FILLER           PIC X(6) VALUE "MONTH ".
           05  WS-RPT-HDR-MONTH PIC X(6).
       01  WS-RPT-HDR2.
           05  FILLER           PIC X(41)
               VALUE "RANK CUSTOMER NAME".
           05  FILLER           PIC X(39)
               VALUE "    NET CONTRIB  LOAN STATUS".
       01  WS-RPT-HDR3.
           05  FILLER           PIC X(40)
               VALUE "         DEPOSITS    AVG BALANCE  INT PD".
           05  FILLER           PIC X(40)
               VALUE "     FEES        LOAN BAL  LOAN INT".
       01  WS-RPT-SECTION.
           05  WS-RPT-SECTION-TEXT PIC X(80).
       01  WS-RPT-LINE1.
           05  WS-RPT-RANK      PIC ZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-CUST-ID   PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-NAME      PIC X(26).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-NET       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-DLQ       PIC X(12).
           05  FILLER           PIC X(11) VALUE SPACES.
       01  WS-RPT-LINE2.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-RPT-DEPOSITS  PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-AVG-BAL   PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-INT-PAID  PIC ZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-FEES      PIC ZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-LOAN-BAL  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-LOAN-INT  PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(3) VALUE SPACES.
       01  WS-RPT-TOT-COUNT-LINE.
           05  WS-RPT-TC-LABEL  PIC X(30).
           05  WS-RPT-TC-COUNT  PIC ZZZ,ZZ9.
           05  FILLER           PIC X(43) VALUE SPACES.
       01  WS-RPT-TOT-AMT-LINE.
           05  WS-RPT-TA-LABEL  PIC X(30).
           05  WS-RPT-TA-AMOUNT PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CUSTOMER PROFITABILITY RUN STARTED".

           PERFORM READ-CONTROL-CARD.
           PERFORM GET-BUSINESS-DATE.

           IF WS-MONTH-END-SW NOT = 'Y'
               DISPLAY "NOT A MONTH-END BUSINESS DAY - NO REPORT"
               OPEN OUTPUT PROFIT-RPT-FILE
               CLOSE PROFIT-RPT-FILE
               DISPLAY "CUSTOMER PROFITABILITY RUN COMPLETE"
               STOP RUN
           END-IF.

           MOVE WS-TODAY-DATE TO WS-MONTH-START.
           MOVE "01" TO WS-MONTH-START(7:2).
           MOVE WS-TODAY-DATE(7:2) TO WS-PERIOD-DAYS.

           PERFORM OPEN-CUSTOMER-FILES.
           PERFORM LOAD-DELQ-TABLE.
           OPEN OUTPUT CONTRIB-FILE.

           OPEN INPUT ACCOUNT-MASTER.
           IF ACCT-FILE-STATUS NOT = "00"
               DISPLAY "** ACCOUNT MASTER OPEN FAILED - STATUS "
                   ACCT-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SORT AUDIT-SORT-FILE
               ON ASCENDING KEY SRT-ACCT-NO
               ON ASCENDING KEY SRT-DATE
               ON ASCENDING KEY SRT-TIME
               ON ASCENDING KEY SRT-SEQ
               INPUT PROCEDURE IS RELEASE-AUDIT-RECORDS
               OUTPUT PROCEDURE IS ROLL-UP-DEPOSITS.
           CLOSE ACCOUNT-MASTER.

           PERFORM ROLL-UP-LOANS.
           CLOSE CONTRIB-FILE.
           CLOSE CUSTOMER-MASTER.
           IF WS-XREF-FILE-OK = 'Y'
               CLOSE CUST-XREF-FILE
           END-IF.

           SORT CUST-SORT-FILE
               ON ASCENDING KEY CSR-CUST-ID
               INPUT PROCEDURE IS RELEASE-CONTRIBUTIONS
               OUTPUT PROCEDURE IS SUM-CUSTOMERS.
           COMPUTE WS-DECILE-SIZE = (WS-RANKED-COUNT + 9) / 10.
           COMPUTE WS-BOTTOM-START = WS-RANKED-COUNT - WS-DECILE-SIZE
               + 1.
           IF WS-BOTTOM-START <= WS-DECILE-SIZE
               COMPUTE WS-BOTTOM-START = WS-DECILE-SIZE + 1
           END-IF.

           SORT RANK-SORT-FILE
               ON DESCENDING KEY RNK-NET
               ON ASCENDING KEY RNK-CUST-ID
               INPUT PROCEDURE IS RELEASE-RANKED-CUSTOMERS
               OUTPUT PROCEDURE IS PRINT-DECILES.

           DISPLAY "ACCOUNTS ROLLED UP     : " WS-ACCT-ROLLED.
           DISPLAY "ACCOUNTS WITH NO OWNER : " WS-ACCT-NO-OWNER.
           DISPLAY "LOANS ROLLED UP        : " WS-LOAN-ROLLED.
           DISPLAY "LOANS WITH NO OWNER    : " WS-LOAN-NO-OWNER.
           DISPLAY "CUSTOMERS RANKED       : " WS-RANKED-COUNT.
           DISPLAY "DECILE SIZE            : " WS-DECILE-SIZE.
           DISPLAY "CUSTOMER PROFITABILITY RUN COMPLETE".
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "No Control Card - No Funds Transfer Pricing"
           ELSE
               READ CONTROL-CARD
                   AT END DISPLAY "Empty Control Card"
                   NOT AT END
                       IF CTL-DEP-CREDIT-RATE NUMERIC
                           MOVE CTL-DEP-CREDIT-RATE
                               TO WS-DEP-CREDIT-RATE
                       END-IF
                       IF CTL-LOAN-FUND-RATE NUMERIC
                           MOVE CTL-LOAN-FUND-RATE
                               TO WS-LOAN-FUND-RATE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.

       GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDT-FILE-STATUS = "35"
               DISPLAY "No Business Date File - Reporting Anyway"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       DISPLAY "Empty Business Date File - Reporting"
                           " Anyway"
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-TODAY-DATE
                   NOT AT END
                       MOVE BDT-CURRENT-DATE TO WS-TODAY-DATE
                       MOVE BDT-MONTH-END-SW TO WS-MONTH-END-SW
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE-FILE.

       OPEN-CUSTOMER-FILES.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUST-FILE-STATUS NOT = "00"
               DISPLAY "** CUSTOMER MASTER OPEN FAILED - STATUS "
                   CUST-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-CUST-FILE-OK.
           OPEN INPUT CUST-XREF-FILE.
           IF XREF-FILE-STATUS = "00"
               MOVE 'Y' TO WS-XREF-FILE-OK
           ELSE
               DISPLAY "No Account Cross-Reference File"
           END-IF.

       LOAD-DELQ-TABLE.
           OPEN INPUT DELQ-MASTER-FILE.
           IF DELQ-FILE-STATUS = "35"
               DISPLAY "No Delinquency Master - All Loans Current"
               MOVE 'Y' TO DELQ-EOF
           ELSE
               READ DELQ-MASTER-FILE
                   AT END MOVE 'Y' TO DELQ-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-DELQ UNTIL DELQ-EOF = 'Y'.
           IF DELQ-FILE-STATUS NOT = "35"
               CLOSE DELQ-MASTER-FILE
           END-IF.

       LOAD-ONE-DELQ.
           IF WS-DELQ-COUNT < 500
               ADD 1 TO WS-DELQ-COUNT
               MOVE DLQ-LOAN-ID TO WS-DLQ-LOAN-ID(WS-DELQ-COUNT)
               MOVE DLQ-COLL-STATUS TO WS-DLQ-STATUS(WS-DELQ-COUNT)
           ELSE
               DISPLAY "** DELINQUENCY TABLE FULL - PROFIT RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ DELQ-MASTER-FILE
               AT END MOVE 'Y' TO DELQ-EOF
           END-READ.

       RELEASE-AUDIT-RECORDS.
           OPEN INPUT AUDIT-LOG.
           IF AUDIT-FILE-STATUS = "35"
               DISPLAY "No Audit History - Balances Taken As Flat"
               MOVE 'Y' TO AUDIT-EOF
           ELSE
               READ AUDIT-LOG
                   AT END MOVE 'Y' TO AUDIT-EOF
               END-READ
           END-IF.
           PERFORM RELEASE-ONE-RECORD UNTIL AUDIT-EOF = 'Y'.
           IF AUDIT-FILE-STATUS NOT = "35"
               CLOSE AUDIT-LOG
           END-IF.

       RELEASE-ONE-RECORD.
           IF AUD-DATE NOT > WS-TODAY-DATE
               ADD 1 TO WS-AUDIT-SEQ
               MOVE AUD-ACCT-NO TO SRT-ACCT-NO
               MOVE AUD-DATE TO SRT-DATE
               MOVE AUD-TIME TO SRT-TIME
               MOVE WS-AUDIT-SEQ TO SRT-SEQ
               MOVE AUD-AMOUNT TO SRT-AMOUNT
               MOVE AUD-BALANCE TO SRT-BALANCE
               MOVE AUD-STATUS-MSG TO SRT-STATUS-MSG
               RELEASE AUDIT-SORT-RECORD
           END-IF.
           READ AUDIT-LOG
               AT END MOVE 'Y' TO AUDIT-EOF
           END-READ.

       ROLL-UP-DEPOSITS.
           RETURN AUDIT-SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.
           MOVE 0 TO ACCT-NO.
           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-NO
               INVALID KEY MOVE 'Y' TO ACCT-EOF
           END-START.
           IF ACCT-EOF NOT = 'Y'
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO ACCT-EOF
               END-READ
           END-IF.
           PERFORM ROLL-ONE-ACCOUNT UNTIL ACCT-EOF = 'Y'.

       ROLL-ONE-ACCOUNT.
           MOVE ACCT-BALANCE TO WS-RUN-BAL.
           MOVE 'N' TO WS-HIST-SW.
           MOVE 'N' TO WS-MONTH-ACT-SW.
           MOVE 1 TO WS-CUR-DAY.
           MOVE 0 TO WS-BAL-DAYS.
           MOVE 0 TO WS-ACT-INT-PAID.
           MOVE 0 TO WS-ACT-FEES.
           PERFORM SKIP-ONE-AUDIT
               UNTIL SORT-EOF = 'Y' OR SRT-ACCT-NO NOT < ACCT-NO.
           PERFORM APPLY-ONE-AUDIT
               UNTIL SORT-EOF = 'Y' OR SRT-ACCT-NO NOT = ACCT-NO.
           COMPUTE WS-BAL-DAYS = WS-BAL-DAYS
               + WS-RUN-BAL * (WS-PERIOD-DAYS - WS-CUR-DAY + 1).
           COMPUTE WS-ACT-AVG-BAL ROUNDED =
               WS-BAL-DAYS / WS-PERIOD-DAYS.

           IF ACCT-DORMANT-SW = 'C' AND WS-MONTH-ACT-SW = 'N'
               CONTINUE
           ELSE
               MOVE ACCT-NO TO WS-LOOKUP-ACCT
               PERFORM FIND-ACCOUNT-OWNER
               IF WS-CUST-FOUND = 'Y'
                   ADD 1 TO WS-ACCT-ROLLED
                   INITIALIZE CONTRIB-RECORD
                   MOVE CUST-ID TO CNB-CUST-ID
                   MOVE CUST-NAME TO CNB-CUST-NAME
                   MOVE 1 TO CNB-ACCTS
                   MOVE ACCT-BALANCE TO CNB-DEPOSITS
                   MOVE WS-ACT-AVG-BAL TO CNB-AVG-BAL
                   MOVE WS-ACT-INT-PAID TO CNB-INT-PAID
                   MOVE WS-ACT-FEES TO CNB-FEES
                   WRITE CONTRIB-RECORD
               ELSE
                   ADD 1 TO WS-ACCT-NO-OWNER
                   DISPLAY "ACCOUNT " ACCT-NO
                       " HAS NO OWNER ON XREF - NOT ROLLED UP"
               END-IF
           END-IF.

           READ ACCOUNT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO ACCT-EOF
           END-READ.

       SKIP-ONE-AUDIT.
           RETURN AUDIT-SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.

       APPLY-ONE-AUDIT.
           IF SRT-DATE < WS-MONTH-START
               MOVE SRT-BALANCE TO WS-RUN-BAL
               MOVE 'Y' TO WS-HIST-SW
           ELSE
               IF WS-HIST-SW = 'N'
                   PERFORM DERIVE-OPENING-BALANCE
                   MOVE 'Y' TO WS-HIST-SW
               END-IF
               MOVE 'Y' TO WS-MONTH-ACT-SW
               MOVE SRT-DATE(7:2) TO WS-REC-DAY
               IF WS-REC-DAY > WS-CUR-DAY
                   COMPUTE WS-BAL-DAYS = WS-BAL-DAYS
                       + WS-RUN-BAL * (WS-REC-DAY - WS-CUR-DAY)
                   MOVE WS-REC-DAY TO WS-CUR-DAY
               END-IF
               MOVE SRT-BALANCE TO WS-RUN-BAL
               EVALUATE SRT-STATUS-MSG
                   WHEN "INTEREST POSTED"
                       ADD SRT-AMOUNT TO WS-ACT-INT-PAID
                   WHEN "SERVICE FEE"
                   WHEN "NSF FEE"
                   WHEN "OD TRANSFER FEE"
                       ADD SRT-AMOUNT TO WS-ACT-FEES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           RETURN AUDIT-SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.

       DERIVE-OPENING-BALANCE.
           EVALUATE SRT-STATUS-MSG
               WHEN "DEPOSIT"
               WHEN "INTEREST POSTED"
               WHEN "TRANSFER IN"
               WHEN "REVERSAL WITHDRAWAL"
               WHEN "DISPUTE CREDIT"
               WHEN "WIRE IN"
                   COMPUTE WS-RUN-BAL = SRT-BALANCE - SRT-AMOUNT
               WHEN "WITHDRAWAL"
               WHEN "OVERDRAFT WITHDRAWAL"
               WHEN "TRANSFER OUT"
               WHEN "NSF FEE"
               WHEN "SERVICE FEE"
               WHEN "EARLY WD PENALTY"
               WHEN "CHECK PAID"
               WHEN "OD TRANSFER FEE"
               WHEN "CLOSEOUT CHECK"
               WHEN "LOAN PAYMENT"
               WHEN "REVERSAL DEPOSIT"
               WHEN "DISPUTE REVERSAL"
               WHEN "WIRE OUT"
                   COMPUTE WS-RUN-BAL = SRT-BALANCE + SRT-AMOUNT
               WHEN OTHER
                   MOVE SRT-BALANCE TO WS-RUN-BAL
           END-EVALUATE.

       FIND-ACCOUNT-OWNER.
           MOVE 'N' TO WS-CUST-FOUND.
           MOVE SPACES TO WS-OWNER-ID.
           MOVE 'Y' TO XREF-EOF.
           IF WS-XREF-FILE-OK = 'Y'
               MOVE WS-LOOKUP-ACCT TO XRF-ACCT-NO
               START CUST-XREF-FILE KEY IS EQUAL TO XRF-ACCT-NO
                   INVALID KEY MOVE 'Y' TO XREF-EOF
                   NOT INVALID KEY MOVE 'N' TO XREF-EOF
               END-START
           END-IF.
           PERFORM FIND-NEXT-OWNER UNTIL XREF-EOF = 'Y'.
           IF WS-OWNER-ID NOT = SPACES AND WS-CUST-FILE-OK = 'Y'
               MOVE WS-OWNER-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF CUST-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-CUST-FOUND
               END-IF
           END-IF.

       FIND-NEXT-OWNER.
           READ CUST-XREF-FILE NEXT RECORD
               AT END MOVE 'Y' TO XREF-EOF
           END-READ.
           IF XREF-EOF = 'N' AND XRF-ACCT-NO NOT = WS-LOOKUP-ACCT
               MOVE 'Y' TO XREF-EOF
           END-IF.
           IF XREF-EOF = 'N'
               IF WS-OWNER-ID = SPACES
                   OR XRF-OWNER-ROLE = 'P'
                   MOVE XRF-CUST-ID TO WS-OWNER-ID
               END-IF
           END-IF.

       ROLL-UP-LOANS.
           OPEN INPUT LOAN-MASTER-FILE.
           IF LOAN-FILE-STATUS = "35"
               DISPLAY "No Loan Master - Deposits Only"
               MOVE 'Y' TO LOAN-EOF
           ELSE
               READ LOAN-MASTER-FILE
                   AT END MOVE 'Y' TO LOAN-EOF
               END-READ
           END-IF.
           PERFORM ROLL-ONE-LOAN UNTIL LOAN-EOF = 'Y'.
           IF LOAN-FILE-STATUS NOT = "35"
               CLOSE LOAN-MASTER-FILE
           END-IF.

       ROLL-ONE-LOAN.
           IF LN-STATUS NOT = 'A' OR LN-PRIN-BALANCE = 0
               CONTINUE
           ELSE
               PERFORM COMPUTE-LOAN-BALANCE
               PERFORM FIND-LOAN-STATUS
               MOVE LN-ACCT-NO TO WS-LOOKUP-ACCT
               PERFORM FIND-ACCOUNT-OWNER
               IF WS-CUST-FOUND = 'Y'
                   ADD 1 TO WS-LOAN-ROLLED
                   INITIALIZE CONTRIB-RECORD
                   MOVE CUST-ID TO CNB-CUST-ID
                   MOVE CUST-NAME TO CNB-CUST-NAME
                   MOVE 1 TO CNB-LOANS
                   MOVE WS-LOAN-BAL TO CNB-LOAN-BAL
                   MOVE WS-LOAN-INT TO CNB-LOAN-INT
                   MOVE WS-DLQ-LEVEL TO CNB-DLQ-LVL
                   WRITE CONTRIB-RECORD
               ELSE
                   ADD 1 TO WS-LOAN-NO-OWNER
                   DISPLAY "LOAN " LN-LOAN-ID " ACCOUNT " LN-ACCT-NO
                       " HAS NO OWNER ON XREF - NOT ROLLED UP"
               END-IF
           END-IF.
           READ LOAN-MASTER-FILE
               AT END MOVE 'Y' TO LOAN-EOF
           END-READ.

       COMPUTE-LOAN-BALANCE.
           COMPUTE WS-MONTHLY-RATE ROUNDED =
               LN-ANNUAL-RATE / 12.
           MOVE LN-PRIN-BALANCE TO WS-LOAN-BAL.
           COMPUTE WS-LOAN-INT ROUNDED =
               WS-LOAN-BAL * WS-MONTHLY-RATE.

       FIND-LOAN-STATUS.
           MOVE 0 TO WS-DLQ-LEVEL.
           PERFORM VARYING DI FROM 1 BY 1 UNTIL DI > WS-DELQ-COUNT
               IF WS-DLQ-LOAN-ID(DI) = LN-LOAN-ID
                   EVALUATE WS-DLQ-STATUS(DI)
                       WHEN '1'
                           MOVE 2 TO WS-DLQ-LEVEL
                       WHEN '2'
                           MOVE 3 TO WS-DLQ-LEVEL
                       WHEN '3'
                           MOVE 4 TO WS-DLQ-LEVEL
                       WHEN OTHER
                           MOVE 1 TO WS-DLQ-LEVEL
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-DLQ-LEVEL = 0
               MOVE 1 TO WS-DLQ-LEVEL
           END-IF.
           IF WS-DLQ-LEVEL = 4
               MOVE 0 TO WS-LOAN-INT
           END-IF.

       RELEASE-CONTRIBUTIONS.
           OPEN INPUT CONTRIB-FILE.
           MOVE 'N' TO SORT-EOF.
           READ CONTRIB-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-READ.
           PERFORM RELEASE-ONE-CONTRIB UNTIL SORT-EOF = 'Y'.
           CLOSE CONTRIB-FILE.

       RELEASE-ONE-CONTRIB.
           RELEASE CUST-SORT-RECORD FROM CONTRIB-RECORD.
           READ CONTRIB-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-READ.

       SUM-CUSTOMERS.
           OPEN OUTPUT CUST-SUM-FILE.
           MOVE 'N' TO SORT-EOF.
           RETURN CUST-SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.
           PERFORM SUM-ONE-CUSTOMER UNTIL SORT-EOF = 'Y'.
           CLOSE CUST-SUM-FILE.

       SUM-ONE-CUSTOMER.
           INITIALIZE WS-CUST-SUM.
           MOVE CSR-CUST-ID TO WS-SUM-CUST-ID.
           MOVE CSR-CUST-NAME TO WS-SUM-CUST-NAME.
           PERFORM ADD-ONE-CONTRIB
               UNTIL SORT-EOF = 'Y' OR CSR-CUST-ID NOT = WS-SUM-CUST-ID.
           PERFORM COMPUTE-NET-CONTRIBUTION.
           ADD 1 TO WS-RANKED-COUNT.
           WRITE CUST-SUM-RECORD FROM WS-CUST-SUM.

       ADD-ONE-CONTRIB.
           ADD CSR-ACCTS TO WS-SUM-ACCTS.
           ADD CSR-DEPOSITS TO WS-SUM-DEPOSITS.
           ADD CSR-AVG-BAL TO WS-SUM-AVG-BAL.
           ADD CSR-INT-PAID TO WS-SUM-INT-PAID.
           ADD CSR-FEES TO WS-SUM-FEES.
           ADD CSR-LOANS TO WS-SUM-LOANS.
           ADD CSR-LOAN-BAL TO WS-SUM-LOAN-BAL.
           ADD CSR-LOAN-INT TO WS-SUM-LOAN-INT.
           IF CSR-DLQ-LVL > WS-SUM-DLQ-LVL
               MOVE CSR-DLQ-LVL TO WS-SUM-DLQ-LVL
           END-IF.
           RETURN CUST-SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.

       COMPUTE-NET-CONTRIBUTION.
           COMPUTE WS-SUM-NET ROUNDED =
               WS-SUM-FEES + WS-SUM-LOAN-INT
               - WS-SUM-INT-PAID
               - WS-SUM-LOAN-BAL * WS-LOAN-FUND-RATE / 12.
           IF WS-SUM-AVG-BAL > 0
               COMPUTE WS-SUM-NET ROUNDED = WS-SUM-NET
                   + WS-SUM-AVG-BAL * WS-DEP-CREDIT-RATE / 12
           END-IF.
           ADD WS-SUM-DEPOSITS TO WS-TOT-DEPOSITS.
           ADD WS-SUM-AVG-BAL TO WS-TOT-AVG-BAL.
           ADD WS-SUM-INT-PAID TO WS-TOT-INT-PAID.
           ADD WS-SUM-FEES TO WS-TOT-FEES.
           ADD WS-SUM-LOAN-BAL TO WS-TOT-LOAN-BAL.
           ADD WS-SUM-LOAN-INT TO WS-TOT-LOAN-INT.
           ADD WS-SUM-NET TO WS-TOT-NET.

       RELEASE-RANKED-CUSTOMERS.
           OPEN INPUT CUST-SUM-FILE.
           READ CUST-SUM-FILE
               AT END MOVE 'Y' TO CSUM-EOF
           END-READ.
           PERFORM RELEASE-ONE-RANKED UNTIL CSUM-EOF = 'Y'.
           CLOSE CUST-SUM-FILE.

       RELEASE-ONE-RANKED.
           RELEASE RANK-SORT-RECORD FROM CUST-SUM-RECORD.
           READ CUST-SUM-FILE
               AT END MOVE 'Y' TO CSUM-EOF
           END-READ.

       PRINT-DECILES.
           OPEN OUTPUT PROFIT-RPT-FILE.
           MOVE WS-TODAY-DATE(1:6) TO WS-RPT-HDR-MONTH.
           WRITE PROFIT-RPT-LINE FROM WS-RPT-HDR1.
           MOVE SPACES TO PROFIT-RPT-LINE.
           WRITE PROFIT-RPT-LINE.
           WRITE PROFIT-RPT-LINE FROM WS-RPT-HDR2.
           WRITE PROFIT-RPT-LINE FROM WS-RPT-HDR3.
           MOVE SPACES TO PROFIT-RPT-LINE.
           WRITE PROFIT-RPT-LINE.
           MOVE "TOP DECILE - HIGHEST NET CONTRIBUTION"
               TO WS-RPT-SECTION-TEXT.
           WRITE PROFIT-RPT-LINE FROM WS-RPT-SECTION.
           MOVE 'N' TO SORT-EOF.
           RETURN RANK-SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.
           PERFORM PRINT-ONE-RANKED UNTIL SORT-EOF = 'Y'.
           PERFORM WRITE-PROFIT-TOTALS.
           CLOSE PROFIT-RPT-FILE.

       PRINT-ONE-RANKED.
           ADD 1 TO WS-RANK.
           IF WS-RANK >= WS-BOTTOM-START AND WS-BOTTOM-HDR-SW = 'N'
               MOVE 'Y' TO WS-BOTTOM-HDR-SW
               MOVE SPACES TO PROFIT-RPT-LINE
               WRITE PROFIT-RPT-LINE
               MOVE "BOTTOM DECILE - LOWEST NET CONTRIBUTION"
                   TO WS-RPT-SECTION-TEXT
               WRITE PROFIT-RPT-LINE FROM WS-RPT-SECTION
           END-IF.
           IF WS-RANK <= WS-DECILE-SIZE OR WS-RANK >= WS-BOTTOM-START
               PERFORM PRINT-CUSTOMER-LINES
           END-IF.
           RETURN RANK-SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.

       PRINT-CUSTOMER-LINES.
           MOVE WS-RANK TO WS-RPT-RANK.
           MOVE RNK-CUST-ID TO WS-RPT-CUST-ID.
           MOVE RNK-CUST-NAME TO WS-RPT-NAME.
           MOVE RNK-NET TO WS-RPT-NET.
           EVALUATE RNK-DLQ-LVL
               WHEN 1
                   MOVE "CURRENT" TO WS-RPT-DLQ
               WHEN 2
                   MOVE "30 DAYS PD" TO WS-RPT-DLQ
               WHEN 3
                   MOVE "60 DAYS PD" TO WS-RPT-DLQ
               WHEN 4
                   MOVE "90+ NONACCR" TO WS-RPT-DLQ
               WHEN OTHER
                   MOVE "NO LOANS" TO WS-RPT-DLQ
           END-EVALUATE.
           WRITE PROFIT-RPT-LINE FROM WS-RPT-LINE1.
           MOVE RNK-DEPOSITS TO WS-RPT-DEPOSITS.
           MOVE RNK-AVG-BAL TO WS-RPT-AVG-BAL.
           MOVE RNK-INT-PAID TO WS-RPT-INT-PAID.
           MOVE RNK-FEES TO WS-RPT-FEES.
           MOVE RNK-LOAN-BAL TO WS-RPT-LOAN-BAL.
           MOVE RNK-LOAN-INT TO WS-RPT-LOAN-INT.
           WRITE PROFIT-RPT-LINE FROM WS-RPT-LINE2.

       WRITE-PROFIT-TOTALS.
           MOVE SPACES TO PROFIT-RPT-LINE.
           WRITE PROFIT-RPT-LINE.
           MOVE "CUSTOMERS RANKED        :" TO WS-RPT-TC-LABEL.
           MOVE WS-RANKED-COUNT TO WS-RPT-TC-COUNT.
           WRITE PROFIT-RPT-LINE FROM WS-RPT-TOT-COUNT-LINE.
           MOVE "CUSTOMERS PER DECILE    :" TO WS-RPT-TC-LABEL.
           MOVE WS-DECILE-SIZE TO WS-RPT-TC-COUNT.
           WRITE PROFIT-RPT-LINE FROM WS-RPT-TOT-COUNT-LINE.
           MOVE "ACCOUNTS ROLLED UP      :" TO WS-RPT-TC-LABEL.
           MOVE WS-ACCT-ROLLED TO WS-RPT-TC-COUNT.
           WRITE PROFIT-RPT-LINE FROM WS-RPT-TOT-COUNT-LINE.
           MOVE "ACCOUNTS WITH NO OWNER  :" TO WS-RPT-TC-LABEL.
           MOVE WS-ACCT-NO-OWNER TO WS-RPT-TC-COUNT.
           WRITE PROFIT-RPT-LINE FROM WS-RPT-TOT-COUNT-LINE.
           MOVE "LOANS ROLLED UP         :" TO WS-RPT-TC-LABEL.
           MOVE WS-LOAN-ROLLED TO WS-RPT-TC-COUNT.
           WRITE PROFIT-RPT-LINE FROM WS-RPT-TOT-COUNT-LINE.
           MOVE "LOANS WITH NO OWNER     :" TO WS-RPT-TC-LABEL.
           MOVE WS-LOAN-NO-OWNER TO WS-RPT-TC-COUNT.
           WRITE PROFIT-RPT-LINE FROM WS-RPT-TOT-COUNT-LINE.
           MOVE "TOTAL DEPOSITS          :" TO WS-RPT-TA-LABEL.
           MOVE WS-TOT-DEPOSITS TO WS-RPT-TA-AMOUNT.
           WRITE PROFIT-RPT-LINE FROM WS-RPT-TOT-AMT-LINE.
           MOVE "TOTAL AVERAGE BALANCE   :" TO WS-RPT-TA-LABEL.
           MOVE WS-TOT-AVG-BAL TO WS-RPT-TA-AMOUNT.
           WRITE PROFIT-RPT-LINE FROM WS-RPT-TOT-AMT-LINE.
           MOVE "DEPOSIT INTEREST PAID   :" TO WS-RPT-TA-LABEL.
           MOVE WS-TOT-INT-PAID TO WS-RPT-TA-AMOUNT.
           WRITE PROFIT-RPT-LINE FROM WS-RPT-TOT-AMT-LINE.
           MOVE "FEES COLLECTED          :" TO WS-RPT-TA-LABEL.
           MOVE WS-TOT-FEES TO WS-RPT-TA-AMOUNT.
           WRITE PROFIT-RPT-LINE FROM WS-RPT-TOT-AMT-LINE.
           MOVE "LOAN BALANCES           :" TO WS-RPT-TA-LABEL.
           MOVE WS-TOT-LOAN-BAL TO WS-RPT-TA-AMOUNT.
           WRITE PROFIT-RPT-LINE FROM WS-RPT-TOT-AMT-LINE.
           MOVE "LOAN INTEREST EARNED    :" TO WS-RPT-TA-LABEL.
           MOVE WS-TOT-LOAN-INT TO WS-RPT-TA-AMOUNT.
           WRITE PROFIT-RPT-LINE FROM WS-RPT-TOT-AMT-LINE.
           MOVE "NET CONTRIBUTION        :" TO WS-RPT-TA-LABEL.
           MOVE WS-TOT-NET TO WS-RPT-TA-AMOUNT.
           WRITE PROFIT-RPT-LINE FROM WS-RPT-TOT-AMT-LINE.
