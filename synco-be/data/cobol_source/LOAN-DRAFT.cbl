               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT DELQ-MASTER-FILE ASSIGN TO "DELQMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DELQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       01  LOAN-EXCP-LINE          PIC X(80).

       FD  LOAN-OUT-FILE.
       01  LOAN-OUT-RECORD         PIC X(201).

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       FD  DELQ-MASTER-FILE.
       01  DELQ-MASTER-RECORD.
           05  DLQ-LOAN-ID         PIC X(8).
           05  DLQ-MISSED-COUNT    PIC 9(3).
           05  DLQ-DAYS-PAST-DUE   PIC 9(4).
           05  DLQ-LATE-FEES       PIC 9(5)V99.
           05  DLQ-COLL-STATUS     PIC X.
           05  DLQ-LAST-CYCLE      PIC X(8).

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS    PIC X(2) VALUE "00".
       01  ACCT-FILE-STATUS    PIC X(2) VALUE "00".
       01  LOANOUT-FILE-STATUS PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  DELQ-FILE-STATUS    PIC X(2) VALUE "00".
       01  WS-MONTH-END-SW     PIC X VALUE 'Y'.
       01  WS-TODAY-DATE       PIC X(8).
       01  LOAN-EOF            PIC X VALUE 'N'.
       01  AUDIT-EOF           PIC X VALUE 'N'.
       01  DRAFT-EOF           PIC X VALUE 'N'.
       01  DELQ-EOF            PIC X VALUE 'N'.
       01  WS-RUN-MODE         PIC X VALUE 'D'.

       01  WS-MONTHLY-RATE     PIC 9V9(6).
       01  WS-RATE-FACTOR      PIC 9(9)V9(6).
       01  WS-RATE-DIVISOR     PIC 9(9)V9(6).
       01  WS-PAYMENT          PIC 9(9)V99.
       01  WS-PRINCIPAL        PIC 9(9)V99.
       01  WS-ANNUAL-RATE      PIC 9V9(4).
       01  WS-TERM-MONTHS      PIC 9(4).
       01  WS-MONTH-INT        PIC 9(9)V99.
       01  WS-AMOUNT-DUE       PIC 9(9)V99.
       01  WS-APPLY-PRIN       PIC 9(9)V99.
       01  WS-DRAFT-COUNT      PIC 9(6) VALUE 0.
       01  WS-SKIP-COUNT       PIC 9(6) VALUE 0.
       01  WS-EXCP-COUNT       PIC 9(6) VALUE 0.
       01  WS-ADVANCED-COUNT   PIC 9(6) VALUE 0.
       01  WS-CURTAIL-COUNT    PIC 9(6) VALUE 0.
       01  WS-PAYOFF-COUNT     PIC 9(6) VALUE 0.
       01  WS-PAID-FULL-COUNT  PIC 9(6) VALUE 0.
       01  WS-RECOVERY-COUNT   PIC 9(6) VALUE 0.

       01  WS-POST-TABLE.
           05  WS-POST-ENTRY OCCURS 500 TIMES.
               10  WS-PST-ACCT-NO  PIC 9(8).
               10  WS-PST-AMOUNT   PIC 9(5)V99.
               10  WS-PST-STATUS   PIC X(20).
               10  WS-PST-REF-ID   PIC X(14).
               10  WS-PST-KIND     PIC X.
               10  WS-PST-USED     PIC X.
       01  WS-POST-COUNT       PIC 9(3) VALUE 0.
       01  PI                  PIC 9(3).
       01  WS-MATCH-FOUND      PIC X.
       01  WS-FAIL-STATUS      PIC X(20).

       01  WS-DELQ-TABLE.
           05  WS-DELQ-ENTRY OCCURS 500 TIMES.
               10  WS-DLQ-LOAN-ID  PIC X(8).
               10  WS-DLQ-FEES     PIC 9(5)V99.
       01  WS-DELQ-COUNT       PIC 9(3) VALUE 0.
       01  DI                  PIC 9(3).

       01  WS-CURT-TOTAL       PIC 9(9)V99.
       01  WS-CURT-CHOICE      PIC X.
       01  WS-PAYOFF-TOTAL     PIC 9(9)V99.
       01  WS-PAYOFF-INT       PIC 9(9)V99.
       01  WS-PAYOFF-FEES      PIC 9(7)V99.
       01  WS-PAYOFF-DUE       PIC 9(9)V99.
       01  WS-REFUND-AMT       PIC 9(9)V99.
       01  WS-REMAIN-MONTHS    PIC 9(4).
       01  WS-SIM-BAL          PIC 9(9)V99.
       01  WS-SIM-INT          PIC 9(9)V99.
       01  WS-SIM-COUNT        PIC 9(4).
       01  WS-INT-DAYS         PIC S9(7).
       01  WS-EXCP-AMOUNT      PIC Z(8)9.99.
       01  WS-EXCP-REASON      PIC X(30).

       01  WS-TODAY-SERIAL     PIC 9(7).
       01  WS-REC-SERIAL       PIC 9(7).
       01  WS-WORK-DATE        PIC X(8).
       01  WS-SER-YEAR         PIC 9(4).
       01  WS-SER-MONTH        PIC 99.
       01  WS-SER-DAY          PIC 99.
       01  WS-SER-T1           PIC 9(7).
       01  WS-SER-T2           PIC 9(5).
       01  WS-SER-T3           PIC 9(3).
       01  WS-SER-T4           PIC 9(2).
       01  WS-SER-LEAP-REM     PIC 9(4).
       01  WS-MONTH-DAYS-TBL.
           05  FILLER PIC 9(3) VALUE 000.
           05  FILLER PIC 9(3) VALUE 031.
           05  FILLER PIC 9(3) VALUE 059.
           05  FILLER PIC 9(3) VALUE 090.
           05  FILLER PIC 9(3) VALUE 120.
           05  FILLER PIC 9(3) VALUE 151.
           05  FILLER PIC 9(3) VALUE 181.
           05  FILLER PIC 9(3) VALUE 212.
           05  FILLER PIC 9(3) VALUE 243.
           05  FILLER PIC 9(3) VALUE 273.
           05  FILLER PIC 9(3) VALUE 304.
           05  FILLER PIC 9(3) VALUE 334.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TBL.
           05  WS-MONTH-DAYS PIC 9(3) OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "LOAN PAYMENT DRAFTING STARTED".
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDT-FILE-STATUS = "35"
               DISPLAY "No Business Date File - Drafting Anyway"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       DISPLAY "Empty Business Date File - Drafting"
                           " Anyway"
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-TODAY-DATE
                   NOT AT END
                       MOVE BDT-CURRENT-DATE TO WS-TODAY-DATE
                       MOVE BDT-MONTH-END-SW TO WS-MONTH-END-SW
               END-READ
           END-IF.

       DRAFT-ONE-LOAN.
           IF LN-TERM-MONTHS = 0
               OR LN-STATUS NOT = 'A' OR LN-PRIN-BALANCE = 0
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               PERFORM COMPUTE-AMOUNT-DUE
               MOVE LN-ACCT-NO TO ACCT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF ACCT-FILE-STATUS = "00"
                   MOVE LN-ACCT-NO TO TRANS-ACCT-NO
                   MOVE ACCT-PVV TO TRANS-PIN
                   MOVE 6 TO TRANS-OPTION
                   MOVE WS-AMOUNT-DUE TO TRANS-AMOUNT
                   MOVE 0 TO TRANS-TO-ACCT
                   MOVE 0 TO TRANS-ORIG-OPTION
                   MOVE 0 TO TRANS-CARD-NO
               AT END MOVE 'Y' TO LOAN-EOF
           END-READ.

       COMPUTE-AMOUNT-DUE.
           COMPUTE WS-MONTHLY-RATE ROUNDED =
               LN-ANNUAL-RATE / 12.
           COMPUTE WS-MONTH-INT ROUNDED =
               LN-PRIN-BALANCE * WS-MONTHLY-RATE.
           IF LN-PAYMENTS-MADE + 1 >= LN-TERM-MONTHS
               OR LN-PRIN-BALANCE + WS-MONTH-INT < LN-CURR-PAYMENT
               COMPUTE WS-AMOUNT-DUE =
                   LN-PRIN-BALANCE + WS-MONTH-INT
           ELSE
               MOVE LN-CURR-PAYMENT TO WS-AMOUNT-DUE
           END-IF.

       COMPUTE-LOAN-PAYMENT.
           COMPUTE WS-MONTHLY-RATE ROUNDED =
               WS-ANNUAL-RATE / 12.
           IF WS-ANNUAL-RATE = 0
               COMPUTE WS-PAYMENT ROUNDED =
                   WS-PRINCIPAL / WS-TERM-MONTHS
           ELSE
               COMPUTE WS-RATE-FACTOR ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** WS-TERM-MONTHS
               COMPUTE WS-RATE-DIVISOR = WS-RATE-FACTOR - 1
               COMPUTE WS-PAYMENT ROUNDED =
                   WS-PRINCIPAL * WS-MONTHLY-RATE * WS-RATE-FACTOR
                       / WS-RATE-DIVISOR
           END-IF.

       RUN-DRAFT-EXCEPTIONS.
           OPEN OUTPUT LOAN-EXCP-FILE.
           MOVE "LOAN DRAFT EXCEPTION LIST" TO LOAN-EXCP-LINE.
           WRITE LOAN-EXCP-LINE.

           PERFORM LOAD-LOAN-POSTINGS.
           PERFORM LOAD-DELQ-TABLE.
           MOVE WS-TODAY-DATE TO WS-WORK-DATE.
           PERFORM COMPUTE-DATE-SERIAL.
           MOVE WS-REC-SERIAL TO WS-TODAY-SERIAL.
           PERFORM ADVANCE-PAID-LOANS.
           PERFORM LIST-UNAPPLIED-POSTINGS.

           OPEN INPUT DRAFT-OUT-FILE.

           IF DRAFT-FILE-STATUS = "35"
               DISPLAY "No Draft File - Nothing To Match"
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-OUT-FILE.
           DISPLAY "LOANS ADVANCED: " WS-ADVANCED-COUNT.
           DISPLAY "CURTAILMENTS  : " WS-CURTAIL-COUNT.
           DISPLAY "PAYOFFS       : " WS-PAYOFF-COUNT.
           DISPLAY "PAID IN FULL  : " WS-PAID-FULL-COUNT.
           DISPLAY "RECOVERIES    : " WS-RECOVERY-COUNT.

       ADVANCE-ONE-LOAN.
           IF LN-TERM-MONTHS > 0
               AND LN-STATUS = 'A' AND LN-PRIN-BALANCE > 0
               PERFORM APPLY-REGULAR-PAYMENT
               PERFORM APPLY-CURTAILMENTS
               PERFORM APPLY-PAYOFF
               IF LN-PRIN-BALANCE = 0
                   MOVE 'P' TO LN-STATUS
                   MOVE WS-TODAY-DATE TO LN-INT-PAID-DATE
                   ADD 1 TO WS-PAID-FULL-COUNT
               END-IF
           END-IF.
           IF LN-STATUS = 'C'
               PERFORM CLAIM-RECOVERY-POSTINGS
           END-IF.
           WRITE LOAN-OUT-RECORD FROM LOAN-RECORD.
           READ LOAN-MASTER-FILE
               AT END MOVE 'Y' TO LOAN-EOF
           END-READ.

       CLAIM-RECOVERY-POSTINGS.
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > WS-POST-COUNT
               IF WS-PST-KIND(PI) NOT = 'R'
                   AND WS-PST-REF-ID(PI)(5:8) = LN-LOAN-ID
                   AND WS-PST-STATUS(PI) = "LOAN PAYMENT"
                   AND WS-PST-USED(PI) = 'N'
                   MOVE 'Y' TO WS-PST-USED(PI)
                   ADD 1 TO WS-RECOVERY-COUNT
               END-IF
           END-PERFORM.

       APPLY-REGULAR-PAYMENT.
           PERFORM COMPUTE-AMOUNT-DUE.
           MOVE 'N' TO WS-MATCH-FOUND.
           PERFORM VARYING PI FROM 1 BY 1
                   UNTIL PI > WS-POST-COUNT
                       OR WS-MATCH-FOUND = 'Y'
               IF WS-PST-ACCT-NO(PI) = LN-ACCT-NO
                   AND WS-PST-AMOUNT(PI) = WS-AMOUNT-DUE
                   AND WS-PST-STATUS(PI) = "LOAN PAYMENT"
                   AND WS-PST-KIND(PI) = 'R'
                   AND WS-PST-USED(PI) = 'N'
                   MOVE 'Y' TO WS-MATCH-FOUND
                   MOVE 'Y' TO WS-PST-USED(PI)
               END-IF
           END-PERFORM.
           IF WS-MATCH-FOUND = 'Y'
               IF WS-AMOUNT-DUE > WS-MONTH-INT
                   COMPUTE WS-APPLY-PRIN =
                       WS-AMOUNT-DUE - WS-MONTH-INT
               ELSE
                   MOVE 0 TO WS-APPLY-PRIN
               END-IF
               IF WS-APPLY-PRIN > LN-PRIN-BALANCE
                   MOVE LN-PRIN-BALANCE TO WS-APPLY-PRIN
               END-IF
               SUBTRACT WS-APPLY-PRIN FROM LN-PRIN-BALANCE
               ADD 1 TO LN-PAYMENTS-MADE
               MOVE WS-TODAY-DATE TO LN-INT-PAID-DATE
               ADD 1 TO WS-ADVANCED-COUNT
           END-IF.

       APPLY-CURTAILMENTS.
           MOVE 0 TO WS-CURT-TOTAL.
           MOVE 'T' TO WS-CURT-CHOICE.
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > WS-POST-COUNT
               IF WS-PST-KIND(PI) = 'C'
                   AND WS-PST-REF-ID(PI)(5:8) = LN-LOAN-ID
                   AND WS-PST-STATUS(PI) = "LOAN PAYMENT"
                   AND WS-PST-USED(PI) = 'N'
                   ADD WS-PST-AMOUNT(PI) TO WS-CURT-TOTAL
                   IF WS-PST-REF-ID(PI)(13:1) = 'R'
                       MOVE 'R' TO WS-CURT-CHOICE
                   END-IF
                   MOVE 'Y' TO WS-PST-USED(PI)
               END-IF
           END-PERFORM.
           IF WS-CURT-TOTAL > 0
               ADD 1 TO WS-CURTAIL-COUNT
               PERFORM REDUCE-PRINCIPAL
           END-IF.

       REDUCE-PRINCIPAL.
           IF WS-CURT-TOTAL > LN-PRIN-BALANCE
               COMPUTE WS-REFUND-AMT =
                   WS-CURT-TOTAL - LN-PRIN-BALANCE
               MOVE "OVERPAID - REFUND DUE" TO WS-EXCP-REASON
               MOVE WS-REFUND-AMT TO WS-EXCP-AMOUNT
               PERFORM WRITE-LOAN-EXCEPTION
               MOVE 0 TO LN-PRIN-BALANCE
           ELSE
               SUBTRACT WS-CURT-TOTAL FROM LN-PRIN-BALANCE
           END-IF.
           IF LN-PRIN-BALANCE > 0
               IF LN-TERM-MONTHS > LN-PAYMENTS-MADE
                   COMPUTE WS-REMAIN-MONTHS =
                       LN-TERM-MONTHS - LN-PAYMENTS-MADE
               ELSE
                   MOVE 1 TO WS-REMAIN-MONTHS
               END-IF
               IF WS-CURT-CHOICE = 'R'
                   PERFORM RECAST-LOAN-PAYMENT
               ELSE
                   PERFORM SHORTEN-LOAN-TERM
               END-IF
           END-IF.

       RECAST-LOAN-PAYMENT.
           MOVE LN-PRIN-BALANCE TO WS-PRINCIPAL.
           MOVE WS-REMAIN-MONTHS TO WS-TERM-MONTHS.
           MOVE LN-ANNUAL-RATE TO WS-ANNUAL-RATE.
           PERFORM COMPUTE-LOAN-PAYMENT.
           MOVE WS-PAYMENT TO LN-CURR-PAYMENT.
           IF LN-PEND-DATE NOT = SPACES
               MOVE LN-PEND-RATE TO WS-ANNUAL-RATE
               PERFORM COMPUTE-LOAN-PAYMENT
               MOVE WS-PAYMENT TO LN-PEND-PAYMENT
           END-IF.

       SHORTEN-LOAN-TERM.
           MOVE LN-PRIN-BALANCE TO WS-SIM-BAL.
           MOVE 0 TO WS-SIM-COUNT.
           COMPUTE WS-MONTHLY-RATE ROUNDED =
               LN-ANNUAL-RATE / 12.
           PERFORM SIMULATE-ONE-MONTH
               UNTIL WS-SIM-BAL = 0
                   OR WS-SIM-COUNT >= WS-REMAIN-MONTHS.
           COMPUTE LN-TERM-MONTHS = LN-PAYMENTS-MADE + WS-SIM-COUNT.

       SIMULATE-ONE-MONTH.
           COMPUTE WS-SIM-INT ROUNDED =
               WS-SIM-BAL * WS-MONTHLY-RATE.
           IF WS-SIM-BAL + WS-SIM-INT <= LN-CURR-PAYMENT
               MOVE 0 TO WS-SIM-BAL
           ELSE
               COMPUTE WS-SIM-BAL =
                   WS-SIM-BAL + WS-SIM-INT - LN-CURR-PAYMENT
           END-IF.
           ADD 1 TO WS-SIM-COUNT.

       APPLY-PAYOFF.
           MOVE 0 TO WS-PAYOFF-TOTAL.
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > WS-POST-COUNT
               IF WS-PST-KIND(PI) = 'F'
                   AND WS-PST-REF-ID(PI)(5:8) = LN-LOAN-ID
                   AND WS-PST-STATUS(PI) = "LOAN PAYMENT"
                   AND WS-PST-USED(PI) = 'N'
                   ADD WS-PST-AMOUNT(PI) TO WS-PAYOFF-TOTAL
                   MOVE 'Y' TO WS-PST-USED(PI)
               END-IF
           END-PERFORM.
           IF WS-PAYOFF-TOTAL > 0 AND LN-PRIN-BALANCE > 0
               ADD 1 TO WS-PAYOFF-COUNT
               PERFORM COMPUTE-PAYOFF-DUE
               IF WS-PAYOFF-TOTAL < WS-PAYOFF-DUE
                   MOVE "PAYOFF SHORT - CURTAILED" TO WS-EXCP-REASON
                   COMPUTE WS-EXCP-AMOUNT =
                       WS-PAYOFF-DUE - WS-PAYOFF-TOTAL
                   PERFORM WRITE-LOAN-EXCEPTION
                   MOVE WS-PAYOFF-TOTAL TO WS-CURT-TOTAL
                   MOVE 'T' TO WS-CURT-CHOICE
                   PERFORM REDUCE-PRINCIPAL
               ELSE
                   IF WS-PAYOFF-TOTAL > WS-PAYOFF-DUE
                       MOVE "OVERPAID - REFUND DUE" TO WS-EXCP-REASON
                       COMPUTE WS-EXCP-AMOUNT =
                           WS-PAYOFF-TOTAL - WS-PAYOFF-DUE
                       PERFORM WRITE-LOAN-EXCEPTION
                   END-IF
                   MOVE 0 TO LN-PRIN-BALANCE
               END-IF
           END-IF.

       COMPUTE-PAYOFF-DUE.
           MOVE 0 TO WS-INT-DAYS.
           IF LN-INT-PAID-DATE NUMERIC
               MOVE LN-INT-PAID-DATE TO WS-WORK-DATE
               PERFORM COMPUTE-DATE-SERIAL
               COMPUTE WS-INT-DAYS =
                   WS-TODAY-SERIAL - WS-REC-SERIAL
               IF WS-INT-DAYS < 0
                   MOVE 0 TO WS-INT-DAYS
               END-IF
           END-IF.
           COMPUTE WS-PAYOFF-INT ROUNDED =
               LN-PRIN-BALANCE * LN-ANNUAL-RATE * WS-INT-DAYS / 365.
           MOVE 0 TO WS-PAYOFF-FEES.
           PERFORM VARYING DI FROM 1 BY 1 UNTIL DI > WS-DELQ-COUNT
               IF WS-DLQ-LOAN-ID(DI) = LN-LOAN-ID
                   ADD WS-DLQ-FEES(DI) TO WS-PAYOFF-FEES
               END-IF
           END-PERFORM.
           COMPUTE WS-PAYOFF-DUE =
               LN-PRIN-BALANCE + WS-PAYOFF-INT + WS-PAYOFF-FEES.

       WRITE-LOAN-EXCEPTION.
           ADD 1 TO WS-EXCP-COUNT.
           MOVE SPACES TO LOAN-EXCP-LINE.
           STRING "LOAN " DELIMITED BY SIZE
               LN-LOAN-ID DELIMITED BY SIZE
               " ACCT " DELIMITED BY SIZE
               LN-ACCT-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXCP-REASON DELIMITED BY SIZE
               WS-EXCP-AMOUNT DELIMITED BY SIZE
               INTO LOAN-EXCP-LINE
           END-STRING.
           WRITE LOAN-EXCP-LINE.

       LIST-UNAPPLIED-POSTINGS.
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > WS-POST-COUNT
               IF WS-PST-KIND(PI) NOT = 'R'
                   AND WS-PST-STATUS(PI) = "LOAN PAYMENT"
                   AND WS-PST-USED(PI) = 'N'
                   ADD 1 TO WS-EXCP-COUNT
                   MOVE WS-PST-AMOUNT(PI) TO WS-EXCP-AMOUNT
                   MOVE SPACES TO LOAN-EXCP-LINE
                   STRING "UNAPPLIED REF " DELIMITED BY SIZE
                       WS-PST-REF-ID(PI) DELIMITED BY SIZE
                       " ACCT " DELIMITED BY SIZE
                       WS-PST-ACCT-NO(PI) DELIMITED BY SIZE
                       " NO ACTIVE LOAN " DELIMITED BY SIZE
                       WS-EXCP-AMOUNT DELIMITED BY SIZE
                       INTO LOAN-EXCP-LINE
                   END-STRING
                   WRITE LOAN-EXCP-LINE
               END-IF
           END-PERFORM.

       LOAD-LOAN-POSTINGS.
           OPEN INPUT AUDIT-LOG.
           IF AUDIT-FILE-STATUS = "35"
                   MOVE AUD-AMOUNT TO WS-PST-AMOUNT(WS-POST-COUNT)
                   MOVE AUD-STATUS-MSG
                       TO WS-PST-STATUS(WS-POST-COUNT)
                   MOVE AUD-REF-ID TO WS-PST-REF-ID(WS-POST-COUNT)
                   MOVE 'N' TO WS-PST-USED(WS-POST-COUNT)
                   EVALUATE AUD-REF-ID(1:4)
                       WHEN "CURT"
                           MOVE 'C' TO WS-PST-KIND(WS-POST-COUNT)
                       WHEN "PAYF"
                           MOVE 'F' TO WS-PST-KIND(WS-POST-COUNT)
                       WHEN "RCVY"
                           MOVE 'V' TO WS-PST-KIND(WS-POST-COUNT)
                       WHEN OTHER
                           MOVE 'R' TO WS-PST-KIND(WS-POST-COUNT)
                   END-EVALUATE
               ELSE
                   DISPLAY "** POSTING TABLE FULL - DRAFT RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ AUDIT-LOG
               AT END MOVE 'Y' TO AUDIT-EOF
           END-READ.

       LOAD-DELQ-TABLE.
           OPEN INPUT DELQ-MASTER-FILE.
           IF DELQ-FILE-STATUS = "35"
               DISPLAY "No Delinquency Master - No Late Fees Due"
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
           IF DLQ-LATE-FEES > 0
               IF WS-DELQ-COUNT < 500
                   ADD 1 TO WS-DELQ-COUNT
                   MOVE DLQ-LOAN-ID TO WS-DLQ-LOAN-ID(WS-DELQ-COUNT)
                   MOVE DLQ-LATE-FEES TO WS-DLQ-FEES(WS-DELQ-COUNT)
               ELSE
                   DISPLAY "** DELINQUENCY TABLE FULL - DRAFT RUN"
                       " STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ DELQ-MASTER-FILE
               AT END MOVE 'Y' TO DELQ-EOF
           END-READ.

       COMPUTE-DATE-SERIAL.
           MOVE WS-WORK-DATE(1:4) TO WS-SER-YEAR.
           MOVE WS-WORK-DATE(5:2) TO WS-SER-MONTH.
           MOVE WS-WORK-DATE(7:2) TO WS-SER-DAY.
           COMPUTE WS-SER-T1 = WS-SER-YEAR * 365.
           COMPUTE WS-SER-T2 = WS-SER-YEAR / 4.
           COMPUTE WS-SER-T3 = WS-SER-YEAR / 100.
           COMPUTE WS-SER-T4 = WS-SER-YEAR / 400.
           COMPUTE WS-REC-SERIAL = WS-SER-T1 + WS-SER-T2
               - WS-SER-T3 + WS-SER-T4
               + WS-MONTH-DAYS(WS-SER-MONTH) + WS-SER-DAY.
           IF WS-SER-MONTH > 2
               COMPUTE WS-SER-LEAP-REM =
                   FUNCTION MOD(WS-SER-YEAR, 4)
               IF WS-SER-LEAP-REM = 0
                   ADD 1 TO WS-REC-SERIAL
               END-IF
           END-IF.

       MATCH-ONE-DRAFT.
           MOVE 'N' TO WS-MATCH-FOUND.
           MOVE SPACES TO WS-FAIL-STATUS.
                   UNTIL PI > WS-POST-COUNT OR WS-MATCH-FOUND = 'Y'
               IF WS-PST-ACCT-NO(PI) = TRANS-ACCT-NO
                   AND WS-PST-AMOUNT(PI) = TRANS-AMOUNT
                   AND WS-PST-KIND(PI) = 'R'
                   IF WS-PST-STATUS(PI) = "LOAN PAYMENT"
                       MOVE 'Y' TO WS-MATCH-FOUND
                   ELSE
