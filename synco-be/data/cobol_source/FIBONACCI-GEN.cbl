       01  WS-RATE-FACTOR       PIC 9(9)V9(6).
       01  WS-RATE-DIVISOR      PIC 9(9)V9(6).
       01  WS-PERIOD            PIC 9(4).
       01  WS-FIRST-PERIOD      PIC 9(4).
       01  WS-ORIG-MIDX         PIC 9(6).
       01  WS-PEND-MIDX         PIC 9(6).
       01  WS-DATE-YEAR         PIC 9(4).
       01  WS-DATE-MONTH        PIC 99.
       01  WS-PEND-PERIOD       PIC S9(6).
       01  DISP-RATE            PIC Z9.999.
       01  DISP-MARGIN          PIC Z9.999.
       01  WS-PCT               PIC 99V999.
       01  DISP-PAYMENT         PIC Z(6)9.99.
       01  DISP-INTEREST        PIC Z(6)9.99.
       01  DISP-PRINCIPAL-PORT  PIC Z(6)9.99.
               DISPLAY "LOAN " LN-LOAN-ID
                   " HAS ZERO TERM - SKIPPED"
           ELSE
           IF LN-STATUS NOT = 'A' OR LN-PRIN-BALANCE = 0
               DISPLAY "LOAN " LN-LOAN-ID
                   " NOT ACTIVE - SKIPPED"
           ELSE
               MOVE LN-PRIN-BALANCE TO WS-PRINCIPAL
               MOVE LN-ANNUAL-RATE TO WS-ANNUAL-RATE
               MOVE LN-TERM-MONTHS TO WS-TERM-MONTHS
               MOVE LN-CURR-PAYMENT TO WS-PAYMENT
               COMPUTE WS-MONTHLY-RATE ROUNDED =
                   WS-ANNUAL-RATE / 12
               PERFORM WRITE-LOAN-SCHEDULE
           END-IF
           END-IF.

           READ LOAN-MASTER-FILE
               DELIMITED BY SIZE INTO LOAN-SCHED-LINE
           END-STRING.
           WRITE LOAN-SCHED-LINE.
           COMPUTE WS-FIRST-PERIOD = LN-PAYMENTS-MADE + 1.
           MOVE 0 TO WS-PEND-PERIOD.
           IF LN-RATE-TYPE = 'A'
               PERFORM WRITE-ARM-TERMS
           END-IF.
           MOVE SPACES TO LOAN-SCHED-LINE.
           STRING "PERIOD  PAYMENT    INTEREST   PRINCIPAL  BALANCE"
               DELIMITED BY SIZE INTO LOAN-SCHED-LINE
           WRITE LOAN-SCHED-LINE.

           MOVE WS-PRINCIPAL TO WS-BALANCE.
           ADD WS-BALANCE TO WS-TOT-OUTSTANDING.
           PERFORM VARYING WS-PERIOD FROM WS-FIRST-PERIOD BY 1
                   UNTIL WS-BALANCE = 0
                       OR WS-PERIOD > WS-TERM-MONTHS
               IF WS-PERIOD = WS-PEND-PERIOD
                   MOVE LN-PEND-RATE TO WS-ANNUAL-RATE
                   MOVE LN-PEND-PAYMENT TO WS-PAYMENT
                   COMPUTE WS-MONTHLY-RATE ROUNDED =
                       WS-ANNUAL-RATE / 12
               END-IF
               COMPUTE WS-INTEREST-AMT ROUNDED =
                   WS-BALANCE * WS-MONTHLY-RATE
               IF WS-PERIOD >= WS-TERM-MONTHS
                   OR WS-BALANCE + WS-INTEREST-AMT < WS-PAYMENT
                   MOVE WS-BALANCE TO WS-PRINCIPAL-PORTION
               ELSE
                   COMPUTE WS-PRINCIPAL-PORTION =
                       WS-PAYMENT - WS-INTEREST-AMT
               END-IF
               COMPUTE WS-BALANCE =
                   WS-BALANCE - WS-PRINCIPAL-PORTION

               IF WS-PERIOD = WS-FIRST-PERIOD
                   ADD WS-INTEREST-AMT TO WS-TOT-INT-RECV
               END-IF

               COMPUTE DISP-PAYMENT =
                   WS-PRINCIPAL-PORTION + WS-INTEREST-AMT
               MOVE WS-INTEREST-AMT TO DISP-INTEREST
               MOVE WS-PRINCIPAL-PORTION TO DISP-PRINCIPAL-PORT
               MOVE WS-BALANCE TO DISP-BALANCE
               MOVE SPACES TO LOAN-SCHED-LINE
               STRING WS-PERIOD DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DISP-PAYMENT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DISP-INTEREST DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DISP-PRINCIPAL-PORT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DISP-BALANCE DELIMITED BY SIZE
                   INTO LOAN-SCHED-LINE
               END-STRING
               WRITE LOAN-SCHED-LINE
           END-PERFORM.

           COMPUTE WS-REMAIN-MONTHS =
               LN-TERM-MONTHS - LN-PAYMENTS-MADE.
           IF WS-REMAIN-MONTHS <= 3 AND WS-REMAIN-MONTHS >= 0
               ADD 1 TO WS-MATURING-COUNT
           END-IF.

       WRITE-ARM-TERMS.
           COMPUTE WS-PCT = LN-MARGIN * 100.
           MOVE WS-PCT TO DISP-MARGIN.
           MOVE SPACES TO LOAN-SCHED-LINE.
           STRING "ADJUSTABLE  INDEX " LN-INDEX-CODE
               "  MARGIN " DISP-MARGIN
               "  NEXT RESET " LN-NEXT-RESET-DATE
               DELIMITED BY SIZE INTO LOAN-SCHED-LINE
           END-STRING.
           WRITE LOAN-SCHED-LINE.
           IF LN-PEND-DATE NOT = SPACES
               MOVE LN-ORIG-DATE(1:4) TO WS-DATE-YEAR
               MOVE LN-ORIG-DATE(5:2) TO WS-DATE-MONTH
               COMPUTE WS-ORIG-MIDX =
                   WS-DATE-YEAR * 12 + WS-DATE-MONTH
               MOVE LN-PEND-DATE(1:4) TO WS-DATE-YEAR
               MOVE LN-PEND-DATE(5:2) TO WS-DATE-MONTH
               COMPUTE WS-PEND-MIDX =
                   WS-DATE-YEAR * 12 + WS-DATE-MONTH
               COMPUTE WS-PEND-PERIOD = WS-PEND-MIDX - WS-ORIG-MIDX
               IF WS-PEND-PERIOD < WS-FIRST-PERIOD
                   MOVE WS-FIRST-PERIOD TO WS-PEND-PERIOD
               END-IF
               COMPUTE WS-PCT = LN-PEND-RATE * 100
               MOVE WS-PCT TO DISP-RATE
               MOVE LN-PEND-PAYMENT TO DISP-PAYMENT
               MOVE SPACES TO LOAN-SCHED-LINE
               STRING "RATE CHANGE " LN-PEND-DATE
                   "  NEW RATE " DISP-RATE
                   "  NEW PAYMENT " DISP-PAYMENT
                   DELIMITED BY SIZE INTO LOAN-SCHED-LINE
               END-STRING
               WRITE LOAN-SCHED-LINE
           END-IF.

       WRITE-PORTFOLIO-SUMMARY.
           MOVE "LOAN PORTFOLIO SUMMARY" TO LOAN-SUMMARY-LINE.
           WRITE LOAN-SUMMARY-LINE.
