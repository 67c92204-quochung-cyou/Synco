       01  WS-LATE-FEE         PIC 9(3)V99 VALUE 25.00.

       01  WS-MONTHLY-RATE     PIC 9V9(6).
       01  WS-MONTH-INT        PIC 9(9)V99.
       01  WS-AMOUNT-DUE       PIC 9(9)V99.

       01  WS-POST-TABLE.
           05  WS-POST-ENTRY OCCURS 500 TIMES.
               MOVE DLQ-LATE-FEES TO WS-DLQ-FEES(WS-DELQ-COUNT)
               MOVE DLQ-COLL-STATUS TO WS-DLQ-STATUS(WS-DELQ-COUNT)
           ELSE
               DISPLAY "** DELINQUENCY TABLE FULL - DELINQUENCY RUN"
                   " STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ DELQ-MASTER-FILE
               AT END MOVE 'Y' TO DELQ-EOF
       LOAD-ONE-POSTING.
           IF AUD-OPTION = 6
               AND AUD-STATUS-MSG = "LOAN PAYMENT"
               AND AUD-REF-ID(1:4) NOT = "CURT"
               AND AUD-REF-ID(1:4) NOT = "PAYF"
               AND AUD-REF-ID(1:4) NOT = "RCVY"
               IF WS-POST-COUNT < 500
                   ADD 1 TO WS-POST-COUNT
                   MOVE AUD-ACCT-NO TO WS-PST-ACCT-NO(WS-POST-COUNT)
                   MOVE AUD-AMOUNT TO WS-PST-AMOUNT(WS-POST-COUNT)
               ELSE
                   DISPLAY "** POSTING TABLE FULL - DELINQUENCY RUN"
                       " STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ AUDIT-LOG
           CLOSE DELQ-RPT-FILE.

       CYCLE-ONE-LOAN.
           IF LN-STATUS = 'P'
               PERFORM CLEAR-PAID-LOAN
           END-IF.
           IF LN-STATUS = 'C'
               PERFORM CLEAR-CHARGED-OFF-LOAN
           END-IF.
           IF LN-TERM-MONTHS = 0
               OR LN-STATUS NOT = 'A' OR LN-PRIN-BALANCE = 0
               CONTINUE
           ELSE
               PERFORM COMPUTE-AMOUNT-DUE
               PERFORM FIND-DELQ-ENTRY
               PERFORM MATCH-LOAN-POSTING
               IF WS-DELQ-IX = 0
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

       CLEAR-PAID-LOAN.
           PERFORM VARYING DI FROM 1 BY 1 UNTIL DI > WS-DELQ-COUNT
               IF WS-DLQ-LOAN-ID(DI) = LN-LOAN-ID
                   MOVE 0 TO WS-DLQ-MISSED(DI)
                   MOVE 0 TO WS-DLQ-DAYS(DI)
                   MOVE 0 TO WS-DLQ-FEES(DI)
                   MOVE 'C' TO WS-DLQ-STATUS(DI)
               END-IF
           END-PERFORM.

       CLEAR-CHARGED-OFF-LOAN.
           PERFORM VARYING DI FROM 1 BY 1 UNTIL DI > WS-DELQ-COUNT
               IF WS-DLQ-LOAN-ID(DI) = LN-LOAN-ID
                   MOVE 0 TO WS-DLQ-FEES(DI)
                   MOVE 'X' TO WS-DLQ-STATUS(DI)
               END-IF
           END-PERFORM.

       FIND-DELQ-ENTRY.
           MOVE 'N' TO WS-DELQ-FOUND.
           PERFORM VARYING DI FROM 1 BY 1
                   MOVE 0 TO WS-DLQ-FEES(WS-DELQ-IX)
                   MOVE 'C' TO WS-DLQ-STATUS(WS-DELQ-IX)
               ELSE
                   DISPLAY "** DELINQUENCY TABLE FULL AT LOAN "
                       LN-LOAN-ID " - DELINQUENCY RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       MATCH-LOAN-POSTING.
           MOVE 'N' TO WS-MATCH-FOUND.
           IF LN-INT-PAID-DATE = WS-TODAY-DATE
               MOVE 'Y' TO WS-MATCH-FOUND
           END-IF.
           PERFORM VARYING PI FROM 1 BY 1
                   UNTIL PI > WS-POST-COUNT OR WS-MATCH-FOUND = 'Y'
               IF WS-PST-ACCT-NO(PI) = LN-ACCT-NO
                   AND WS-PST-AMOUNT(PI) = WS-AMOUNT-DUE
                   MOVE 'Y' TO WS-MATCH-FOUND
               END-IF
           END-PERFORM.
           END-READ.
           IF ACCT-FILE-STATUS = "00"
               MOVE LN-ACCT-NO TO TRANS-ACCT-NO
               MOVE ACCT-PVV TO TRANS-PIN
               MOVE 6 TO TRANS-OPTION
               MOVE WS-LATE-FEE TO TRANS-AMOUNT
               MOVE 0 TO TRANS-TO-ACCT
