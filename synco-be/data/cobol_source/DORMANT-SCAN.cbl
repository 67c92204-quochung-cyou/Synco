       01  WS-NEW-DORMANT-SW   PIC X VALUE 'N'.
       01  WS-MARKED-COUNT     PIC 9(6) VALUE 0.
       01  WS-DORMANT-COUNT    PIC 9(6) VALUE 0.
       01  WS-CLOSED-COUNT     PIC 9(6) VALUE 0.
       01  WS-TOT-DORMANT-BAL  PIC S9(11)V99 VALUE 0.
       01  DISP-DORMANT        PIC $$,$$$,$$$,$$9.99-.

           MOVE WS-TOT-DORMANT-BAL TO DISP-DORMANT.
           DISPLAY "ACCOUNTS MARKED DORMANT: " WS-MARKED-COUNT.
           DISPLAY "DORMANT ACCOUNTS TOTAL : " WS-DORMANT-COUNT.
           DISPLAY "CLOSED ACCOUNTS SKIPPED: " WS-CLOSED-COUNT.
           DISPLAY "DORMANT BALANCES       : " DISP-DORMANT.
           DISPLAY "DORMANT ACCOUNT SCAN COMPLETE".
           STOP RUN.

       SCAN-ONE-ACCOUNT.
           MOVE 'N' TO WS-NEW-DORMANT-SW.
           IF ACCT-DORMANT-SW = 'C'
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
           IF ACCT-DORMANT-SW = 'Y'
               PERFORM REPORT-DORMANT-ACCOUNT
           ELSE
                   ADD 1 TO WS-MARKED-COUNT
                   PERFORM REPORT-DORMANT-ACCOUNT
               END-IF
           END-IF
           END-IF.

           READ ACCOUNT-MASTER NEXT RECORD
