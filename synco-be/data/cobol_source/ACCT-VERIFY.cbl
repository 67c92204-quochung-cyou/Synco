           END-IF.
           MOVE ACCT-NO TO WS-PREV-ACCT-NO.

           IF ACCT-PVV NOT NUMERIC
               MOVE "PIN VERIFY VALUE NOT NUMERIC" TO WS-ERROR-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF ACCT-PIN-FAILS NOT NUMERIC
               END-IF
           END-IF.
           IF ACCT-TYPE NOT = 'C' AND ACCT-TYPE NOT = 'S'
               AND ACCT-TYPE NOT = 'M' AND ACCT-TYPE NOT = 'T'
               AND ACCT-TYPE NOT = SPACE
               MOVE "BAD ACCOUNT TYPE" TO WS-ERROR-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF ACCT-DORMANT-SW NOT = 'Y' AND ACCT-DORMANT-SW NOT = 'N'
               AND ACCT-DORMANT-SW NOT = 'C'
               AND ACCT-DORMANT-SW NOT = SPACE
               MOVE "BAD DORMANT FLAG" TO WS-ERROR-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF ACCT-DORMANT-SW = 'C' AND ACCT-BALANCE NUMERIC
               AND ACCT-BALANCE NOT = 0
               MOVE "CLOSED ACCOUNT HAS BALANCE" TO WS-ERROR-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

           READ ACCOUNT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO ACCT-EOF
