       01  AUDIT-EOF           PIC X VALUE 'N'.
       01  GLMAP-EOF           PIC X VALUE 'N'.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 50 TIMES.
               10  WS-MAP-STATUS    PIC X(20).
               10  WS-MAP-DEBIT     PIC X(8).
               10  WS-MAP-CREDIT    PIC X(8).
           END-IF.

       APPLY-MAP-ENTRY.
           IF WS-MAP-COUNT < 50
               ADD 1 TO WS-MAP-COUNT
               MOVE GLM-STATUS-MSG TO WS-MAP-STATUS(WS-MAP-COUNT)
               MOVE GLM-DEBIT-ACCT TO WS-MAP-DEBIT(WS-MAP-COUNT)
               MOVE GLM-CREDIT-ACCT TO WS-MAP-CREDIT(WS-MAP-COUNT)
           ELSE
               DISPLAY "** GL MAP TABLE FULL - EXTRACT RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ GL-MAP-FILE
               AT END MOVE 'Y' TO GLMAP-EOF
