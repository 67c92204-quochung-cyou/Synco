                   MOVE 0 TO WS-AGG-CASH-OUT(WS-AGG-IX)
                   MOVE 'Y' TO WS-AGG-FOUND
               ELSE
                   DISPLAY "** AGGREGATION TABLE FULL AT ACCT "
                       AUD-ACCT-NO " / " AUD-DATE " - CTR RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

