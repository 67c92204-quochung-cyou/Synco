               MOVE BEN-PAY-METHOD TO WS-BEN-PAYMETH(WS-BEN-COUNT)
               MOVE 'N' TO WS-BEN-MATCHED(WS-BEN-COUNT)
           ELSE
               DISPLAY "** BENEFITS TABLE FULL - BRIDGE RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ BENEFITS-FILE
               AT END MOVE 'Y' TO BEN-EOF
