                       ADD AUD-AMOUNT TO WS-PRF-ACTIVITY(WS-PRF-IX)
                   WHEN "REVERSAL WITHDRAWAL"
                       ADD AUD-AMOUNT TO WS-PRF-ACTIVITY(WS-PRF-IX)
                   WHEN "DISPUTE CREDIT"
                       ADD AUD-AMOUNT TO WS-PRF-ACTIVITY(WS-PRF-IX)
                   WHEN "WIRE IN"
                       ADD AUD-AMOUNT TO WS-PRF-ACTIVITY(WS-PRF-IX)
                   WHEN "WITHDRAWAL"
                       SUBTRACT AUD-AMOUNT
                           FROM WS-PRF-ACTIVITY(WS-PRF-IX)
                   WHEN "SERVICE FEE"
                       SUBTRACT AUD-AMOUNT
                           FROM WS-PRF-ACTIVITY(WS-PRF-IX)
                   WHEN "EARLY WD PENALTY"
                       SUBTRACT AUD-AMOUNT
                           FROM WS-PRF-ACTIVITY(WS-PRF-IX)
                   WHEN "CHECK PAID"
                       SUBTRACT AUD-AMOUNT
                           FROM WS-PRF-ACTIVITY(WS-PRF-IX)
                   WHEN "OD TRANSFER FEE"
                       SUBTRACT AUD-AMOUNT
                           FROM WS-PRF-ACTIVITY(WS-PRF-IX)
                   WHEN "CLOSEOUT CHECK"
                       SUBTRACT AUD-AMOUNT
                           FROM WS-PRF-ACTIVITY(WS-PRF-IX)
                   WHEN "TRANSFER OUT"
                       SUBTRACT AUD-AMOUNT
                           FROM WS-PRF-ACTIVITY(WS-PRF-IX)
                   WHEN "REVERSAL DEPOSIT"
                       SUBTRACT AUD-AMOUNT
                           FROM WS-PRF-ACTIVITY(WS-PRF-IX)
                   WHEN "DISPUTE REVERSAL"
                       SUBTRACT AUD-AMOUNT
                           FROM WS-PRF-ACTIVITY(WS-PRF-IX)
                   WHEN "WIRE OUT"
                       SUBTRACT AUD-AMOUNT
                           FROM WS-PRF-ACTIVITY(WS-PRF-IX)
               END-EVALUATE
           END-IF.
           READ AUDIT-LOG
                   MOVE 'N' TO WS-PRF-SEEN(WS-PRF-IX)
                   MOVE 'Y' TO WS-PRF-FOUND
               ELSE
                   DISPLAY "** PROOF TABLE FULL AT ACCT "
                       WS-LOOKUP-ACCT " - SETTLEMENT PROOF RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

