                       TO WS-ACH-ACCT(WS-ACH-COUNT)
                   MOVE ACH-AMOUNT TO WS-ACH-AMOUNT(WS-ACH-COUNT)
               ELSE
                   DISPLAY "** ACH BATCH TABLE FULL - RETURN RUN"
                       " STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ ACH-FILE
                       TO WS-RTN-NEW-ACCT(WS-RTRN-COUNT)
                   MOVE RT-REASON TO WS-RTN-REASON(WS-RTRN-COUNT)
               ELSE
                   DISPLAY "** RETURN TABLE FULL - RETURN RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF RT-REC-TYPE = 'R'
                   ADD 1 TO WS-RETURN-COUNT
