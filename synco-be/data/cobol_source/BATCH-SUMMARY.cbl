                   MOVE SPACES TO WS-STP-STATUS(WS-STEP-COUNT)
                   MOVE 'N' TO WS-STP-ENDED(WS-STEP-COUNT)
               ELSE
                   DISPLAY "** STEP TABLE FULL - SUMMARY RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM MATCH-END-RECORD
