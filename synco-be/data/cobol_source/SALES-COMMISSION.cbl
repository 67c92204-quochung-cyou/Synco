                   MOVE STX-SLSP-ID TO WS-LOOKUP-SLSP
               END-IF
               PERFORM FIND-SLSP-ENTRY
               IF WS-SLSP-FOUND = 'N'
                   DISPLAY "** SALESPERSON TABLE FULL AT "
                       WS-LOOKUP-SLSP " - COMMISSION RUN STOPPED"
                   CLOSE SALES-TXN-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF STX-TXN-TYPE = 'R' OR STX-TXN-TYPE = 'C'
                   ADD STX-AMOUNT TO WS-REGION-RETURNS(STX-REGION)
                   IF WS-SLSP-FOUND = 'Y'
                   MOVE 0 TO WS-SLP-RETURNS(WS-SLSP-IX)
                   MOVE 'Y' TO WS-SLSP-FOUND
               ELSE
                   MOVE 0 TO WS-SLSP-IX
                   MOVE 'N' TO WS-SLSP-FOUND
               END-IF
