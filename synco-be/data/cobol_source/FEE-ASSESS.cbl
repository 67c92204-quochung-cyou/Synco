               MOVE CTL-FEE-AMOUNT TO WS-FEE-AMOUNT(WS-FEE-COUNT)
               MOVE CTL-WAIVE-MIN TO WS-WAIVE-MIN(WS-FEE-COUNT)
           ELSE
               DISPLAY "** FEE TABLE FULL - FEE RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CONTROL-CARD
               AT END MOVE 'Y' TO CTL-EOF

       ASSESS-ONE-ACCOUNT.
           PERFORM FIND-FEE-ENTRY.
           IF WS-FEE-FOUND = 'N' OR ACCT-DORMANT-SW = 'C'
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE 'N' TO WS-FEE-CHARGED
           MOVE "SERVICE FEE" TO AUD-STATUS-MSG.
           MOVE "HQ" TO AUD-BRANCH-ID.
           MOVE SPACES TO AUD-REF-ID.
           MOVE SPACES TO AUD-CHAIN.
           WRITE AUDIT-RECORD.
