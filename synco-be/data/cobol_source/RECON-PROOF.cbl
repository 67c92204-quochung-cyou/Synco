       01  WS-TOLERANCE        PIC 9(5)V99 VALUE 0.

       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 60 TIMES.
               10  WS-CAT-STATUS   PIC X(20).
               10  WS-CAT-TOTAL    PIC 9(11)V99.
               10  WS-CAT-MAPPED   PIC X.
       01  WS-CAT-FOUND        PIC X.

       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 50 TIMES.
               10  WS-MAP-STATUS    PIC X(20).
       01  WS-MAP-COUNT        PIC 99 VALUE 0.
       01  MI                  PIC 99.
           CLOSE GL-MAP-FILE.

       LOAD-ONE-MAP.
           IF WS-MAP-COUNT < 50
               ADD 1 TO WS-MAP-COUNT
               MOVE GLM-STATUS-MSG TO WS-MAP-STATUS(WS-MAP-COUNT)
           ELSE
               DISPLAY "** GL MAP TABLE FULL - PROOF RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ GL-MAP-FILE
               AT END MOVE 'Y' TO GLMAP-EOF
                   ADD AUD-AMOUNT TO WS-NET-MOVEMENT
               WHEN "REVERSAL WITHDRAWAL"
                   ADD AUD-AMOUNT TO WS-NET-MOVEMENT
               WHEN "DISPUTE CREDIT"
                   ADD AUD-AMOUNT TO WS-NET-MOVEMENT
               WHEN "WIRE IN"
                   ADD AUD-AMOUNT TO WS-NET-MOVEMENT
               WHEN "WITHDRAWAL"
                   SUBTRACT AUD-AMOUNT FROM WS-NET-MOVEMENT
               WHEN "OVERDRAFT WITHDRAWAL"
                   SUBTRACT AUD-AMOUNT FROM WS-NET-MOVEMENT
               WHEN "SERVICE FEE"
                   SUBTRACT AUD-AMOUNT FROM WS-NET-MOVEMENT
               WHEN "EARLY WD PENALTY"
                   SUBTRACT AUD-AMOUNT FROM WS-NET-MOVEMENT
               WHEN "CHECK PAID"
                   SUBTRACT AUD-AMOUNT FROM WS-NET-MOVEMENT
               WHEN "OD TRANSFER FEE"
                   SUBTRACT AUD-AMOUNT FROM WS-NET-MOVEMENT
               WHEN "CLOSEOUT CHECK"
                   SUBTRACT AUD-AMOUNT FROM WS-NET-MOVEMENT
               WHEN "TRANSFER OUT"
                   SUBTRACT AUD-AMOUNT FROM WS-NET-MOVEMENT
               WHEN "LOAN PAYMENT"
                   SUBTRACT AUD-AMOUNT FROM WS-NET-MOVEMENT
               WHEN "REVERSAL DEPOSIT"
                   SUBTRACT AUD-AMOUNT FROM WS-NET-MOVEMENT
               WHEN "DISPUTE REVERSAL"
                   SUBTRACT AUD-AMOUNT FROM WS-NET-MOVEMENT
               WHEN "WIRE OUT"
                   SUBTRACT AUD-AMOUNT FROM WS-NET-MOVEMENT
               WHEN OTHER
                   MOVE 'N' TO WS-MONEY-SW
           END-EVALUATE.
               END-IF
           END-PERFORM.
           IF WS-CAT-FOUND = 'N'
               IF WS-CAT-COUNT < 60
                   ADD 1 TO WS-CAT-COUNT
                   MOVE WS-CAT-COUNT TO WS-CAT-IX
                   MOVE AUD-STATUS-MSG TO WS-CAT-STATUS(WS-CAT-IX)
                   MOVE 'N' TO WS-CAT-MONEY(WS-CAT-IX)
                   MOVE 'Y' TO WS-CAT-FOUND
               ELSE
                   DISPLAY "** CATEGORY TABLE FULL AT STATUS "
                       AUD-STATUS-MSG " - PROOF RUN STOPPED"
                   CLOSE AUDIT-LOG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

