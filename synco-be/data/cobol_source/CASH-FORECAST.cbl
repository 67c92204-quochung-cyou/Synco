           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.
           SELECT CASH-POS-FILE ASSIGN TO "CASHPOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CPS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       FD  CASH-POS-FILE.
           COPY CASH-POS.

       WORKING-STORAGE SECTION.
       01  AUDIT-FILE-STATUS   PIC X(2) VALUE "00".
       01  CASH-RPT-STATUS     PIC X(2) VALUE "00".
       01  WS-ACC-AVG-PROJ     PIC 9(9)V99.
       01  WS-ACC-VARIANCE     PIC S9(9)V99.
       01  WS-ORDER-COUNT      PIC 9(4) VALUE 0.
       01  CPS-FILE-STATUS     PIC X(2) VALUE "00".
       01  CPS-EOF             PIC X VALUE 'N'.
       01  WS-OH-TABLE.
           05  WS-OH-ENTRY OCCURS 50 TIMES.
               10  WS-OH-BRANCH     PIC X(4).
               10  WS-OH-AMOUNT     PIC S9(9)V99.
       01  WS-OH-COUNT         PIC 99 VALUE 0.
       01  OX                  PIC 99.
       01  WS-OH-FOUND         PIC X.
       01  WS-OH-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-ON-HAND          PIC S9(9)V99.
       01  WS-ORDER-AMOUNT     PIC S9(11)V99.
       01  WS-RPT-OH-HDR.
           05  FILLER           PIC X(80)
               VALUE "REPLENISHMENT AGAINST CASH ON HAND".
       01  WS-RPT-OH-DETAIL.
           05  FILLER           PIC X(7) VALUE "BRANCH ".
           05  WS-RPT-OH-ID     PIC X(4).
           05  FILLER           PIC X(7) VALUE "  PROJ ".
           05  WS-RPT-OH-PROJ   PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(10) VALUE "  ON HAND ".
           05  WS-RPT-OH-CASH   PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(8) VALUE "  ORDER ".
           05  WS-RPT-OH-ORDER  PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(4) VALUE SPACES.
       01  WS-RPT-ACC-HDR.
           05  FILLER           PIC X(80)
               VALUE "FORECAST VS ACTUAL BY DAY OF WEEK".
           PERFORM PRINT-FORECAST.
           PERFORM REVIEW-FORECAST-HISTORY.
           PERFORM WRITE-FORECAST-HISTORY.
           PERFORM LOAD-CASH-ON-HAND.
           PERFORM WRITE-REPLENISHMENT-ORDERS.

           DISPLAY "REPLENISHMENT ORDERS: " WS-ORDER-COUNT.
                   MOVE AUD-BRANCH-ID TO WS-BR-ID(WS-BR-IX)
                   MOVE 'Y' TO WS-BR-FOUND
               ELSE
                   DISPLAY "** BRANCH TABLE FULL AT BRANCH "
                       AUD-BRANCH-ID " - FORECAST RUN STOPPED"
                   CLOSE AUDIT-LOG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-BR-FOUND = 'Y'
           END-PERFORM.
           CLOSE FCST-HIST-FILE.

       LOAD-CASH-ON-HAND.
           OPEN INPUT CASH-POS-FILE.
           IF CPS-FILE-STATUS = "35"
               DISPLAY "No Cash Position File - Orders Assume Empty "
                   "Terminals"
               MOVE 'Y' TO CPS-EOF
           ELSE
               READ CASH-POS-FILE
                   AT END MOVE 'Y' TO CPS-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-ON-HAND UNTIL CPS-EOF = 'Y'.
           CLOSE CASH-POS-FILE.

       LOAD-ONE-ON-HAND.
           IF WS-OH-COUNT < 50
               ADD 1 TO WS-OH-COUNT
               MOVE CPS-BRANCH TO WS-OH-BRANCH(WS-OH-COUNT)
               MOVE CPS-ON-HAND TO WS-OH-AMOUNT(WS-OH-COUNT)
               ADD CPS-ON-HAND TO WS-OH-TOTAL
           ELSE
               DISPLAY "** ON-HAND TABLE FULL AT BRANCH " CPS-BRANCH
                   " - FORECAST RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CASH-POS-FILE
               AT END MOVE 'Y' TO CPS-EOF
           END-READ.

       FIND-CASH-ON-HAND.
           MOVE 'N' TO WS-OH-FOUND.
           MOVE 0 TO WS-ON-HAND.
           PERFORM VARYING OX FROM 1 BY 1
                   UNTIL OX > WS-OH-COUNT OR WS-OH-FOUND = 'Y'
               IF WS-OH-BRANCH(OX) = WS-BR-ID(BX)
                   MOVE WS-OH-AMOUNT(OX) TO WS-ON-HAND
                   MOVE 'Y' TO WS-OH-FOUND
               END-IF
           END-PERFORM.

       WRITE-REPLENISHMENT-ORDERS.
           PERFORM COMPUTE-TOMORROW-DATE.
           MOVE WS-TOMORROW-DATE TO WS-ZDATE.
           MOVE WS-DOW TO WS-TOMORROW-DOW.

           OPEN OUTPUT REPL-ORDER-FILE.
           OPEN EXTEND CASH-RPT-FILE.
           WRITE CASH-RPT-LINE FROM WS-RPT-OH-HDR.
           COMPUTE WS-ORDER-AMOUNT =
               WS-SHOP-PROJ(WS-TOMORROW-DOW) - WS-OH-TOTAL.
           IF WS-ORDER-AMOUNT < 0
               MOVE 0 TO WS-ORDER-AMOUNT
           END-IF.
           MOVE WS-TOMORROW-DATE TO RPL-ORDER-DATE.
           MOVE "ALL " TO RPL-BRANCH.
           MOVE WS-ORDER-AMOUNT TO RPL-AMOUNT.
           WRITE REPL-ORDER-RECORD.
           ADD 1 TO WS-ORDER-COUNT.
           MOVE "ALL " TO WS-RPT-OH-ID.
           MOVE WS-SHOP-PROJ(WS-TOMORROW-DOW) TO WS-RPT-OH-PROJ.
           MOVE WS-OH-TOTAL TO WS-RPT-OH-CASH.
           MOVE WS-ORDER-AMOUNT TO WS-RPT-OH-ORDER.
           WRITE CASH-RPT-LINE FROM WS-RPT-OH-DETAIL.

           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > WS-BR-COUNT
               IF WS-BR-DAYS(BX, WS-TOMORROW-DOW) > 0
                       / WS-BR-DAYS(BX, WS-TOMORROW-DOW)
                   COMPUTE WS-PROJECTED ROUNDED =
                       WS-AVG-DEMAND * WS-SAFETY-PCT / 100
                   PERFORM FIND-CASH-ON-HAND
                   COMPUTE WS-ORDER-AMOUNT =
                       WS-PROJECTED - WS-ON-HAND
                   IF WS-ORDER-AMOUNT < 0
                       MOVE 0 TO WS-ORDER-AMOUNT
                   END-IF
                   IF WS-ORDER-AMOUNT > 0
                       MOVE WS-TOMORROW-DATE TO RPL-ORDER-DATE
                       MOVE WS-BR-ID(BX) TO RPL-BRANCH
                       MOVE WS-ORDER-AMOUNT TO RPL-AMOUNT
                       WRITE REPL-ORDER-RECORD
                       ADD 1 TO WS-ORDER-COUNT
                   END-IF
                   MOVE WS-BR-ID(BX) TO WS-RPT-OH-ID
                   MOVE WS-PROJECTED TO WS-RPT-OH-PROJ
                   MOVE WS-ON-HAND TO WS-RPT-OH-CASH
                   MOVE WS-ORDER-AMOUNT TO WS-RPT-OH-ORDER
                   WRITE CASH-RPT-LINE FROM WS-RPT-OH-DETAIL
               END-IF
           END-PERFORM.
           CLOSE REPL-ORDER-FILE.
           CLOSE CASH-RPT-FILE.

       COMPUTE-TOMORROW-DATE.
           MOVE WS-TODAY-DATE(1:4) TO WS-TD-YEAR.
