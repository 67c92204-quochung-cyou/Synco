       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-LEDGER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-POS-FILE ASSIGN TO "CASHPOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CPS-FILE-STATUS.
           SELECT CASH-POS-NEW ASSIGN TO "CASHPOSN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CPN-FILE-STATUS.
           SELECT DELIVERY-FILE ASSIGN TO "CASHDLV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DLV-FILE-STATUS.
           SELECT COUNT-FILE ASSIGN TO "CASHCNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CNT-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLMAP-FILE-STATUS.
           SELECT CASH-GL-JOURNAL ASSIGN TO "CASHGLJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CGJ-FILE-STATUS.
           SELECT LEDGER-RPT-FILE ASSIGN TO "CASHLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-POS-FILE.
           COPY CASH-POS.

       FD  CASH-POS-NEW.
       01  CASH-POS-NEW-RECORD     PIC X(112).

       FD  DELIVERY-FILE.
       01  DELIVERY-RECORD.
           05  DLV-BRANCH          PIC X(4).
           05  DLV-DATE            PIC X(8).
           05  DLV-TYPE            PIC X.
           05  DLV-AMOUNT          PIC 9(9)V99.
           05  DLV-OPERATOR-ID     PIC X(8).

       FD  COUNT-FILE.
       01  COUNT-RECORD.
           05  CNT-BRANCH          PIC X(4).
           05  CNT-DATE            PIC X(8).
           05  CNT-AMOUNT          PIC 9(9)V99.
           05  CNT-OPERATOR-ID     PIC X(8).

       FD  AUDIT-LOG.
           COPY AUDIT-REC.

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GLM-STATUS-MSG      PIC X(20).
           05  GLM-DEBIT-ACCT      PIC X(8).
           05  GLM-CREDIT-ACCT     PIC X(8).

       FD  CASH-GL-JOURNAL.
       01  CASH-GL-JRNL-RECORD.
           05  CGJ-REC-TYPE        PIC X.
           05  CGJ-DR-CR           PIC X.
           05  CGJ-GL-ACCT         PIC X(8).
           05  CGJ-ACCT-NO         PIC 9(8).
           05  CGJ-DATE            PIC X(8).
           05  CGJ-AMOUNT          PIC 9(9)V99.
           05  CGJ-REF-ID          PIC X(14).
           05  FILLER              PIC X(3).
       01  CASH-GL-JRNL-TRAILER.
           05  CGT-REC-TYPE        PIC X.
           05  CGT-DEBIT-TOT       PIC 9(11)V99.
           05  CGT-CREDIT-TOT      PIC 9(11)V99.
           05  FILLER              PIC X(27).

       FD  LEDGER-RPT-FILE.
       01  LEDGER-RPT-LINE         PIC X(80).

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-TOLERANCE       PIC 9(5)V99.

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       WORKING-STORAGE SECTION.
       01  CPS-FILE-STATUS     PIC X(2) VALUE "00".
       01  CPN-FILE-STATUS     PIC X(2) VALUE "00".
       01  DLV-FILE-STATUS     PIC X(2) VALUE "00".
       01  CNT-FILE-STATUS     PIC X(2) VALUE "00".
       01  AUDIT-FILE-STATUS   PIC X(2) VALUE "00".
       01  GLMAP-FILE-STATUS   PIC X(2) VALUE "00".
       01  CGJ-FILE-STATUS     PIC X(2) VALUE "00".
       01  RPT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CPS-EOF             PIC X VALUE 'N'.
       01  DLV-EOF             PIC X VALUE 'N'.
       01  CNT-EOF             PIC X VALUE 'N'.
       01  AUDIT-EOF           PIC X VALUE 'N'.
       01  GLMAP-EOF           PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-TOLERANCE        PIC 9(5)V99 VALUE 25.00.

       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 50 TIMES.
               10  WS-CP-BRANCH     PIC X(4).
               10  WS-CP-OPENING    PIC S9(9)V99.
               10  WS-CP-DELIVERED  PIC 9(9)V99.
               10  WS-CP-RETURNED   PIC 9(9)V99.
               10  WS-CP-DISPENSED  PIC S9(9)V99.
               10  WS-CP-DEPOSITED  PIC S9(9)V99.
               10  WS-CP-EXPECTED   PIC S9(9)V99.
               10  WS-CP-COUNTED-SW PIC X.
               10  WS-CP-COUNTED    PIC 9(9)V99.
               10  WS-CP-OVER-SHORT PIC S9(9)V99.
               10  WS-CP-ON-HAND    PIC S9(9)V99.
       01  WS-CP-COUNT         PIC 99 VALUE 0.
       01  CX                  PIC 99.
       01  WS-CP-IX            PIC 99.
       01  WS-CP-FOUND         PIC X.
       01  WS-FIND-BRANCH      PIC X(4).

       01  WS-SHORT-DEBIT      PIC X(8) VALUE SPACES.
       01  WS-SHORT-CREDIT     PIC X(8) VALUE SPACES.
       01  WS-OVER-DEBIT       PIC X(8) VALUE SPACES.
       01  WS-OVER-CREDIT      PIC X(8) VALUE SPACES.
       01  WS-CGL-AMOUNT       PIC 9(9)V99.
       01  WS-CGL-DEBITS       PIC 9(11)V99 VALUE 0.
       01  WS-CGL-CREDITS      PIC 9(11)V99 VALUE 0.
       01  WS-CGL-ENTRIES      PIC 9(5) VALUE 0.
       01  WS-CGL-UNMAPPED     PIC 9(5) VALUE 0.
       01  WS-CGL-REF-ID       PIC X(14).

       01  WS-ABS-OVER-SHORT   PIC 9(9)V99.
       01  WS-TOT-SHORT        PIC 9(11)V99 VALUE 0.
       01  WS-TOT-OVER         PIC 9(11)V99 VALUE 0.
       01  WS-TOT-ON-HAND      PIC S9(11)V99 VALUE 0.
       01  WS-COUNTED-BRANCHES PIC 9(4) VALUE 0.
       01  WS-UNCOUNTED        PIC 9(4) VALUE 0.
       01  WS-REVIEW-COUNT     PIC 9(4) VALUE 0.
       01  WS-NEW-TERMINALS    PIC 9(4) VALUE 0.
       01  WS-DLV-ACCEPTED     PIC 9(5) VALUE 0.
       01  WS-CNT-ACCEPTED     PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(5) VALUE 0.
       01  WS-RECOUNT-COUNT    PIC 9(5) VALUE 0.
       01  WS-UNLEDGERED-RECS  PIC 9(7) VALUE 0.
       01  WS-UNLEDGERED-AMT   PIC 9(11)V99 VALUE 0.
       01  WS-REJECT-REASON    PIC X(20).

       01  WS-RPT-HDR1.
           05  FILLER           PIC X(40)
               VALUE "BRANCH/ATM CASH POSITION LEDGER".
           05  FILLER           PIC X(15) VALUE "BUSINESS DATE ".
           05  WS-RPT-HDR-DATE  PIC X(8).
           05  FILLER           PIC X(17) VALUE SPACES.
       01  WS-RPT-HDR2.
           05  FILLER           PIC X(4)  VALUE "BRCH".
           05  FILLER           PIC X(15) VALUE "        OPENING".
           05  FILLER           PIC X(15) VALUE "      DELIVERED".
           05  FILLER           PIC X(15) VALUE "       RETURNED".
           05  FILLER           PIC X(15) VALUE "      DISPENSED".
           05  FILLER           PIC X(15) VALUE "      DEPOSITED".
           05  FILLER           PIC X(1)  VALUE SPACES.
       01  WS-RPT-HDR3.
           05  FILLER           PIC X(4)  VALUE SPACES.
           05  FILLER           PIC X(15) VALUE "       EXPECTED".
           05  FILLER           PIC X(15) VALUE "        COUNTED".
           05  FILLER           PIC X(15) VALUE "     OVER/SHORT".
           05  FILLER           PIC X(31) VALUE "  STATUS".
       01  WS-RPT-DETAIL1.
           05  WS-RPT-BRANCH    PIC X(4).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-OPENING   PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-DELIVERED PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-RETURNED  PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-DISPENSED PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-DEPOSITED PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
       01  WS-RPT-DETAIL2.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-EXPECTED  PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-COUNTED   PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-OVER-SHORT PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS    PIC X(20).
           05  FILLER           PIC X(9) VALUE SPACES.
       01  WS-RPT-REJ-HDR.
           05  FILLER           PIC X(80)
               VALUE "REJECTED DELIVERY AND COUNT CARDS".
       01  WS-RPT-REJ-DETAIL.
           05  WS-REJ-SOURCE    PIC X(9).
           05  WS-REJ-BRANCH    PIC X(4).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-REJ-DATE      PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-REJ-AMOUNT    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-REJ-OPERATOR  PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-REJ-REASON    PIC X(20).
           05  FILLER           PIC X(12) VALUE SPACES.
       01  WS-RPT-BLANK         PIC X(80) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL PIC X(30).
           05  WS-RPT-TOT-VALUE PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(32) VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL PIC X(30).
           05  WS-RPT-CNT-VALUE PIC ZZZ,ZZ9.
           05  FILLER           PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CASH POSITION LEDGER STARTED".

           PERFORM READ-CONTROL-CARD.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-GL-MAP.
           PERFORM LOAD-CASH-POSITIONS.

           OPEN OUTPUT LEDGER-RPT-FILE.
           MOVE WS-TODAY-DATE TO WS-RPT-HDR-DATE.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-HDR1.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-BLANK.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-REJ-HDR.

           PERFORM APPLY-VAULT-DELIVERIES.
           PERFORM SCAN-AUDIT-LOG.
           PERFORM APPLY-BRANCH-COUNTS.
           PERFORM BALANCE-CASH-POSITIONS.
           PERFORM WRITE-OVER-SHORT-JOURNAL.
           PERFORM WRITE-LEDGER-TOTALS.
           CLOSE LEDGER-RPT-FILE.

           DISPLAY "TERMINALS ON LEDGER: " WS-CP-COUNT.
           DISPLAY "NOT COUNTED: " WS-UNCOUNTED
               "  OVER TOLERANCE: " WS-REVIEW-COUNT.
           DISPLAY "REJECTED CARDS: " WS-REJECT-COUNT.
           IF RETURN-CODE < 4
               IF WS-UNCOUNTED > 0 OR WS-REVIEW-COUNT > 0
                   OR WS-REJECT-COUNT > 0 OR WS-CGL-UNMAPPED > 0
                   OR WS-UNLEDGERED-RECS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "CASH POSITION LEDGER COMPLETE".
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "No Control Card - Default Tolerance"
           ELSE
               READ CONTROL-CARD
                   AT END DISPLAY "Empty Control Card"
                   NOT AT END
                       IF CTL-TOLERANCE NUMERIC
                           MOVE CTL-TOLERANCE TO WS-TOLERANCE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.

       GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDT-FILE-STATUS = "35"
               DISPLAY "No Business Date File - Using System Date"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       DISPLAY "Empty Business Date File - Using"
                           " System Date"
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-TODAY-DATE
                   NOT AT END
                       MOVE BDT-CURRENT-DATE TO WS-TODAY-DATE
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE-FILE.

       LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE.
           IF GLMAP-FILE-STATUS = "35"
               DISPLAY "No GL Map - Over/Short Not Journaled"
               MOVE 'Y' TO GLMAP-EOF
           ELSE
               READ GL-MAP-FILE
                   AT END MOVE 'Y' TO GLMAP-EOF
               END-READ
               PERFORM APPLY-MAP-ENTRY UNTIL GLMAP-EOF = 'Y'
               CLOSE GL-MAP-FILE
           END-IF.

       APPLY-MAP-ENTRY.
           IF GLM-STATUS-MSG = "CASH SHORTAGE"
               MOVE GLM-DEBIT-ACCT TO WS-SHORT-DEBIT
               MOVE GLM-CREDIT-ACCT TO WS-SHORT-CREDIT
           ELSE
               IF GLM-STATUS-MSG = "CASH OVERAGE"
                   MOVE GLM-DEBIT-ACCT TO WS-OVER-DEBIT
                   MOVE GLM-CREDIT-ACCT TO WS-OVER-CREDIT
               END-IF
           END-IF.
           READ GL-MAP-FILE
               AT END MOVE 'Y' TO GLMAP-EOF
           END-READ.

       LOAD-CASH-POSITIONS.
           OPEN INPUT CASH-POS-FILE.
           IF CPS-FILE-STATUS = "35"
               DISPLAY "No Cash Position File - Starting Empty Ledger"
               MOVE 'Y' TO CPS-EOF
           ELSE
               IF CPS-FILE-STATUS NOT = "00"
                   DISPLAY "** CASH POSITION OPEN FAILED - STATUS "
                       CPS-FILE-STATUS ", RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CASH-POS-FILE
                   AT END MOVE 'Y' TO CPS-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-POSITION UNTIL CPS-EOF = 'Y'.
           CLOSE CASH-POS-FILE.

       LOAD-ONE-POSITION.
           IF WS-CP-COUNT < 50
               ADD 1 TO WS-CP-COUNT
               INITIALIZE WS-CP-ENTRY(WS-CP-COUNT)
               MOVE CPS-BRANCH TO WS-CP-BRANCH(WS-CP-COUNT)
               MOVE 'N' TO WS-CP-COUNTED-SW(WS-CP-COUNT)
               IF CPS-POS-DATE = WS-TODAY-DATE
                   MOVE CPS-OPENING TO WS-CP-OPENING(WS-CP-COUNT)
               ELSE
                   MOVE CPS-ON-HAND TO WS-CP-OPENING(WS-CP-COUNT)
               END-IF
           ELSE
               DISPLAY "** CASH POSITION TABLE FULL - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CASH-POS-FILE
               AT END MOVE 'Y' TO CPS-EOF
           END-READ.

       FIND-CASH-POSITION.
           MOVE 'N' TO WS-CP-FOUND.
           PERFORM VARYING CX FROM 1 BY 1
                   UNTIL CX > WS-CP-COUNT OR WS-CP-FOUND = 'Y'
               IF WS-CP-BRANCH(CX) = WS-FIND-BRANCH
                   MOVE CX TO WS-CP-IX
                   MOVE 'Y' TO WS-CP-FOUND
               END-IF
           END-PERFORM.

       APPLY-VAULT-DELIVERIES.
           OPEN INPUT DELIVERY-FILE.
           IF DLV-FILE-STATUS = "35"
               DISPLAY "No Vault Delivery Deck - None Applied"
               MOVE 'Y' TO DLV-EOF
           ELSE
               READ DELIVERY-FILE
                   AT END MOVE 'Y' TO DLV-EOF
               END-READ
           END-IF.
           PERFORM APPLY-ONE-DELIVERY UNTIL DLV-EOF = 'Y'.
           CLOSE DELIVERY-FILE.

       APPLY-ONE-DELIVERY.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE DLV-BRANCH TO WS-FIND-BRANCH.
           PERFORM FIND-CASH-POSITION.
           EVALUATE TRUE
               WHEN DLV-DATE NOT = WS-TODAY-DATE
                   MOVE "NOT TODAY'S DATE" TO WS-REJECT-REASON
               WHEN DLV-TYPE NOT = 'D' AND DLV-TYPE NOT = 'R'
                   MOVE "BAD MOVEMENT TYPE" TO WS-REJECT-REASON
               WHEN DLV-AMOUNT NOT NUMERIC
                   MOVE "BAD AMOUNT" TO WS-REJECT-REASON
               WHEN DLV-AMOUNT = 0
                   MOVE "ZERO AMOUNT" TO WS-REJECT-REASON
               WHEN DLV-BRANCH = SPACES
                   MOVE "NO BRANCH" TO WS-REJECT-REASON
               WHEN WS-CP-FOUND = 'N' AND DLV-TYPE = 'R'
                   MOVE "BRANCH NOT ON LEDGER" TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON NOT = SPACES
               MOVE "DELIVERY " TO WS-REJ-SOURCE
               MOVE DLV-BRANCH TO WS-REJ-BRANCH
               MOVE DLV-DATE TO WS-REJ-DATE
               IF DLV-AMOUNT NUMERIC
                   MOVE DLV-AMOUNT TO WS-REJ-AMOUNT
               ELSE
                   MOVE 0 TO WS-REJ-AMOUNT
               END-IF
               MOVE DLV-OPERATOR-ID TO WS-REJ-OPERATOR
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF WS-CP-FOUND = 'N'
                   IF WS-CP-COUNT < 50
                       ADD 1 TO WS-CP-COUNT
                       MOVE WS-CP-COUNT TO WS-CP-IX
                       INITIALIZE WS-CP-ENTRY(WS-CP-IX)
                       MOVE DLV-BRANCH TO WS-CP-BRANCH(WS-CP-IX)
                       MOVE 'N' TO WS-CP-COUNTED-SW(WS-CP-IX)
                       ADD 1 TO WS-NEW-TERMINALS
                       DISPLAY "NEW TERMINAL ON LEDGER: " DLV-BRANCH
                   ELSE
                       DISPLAY "** CASH POSITION TABLE FULL - "
                           "RUN STOPPED"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               IF DLV-TYPE = 'D'
                   ADD DLV-AMOUNT TO WS-CP-DELIVERED(WS-CP-IX)
               ELSE
                   ADD DLV-AMOUNT TO WS-CP-RETURNED(WS-CP-IX)
               END-IF
               ADD 1 TO WS-DLV-ACCEPTED
           END-IF.

           READ DELIVERY-FILE
               AT END MOVE 'Y' TO DLV-EOF
           END-READ.

       WRITE-REJECT-LINE.
           MOVE WS-REJECT-REASON TO WS-REJ-REASON.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-REJ-DETAIL.
           ADD 1 TO WS-REJECT-COUNT.

       SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG.
           IF AUDIT-FILE-STATUS = "35"
               DISPLAY "No Audit Log - No Terminal Activity"
               MOVE 'Y' TO AUDIT-EOF
           ELSE
               READ AUDIT-LOG
                   AT END MOVE 'Y' TO AUDIT-EOF
               END-READ
           END-IF.
           PERFORM TALLY-ONE-RECORD UNTIL AUDIT-EOF = 'Y'.
           CLOSE AUDIT-LOG.

       TALLY-ONE-RECORD.
           IF AUD-STATUS-MSG = "WITHDRAWAL"
               OR AUD-STATUS-MSG = "OVERDRAFT WITHDRAWAL"
               OR AUD-STATUS-MSG = "REVERSAL WITHDRAWAL"
               OR AUD-STATUS-MSG = "DEPOSIT"
               OR AUD-STATUS-MSG = "REVERSAL DEPOSIT"
               MOVE AUD-BRANCH-ID TO WS-FIND-BRANCH
               PERFORM FIND-CASH-POSITION
               IF WS-CP-FOUND = 'Y'
                   EVALUATE AUD-STATUS-MSG
                       WHEN "WITHDRAWAL"
                       WHEN "OVERDRAFT WITHDRAWAL"
                           ADD AUD-AMOUNT
                               TO WS-CP-DISPENSED(WS-CP-IX)
                       WHEN "REVERSAL WITHDRAWAL"
                           SUBTRACT AUD-AMOUNT
                               FROM WS-CP-DISPENSED(WS-CP-IX)
                       WHEN "DEPOSIT"
                           ADD AUD-AMOUNT
                               TO WS-CP-DEPOSITED(WS-CP-IX)
                       WHEN "REVERSAL DEPOSIT"
                           SUBTRACT AUD-AMOUNT
                               FROM WS-CP-DEPOSITED(WS-CP-IX)
                   END-EVALUATE
               ELSE
                   IF AUD-BRANCH-ID NOT = "HQ"
                       AND AUD-BRANCH-ID NOT = "PAY"
                       AND AUD-BRANCH-ID NOT = "CLR"
                       AND AUD-BRANCH-ID NOT = "DSP"
                       AND AUD-BRANCH-ID NOT = "WIR"
                       ADD 1 TO WS-UNLEDGERED-RECS
                       ADD AUD-AMOUNT TO WS-UNLEDGERED-AMT
                   END-IF
               END-IF
           END-IF.
           READ AUDIT-LOG
               AT END MOVE 'Y' TO AUDIT-EOF
           END-READ.

       APPLY-BRANCH-COUNTS.
           OPEN INPUT COUNT-FILE.
           IF CNT-FILE-STATUS = "35"
               DISPLAY "No Branch Count Deck - Nothing Counted"
               MOVE 'Y' TO CNT-EOF
           ELSE
               READ COUNT-FILE
                   AT END MOVE 'Y' TO CNT-EOF
               END-READ
           END-IF.
           PERFORM APPLY-ONE-COUNT UNTIL CNT-EOF = 'Y'.
           CLOSE COUNT-FILE.

       APPLY-ONE-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE CNT-BRANCH TO WS-FIND-BRANCH.
           PERFORM FIND-CASH-POSITION.
           EVALUATE TRUE
               WHEN CNT-DATE NOT = WS-TODAY-DATE
                   MOVE "NOT TODAY'S DATE" TO WS-REJECT-REASON
               WHEN CNT-AMOUNT NOT NUMERIC
                   MOVE "BAD AMOUNT" TO WS-REJECT-REASON
               WHEN WS-CP-FOUND = 'N'
                   MOVE "BRANCH NOT ON LEDGER" TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON NOT = SPACES
               MOVE "COUNT    " TO WS-REJ-SOURCE
               MOVE CNT-BRANCH TO WS-REJ-BRANCH
               MOVE CNT-DATE TO WS-REJ-DATE
               IF CNT-AMOUNT NUMERIC
                   MOVE CNT-AMOUNT TO WS-REJ-AMOUNT
               ELSE
                   MOVE 0 TO WS-REJ-AMOUNT
               END-IF
               MOVE CNT-OPERATOR-ID TO WS-REJ-OPERATOR
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF WS-CP-COUNTED-SW(WS-CP-IX) = 'Y'
                   DISPLAY "RECOUNT FOR " CNT-BRANCH
                       " - LATEST COUNT USED"
                   ADD 1 TO WS-RECOUNT-COUNT
               ELSE
                   ADD 1 TO WS-COUNTED-BRANCHES
               END-IF
               MOVE 'Y' TO WS-CP-COUNTED-SW(WS-CP-IX)
               MOVE CNT-AMOUNT TO WS-CP-COUNTED(WS-CP-IX)
               ADD 1 TO WS-CNT-ACCEPTED
           END-IF.

           READ COUNT-FILE
               AT END MOVE 'Y' TO CNT-EOF
           END-READ.

       BALANCE-CASH-POSITIONS.
           OPEN OUTPUT CASH-POS-NEW.
           IF CPN-FILE-STATUS NOT = "00"
               DISPLAY "** CASH POSITION OUTPUT OPEN FAILED - STATUS "
                   CPN-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-BLANK.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-HDR2.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-HDR3.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-CP-COUNT
               PERFORM BALANCE-ONE-POSITION
           END-PERFORM.
           CLOSE CASH-POS-NEW.

       BALANCE-ONE-POSITION.
           COMPUTE WS-CP-EXPECTED(CX) =
               WS-CP-OPENING(CX) + WS-CP-DELIVERED(CX)
               - WS-CP-RETURNED(CX) - WS-CP-DISPENSED(CX)
               + WS-CP-DEPOSITED(CX).

           IF WS-CP-COUNTED-SW(CX) = 'Y'
               COMPUTE WS-CP-OVER-SHORT(CX) =
                   WS-CP-COUNTED(CX) - WS-CP-EXPECTED(CX)
               MOVE WS-CP-COUNTED(CX) TO WS-CP-ON-HAND(CX)
               IF WS-CP-OVER-SHORT(CX) < 0
                   COMPUTE WS-ABS-OVER-SHORT =
                       0 - WS-CP-OVER-SHORT(CX)
                   ADD WS-ABS-OVER-SHORT TO WS-TOT-SHORT
               ELSE
                   MOVE WS-CP-OVER-SHORT(CX) TO WS-ABS-OVER-SHORT
                   ADD WS-ABS-OVER-SHORT TO WS-TOT-OVER
               END-IF
               EVALUATE TRUE
                   WHEN WS-CP-OVER-SHORT(CX) = 0
                       MOVE "BALANCED" TO WS-RPT-STATUS
                   WHEN WS-ABS-OVER-SHORT > WS-TOLERANCE
                       AND WS-CP-OVER-SHORT(CX) < 0
                       MOVE "SHORT - REVIEW" TO WS-RPT-STATUS
                       ADD 1 TO WS-REVIEW-COUNT
                   WHEN WS-ABS-OVER-SHORT > WS-TOLERANCE
                       MOVE "OVER - REVIEW" TO WS-RPT-STATUS
                       ADD 1 TO WS-REVIEW-COUNT
                   WHEN WS-CP-OVER-SHORT(CX) < 0
                       MOVE "SHORT" TO WS-RPT-STATUS
                   WHEN OTHER
                       MOVE "OVER" TO WS-RPT-STATUS
               END-EVALUATE
               MOVE WS-CP-COUNTED(CX) TO WS-RPT-COUNTED
           ELSE
               MOVE 0 TO WS-CP-OVER-SHORT(CX)
               MOVE WS-CP-EXPECTED(CX) TO WS-CP-ON-HAND(CX)
               MOVE "NOT COUNTED" TO WS-RPT-STATUS
               MOVE 0 TO WS-RPT-COUNTED
               ADD 1 TO WS-UNCOUNTED
           END-IF.
           ADD WS-CP-ON-HAND(CX) TO WS-TOT-ON-HAND.

           MOVE WS-CP-BRANCH(CX) TO WS-RPT-BRANCH.
           MOVE WS-CP-OPENING(CX) TO WS-RPT-OPENING.
           MOVE WS-CP-DELIVERED(CX) TO WS-RPT-DELIVERED.
           MOVE WS-CP-RETURNED(CX) TO WS-RPT-RETURNED.
           MOVE WS-CP-DISPENSED(CX) TO WS-RPT-DISPENSED.
           MOVE WS-CP-DEPOSITED(CX) TO WS-RPT-DEPOSITED.
           MOVE WS-CP-EXPECTED(CX) TO WS-RPT-EXPECTED.
           MOVE WS-CP-OVER-SHORT(CX) TO WS-RPT-OVER-SHORT.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-DETAIL1.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-DETAIL2.

           MOVE WS-CP-BRANCH(CX) TO CPS-BRANCH.
           MOVE WS-TODAY-DATE TO CPS-POS-DATE.
           MOVE WS-CP-OPENING(CX) TO CPS-OPENING.
           MOVE WS-CP-DELIVERED(CX) TO CPS-DELIVERED.
           MOVE WS-CP-RETURNED(CX) TO CPS-RETURNED.
           MOVE WS-CP-DISPENSED(CX) TO CPS-DISPENSED.
           MOVE WS-CP-DEPOSITED(CX) TO CPS-DEPOSITED.
           MOVE WS-CP-EXPECTED(CX) TO CPS-EXPECTED.
           MOVE WS-CP-COUNTED-SW(CX) TO CPS-COUNTED-SW.
           MOVE WS-CP-COUNTED(CX) TO CPS-COUNTED.
           MOVE WS-CP-OVER-SHORT(CX) TO CPS-OVER-SHORT.
           MOVE WS-CP-ON-HAND(CX) TO CPS-ON-HAND.
           WRITE CASH-POS-NEW-RECORD FROM CASH-POS-RECORD.

       WRITE-OVER-SHORT-JOURNAL.
           OPEN OUTPUT CASH-GL-JOURNAL.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-CP-COUNT
               IF WS-CP-OVER-SHORT(CX) NOT = 0
                   PERFORM JOURNAL-ONE-OVER-SHORT
               END-IF
           END-PERFORM.
           MOVE 'T' TO CGT-REC-TYPE.
           MOVE WS-CGL-DEBITS TO CGT-DEBIT-TOT.
           MOVE WS-CGL-CREDITS TO CGT-CREDIT-TOT.
           WRITE CASH-GL-JRNL-TRAILER.
           CLOSE CASH-GL-JOURNAL.
           IF WS-CGL-DEBITS NOT = WS-CGL-CREDITS
               DISPLAY "** CASH OVER/SHORT JOURNAL OUT OF BALANCE **"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CASH OVER/SHORT JOURNAL IN BALANCE - "
                   WS-CGL-ENTRIES " ENTRIES"
           END-IF.

       JOURNAL-ONE-OVER-SHORT.
           MOVE SPACES TO WS-CGL-REF-ID.
           MOVE WS-CP-BRANCH(CX) TO WS-CGL-REF-ID(1:4).
           MOVE "-" TO WS-CGL-REF-ID(5:1).
           MOVE WS-TODAY-DATE TO WS-CGL-REF-ID(6:8).
           IF WS-CP-OVER-SHORT(CX) < 0
               COMPUTE WS-CGL-AMOUNT = 0 - WS-CP-OVER-SHORT(CX)
               IF WS-SHORT-DEBIT = SPACES
                   DISPLAY "** NO CASH SHORTAGE GL MAP - "
                       WS-CP-BRANCH(CX) " NOT JOURNALED"
                   ADD 1 TO WS-CGL-UNMAPPED
               ELSE
                   MOVE 'D' TO CGJ-DR-CR
                   MOVE WS-SHORT-DEBIT TO CGJ-GL-ACCT
                   PERFORM WRITE-CASH-JOURNAL-LINE
                   MOVE 'C' TO CGJ-DR-CR
                   MOVE WS-SHORT-CREDIT TO CGJ-GL-ACCT
                   PERFORM WRITE-CASH-JOURNAL-LINE
                   ADD 1 TO WS-CGL-ENTRIES
               END-IF
           ELSE
               MOVE WS-CP-OVER-SHORT(CX) TO WS-CGL-AMOUNT
               IF WS-OVER-DEBIT = SPACES
                   DISPLAY "** NO CASH OVERAGE GL MAP - "
                       WS-CP-BRANCH(CX) " NOT JOURNALED"
                   ADD 1 TO WS-CGL-UNMAPPED
               ELSE
                   MOVE 'D' TO CGJ-DR-CR
                   MOVE WS-OVER-DEBIT TO CGJ-GL-ACCT
                   PERFORM WRITE-CASH-JOURNAL-LINE
                   MOVE 'C' TO CGJ-DR-CR
                   MOVE WS-OVER-CREDIT TO CGJ-GL-ACCT
                   PERFORM WRITE-CASH-JOURNAL-LINE
                   ADD 1 TO WS-CGL-ENTRIES
               END-IF
           END-IF.

       WRITE-CASH-JOURNAL-LINE.
           MOVE 'D' TO CGJ-REC-TYPE.
           MOVE 0 TO CGJ-ACCT-NO.
           MOVE WS-TODAY-DATE TO CGJ-DATE.
           MOVE WS-CGL-AMOUNT TO CGJ-AMOUNT.
           MOVE WS-CGL-REF-ID TO CGJ-REF-ID.
           WRITE CASH-GL-JRNL-RECORD.
           IF CGJ-DR-CR = 'D'
               ADD WS-CGL-AMOUNT TO WS-CGL-DEBITS
           ELSE
               ADD WS-CGL-AMOUNT TO WS-CGL-CREDITS
           END-IF.

       WRITE-LEDGER-TOTALS.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-BLANK.
           MOVE "TERMINALS ON LEDGER" TO WS-RPT-CNT-LABEL.
           MOVE WS-CP-COUNT TO WS-RPT-CNT-VALUE.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "NEW TERMINALS" TO WS-RPT-CNT-LABEL.
           MOVE WS-NEW-TERMINALS TO WS-RPT-CNT-VALUE.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "COUNTED" TO WS-RPT-CNT-LABEL.
           MOVE WS-COUNTED-BRANCHES TO WS-RPT-CNT-VALUE.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "NOT COUNTED" TO WS-RPT-CNT-LABEL.
           MOVE WS-UNCOUNTED TO WS-RPT-CNT-VALUE.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "RECOUNTS" TO WS-RPT-CNT-LABEL.
           MOVE WS-RECOUNT-COUNT TO WS-RPT-CNT-VALUE.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "OVER TOLERANCE" TO WS-RPT-CNT-LABEL.
           MOVE WS-REVIEW-COUNT TO WS-RPT-CNT-VALUE.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "DELIVERY CARDS ACCEPTED" TO WS-RPT-CNT-LABEL.
           MOVE WS-DLV-ACCEPTED TO WS-RPT-CNT-VALUE.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "COUNT CARDS ACCEPTED" TO WS-RPT-CNT-LABEL.
           MOVE WS-CNT-ACCEPTED TO WS-RPT-CNT-VALUE.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "CARDS REJECTED" TO WS-RPT-CNT-LABEL.
           MOVE WS-REJECT-COUNT TO WS-RPT-CNT-VALUE.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "OVER/SHORT ENTRIES JOURNALED" TO WS-RPT-CNT-LABEL.
           MOVE WS-CGL-ENTRIES TO WS-RPT-CNT-VALUE.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "OVER/SHORT NOT JOURNALED" TO WS-RPT-CNT-LABEL.
           MOVE WS-CGL-UNMAPPED TO WS-RPT-CNT-VALUE.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "CASH RECS AT UNLEDGERED IDS" TO WS-RPT-CNT-LABEL.
           MOVE WS-UNLEDGERED-RECS TO WS-RPT-CNT-VALUE.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "UNLEDGERED CASH AMOUNT" TO WS-RPT-TOT-LABEL.
           MOVE WS-UNLEDGERED-AMT TO WS-RPT-TOT-VALUE.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "TOTAL SHORTAGES" TO WS-RPT-TOT-LABEL.
           MOVE WS-TOT-SHORT TO WS-RPT-TOT-VALUE.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "TOTAL OVERAGES" TO WS-RPT-TOT-LABEL.
           MOVE WS-TOT-OVER TO WS-RPT-TOT-VALUE.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "TOTAL CASH ON HAND" TO WS-RPT-TOT-LABEL.
           MOVE WS-TOT-ON-HAND TO WS-RPT-TOT-VALUE.
           WRITE LEDGER-RPT-LINE FROM WS-RPT-TOTAL-LINE.
