       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-CHGOFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT LOAN-OUT-FILE ASSIGN TO "LOANOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOUT-FILE-STATUS.

           SELECT DELQ-MASTER-FILE ASSIGN TO "DELQMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DELQ-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLMAP-FILE-STATUS.

           SELECT CHGO-GL-JOURNAL ASSIGN TO "CHGOGLJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CGJ-FILE-STATUS.

           SELECT CHGO-HIST-FILE ASSIGN TO "CHGOHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT CHGO-RPT-FILE ASSIGN TO "CHGORPT"
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
       FD  LOAN-MASTER-FILE.
           COPY LOAN-REC.

       FD  LOAN-OUT-FILE.
       01  LOAN-OUT-RECORD         PIC X(201).

       FD  DELQ-MASTER-FILE.
       01  DELQ-MASTER-RECORD.
           05  DLQ-LOAN-ID         PIC X(8).
           05  DLQ-MISSED-COUNT    PIC 9(3).
           05  DLQ-DAYS-PAST-DUE   PIC 9(4).
           05  DLQ-LATE-FEES       PIC 9(5)V99.
           05  DLQ-COLL-STATUS     PIC X.
           05  DLQ-LAST-CYCLE      PIC X(8).

       FD  AUDIT-LOG.
           COPY AUDIT-REC.

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GLM-STATUS-MSG      PIC X(20).
           05  GLM-DEBIT-ACCT      PIC X(8).
           05  GLM-CREDIT-ACCT     PIC X(8).

       FD  CHGO-GL-JOURNAL.
       01  CHGO-GL-JRNL-RECORD.
           05  CGJ-REC-TYPE        PIC X.
           05  CGJ-DR-CR           PIC X.
           05  CGJ-GL-ACCT         PIC X(8).
           05  CGJ-ACCT-NO         PIC 9(8).
           05  CGJ-DATE            PIC X(8).
           05  CGJ-AMOUNT          PIC 9(9)V99.
           05  CGJ-REF-ID          PIC X(14).
           05  FILLER              PIC X(3).
       01  CHGO-GL-JRNL-TRAILER.
           05  CGT-REC-TYPE        PIC X.
           05  CGT-DEBIT-TOT       PIC 9(11)V99.
           05  CGT-CREDIT-TOT      PIC 9(11)V99.
           05  FILLER              PIC X(27).

       FD  CHGO-HIST-FILE.
       01  CHGO-HIST-RECORD.
           05  CHH-EVENT           PIC X.
           05  CHH-DATE            PIC X(8).
           05  CHH-LOAN-ID         PIC X(8).
           05  CHH-ACCT-NO         PIC 9(8).
           05  CHH-BORROWER        PIC X(20).
           05  CHH-PRINCIPAL       PIC 9(9)V99.
           05  CHH-FEES            PIC 9(5)V99.
           05  CHH-RECOVERY        PIC 9(9)V99.

       FD  CHGO-RPT-FILE.
       01  CHGO-RPT-LINE           PIC X(80).

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-CHGOFF-DAYS     PIC 9(3).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS    PIC X(2) VALUE "00".
       01  LOUT-FILE-STATUS    PIC X(2) VALUE "00".
       01  DELQ-FILE-STATUS    PIC X(2) VALUE "00".
       01  AUDIT-FILE-STATUS   PIC X(2) VALUE "00".
       01  GLMAP-FILE-STATUS   PIC X(2) VALUE "00".
       01  CGJ-FILE-STATUS     PIC X(2) VALUE "00".
       01  HIST-FILE-STATUS    PIC X(2) VALUE "00".
       01  RPT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  LOAN-EOF            PIC X VALUE 'N'.
       01  DELQ-EOF            PIC X VALUE 'N'.
       01  AUDIT-EOF           PIC X VALUE 'N'.
       01  GLMAP-EOF           PIC X VALUE 'N'.
       01  HIST-EOF            PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-MONTH-END-SW     PIC X VALUE 'Y'.
       01  WS-CHGOFF-DAYS      PIC 9(3) VALUE 120.

       01  WS-DELQ-TABLE.
           05  WS-DELQ-ENTRY OCCURS 500 TIMES.
               10  WS-DLQ-LOAN-ID  PIC X(8).
               10  WS-DLQ-DAYS     PIC 9(4).
               10  WS-DLQ-FEES     PIC 9(5)V99.
       01  WS-DELQ-COUNT       PIC 9(3) VALUE 0.
       01  DI                  PIC 9(3).
       01  WS-DELQ-IX          PIC 9(3).

       01  WS-POST-TABLE.
           05  WS-POST-ENTRY OCCURS 500 TIMES.
               10  WS-PST-LOAN-ID  PIC X(8).
               10  WS-PST-AMOUNT   PIC 9(5)V99.
       01  WS-POST-COUNT       PIC 9(3) VALUE 0.
       01  PI                  PIC 9(3).

       01  WS-CHGO-DEBIT       PIC X(8) VALUE SPACES.
       01  WS-CHGO-CREDIT      PIC X(8) VALUE SPACES.
       01  WS-FEE-CHGO-DEBIT   PIC X(8) VALUE SPACES.
       01  WS-FEE-CHGO-CREDIT  PIC X(8) VALUE SPACES.
       01  WS-RCVY-DEBIT       PIC X(8) VALUE SPACES.
       01  WS-RCVY-CREDIT      PIC X(8) VALUE SPACES.
       01  WS-CGL-AMOUNT       PIC 9(9)V99.
       01  WS-CGL-DEBITS       PIC 9(11)V99 VALUE 0.
       01  WS-CGL-CREDITS      PIC 9(11)V99 VALUE 0.
       01  WS-CGL-ENTRIES      PIC 9(5) VALUE 0.
       01  WS-CGL-UNMAPPED     PIC 9(5) VALUE 0.
       01  WS-CGL-REF-ID       PIC X(14).

       01  WS-CHGOFF-PRIN      PIC 9(9)V99.
       01  WS-CHGOFF-FEES      PIC 9(5)V99.
       01  WS-RCVY-TOTAL       PIC 9(9)V99.
       01  WS-RCVY-AMOUNT      PIC 9(9)V99.
       01  WS-RCVY-EXCESS      PIC 9(9)V99.
       01  WS-RCVY-ROOM        PIC 9(9)V99.
       01  WS-EXCESS-EDIT      PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LOAN-COUNT       PIC 9(6) VALUE 0.
       01  WS-CHGOFF-COUNT     PIC 9(6) VALUE 0.
       01  WS-RCVY-COUNT       PIC 9(6) VALUE 0.
       01  WS-EXCESS-COUNT     PIC 9(6) VALUE 0.
       01  WS-DAY-CHGOFF-PRIN  PIC 9(11)V99 VALUE 0.
       01  WS-DAY-CHGOFF-FEES  PIC 9(11)V99 VALUE 0.
       01  WS-DAY-RCVY         PIC 9(11)V99 VALUE 0.

       01  WS-MTH-CHGOFF-COUNT PIC 9(6) VALUE 0.
       01  WS-MTH-CHGOFF-PRIN  PIC 9(11)V99 VALUE 0.
       01  WS-MTH-CHGOFF-FEES  PIC 9(11)V99 VALUE 0.
       01  WS-MTH-RCVY-COUNT   PIC 9(6) VALUE 0.
       01  WS-MTH-RCVY         PIC 9(11)V99 VALUE 0.
       01  WS-YTD-CHGOFF-COUNT PIC 9(6) VALUE 0.
       01  WS-YTD-CHGOFF-PRIN  PIC 9(11)V99 VALUE 0.
       01  WS-YTD-CHGOFF-FEES  PIC 9(11)V99 VALUE 0.
       01  WS-YTD-RCVY-COUNT   PIC 9(6) VALUE 0.
       01  WS-YTD-RCVY         PIC 9(11)V99 VALUE 0.
       01  WS-NET-LOSS         PIC S9(11)V99.

       01  WS-RPT-BLANK         PIC X(80) VALUE SPACES.
       01  WS-RPT-HDR1.
           05  FILLER           PIC X(40)
               VALUE "LOAN CHARGE-OFF AND RECOVERY".
           05  FILLER           PIC X(15) VALUE "BUSINESS DATE ".
           05  WS-RPT-HDR-DATE  PIC X(8).
           05  FILLER           PIC X(17) VALUE SPACES.
       01  WS-RPT-DAY-HDR.
           05  FILLER           PIC X(80)
               VALUE "TODAY'S CHARGE-OFFS AND RECOVERIES".
       01  WS-RPT-REG-HDR.
           05  FILLER           PIC X(40)
               VALUE "MONTHLY CHARGE-OFF AND RECOVERY REGISTER".
           05  FILLER           PIC X(7) VALUE " MONTH ".
           05  WS-RPT-REG-YEAR  PIC X(4).
           05  FILLER           PIC X VALUE "/".
           05  WS-RPT-REG-MONTH PIC X(2).
           05  FILLER           PIC X(26) VALUE SPACES.
       01  WS-RPT-COL-HDR.
           05  FILLER           PIC X(10) VALUE "DATE".
           05  FILLER           PIC X(11) VALUE "EVENT".
           05  FILLER           PIC X(9)  VALUE "LOAN ID".
           05  FILLER           PIC X(20) VALUE "BORROWER".
           05  FILLER           PIC X(14) VALUE "        AMOUNT".
           05  FILLER           PIC X(11) VALUE "       FEES".
           05  FILLER           PIC X(5)  VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  WS-RPT-DATE      PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-EVENT     PIC X(10).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-LOAN-ID   PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-BORROWER  PIC X(20).
           05  WS-RPT-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-FEES      PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER           PIC X(5) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL PIC X(26).
           05  WS-RPT-TOT-COUNT PIC ZZZ,ZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-TOT-AMOUNT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-TOT-FEES  PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER           PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "LOAN CHARGE-OFF CYCLE STARTED".

           PERFORM READ-CONTROL-CARD.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-GL-MAP.
           PERFORM LOAD-DELQ-TABLE.
           PERFORM LOAD-RECOVERY-POSTINGS.

           OPEN OUTPUT CHGO-RPT-FILE.
           MOVE WS-TODAY-DATE TO WS-RPT-HDR-DATE.
           WRITE CHGO-RPT-LINE FROM WS-RPT-HDR1.
           WRITE CHGO-RPT-LINE FROM WS-RPT-BLANK.
           WRITE CHGO-RPT-LINE FROM WS-RPT-DAY-HDR.
           WRITE CHGO-RPT-LINE FROM WS-RPT-COL-HDR.

           OPEN OUTPUT LOAN-OUT-FILE.
           IF LOUT-FILE-STATUS NOT = "00"
               DISPLAY "** LOAN MASTER OUTPUT OPEN FAILED - STATUS "
                   LOUT-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CHGO-GL-JOURNAL.
           OPEN EXTEND CHGO-HIST-FILE.
           IF HIST-FILE-STATUS = "35"
               OPEN OUTPUT CHGO-HIST-FILE
           END-IF.

           OPEN INPUT LOAN-MASTER-FILE.
           IF LOAN-FILE-STATUS = "35"
               DISPLAY "No Loan Master - Nothing To Charge Off"
               MOVE 'Y' TO LOAN-EOF
           ELSE
               READ LOAN-MASTER-FILE
                   AT END MOVE 'Y' TO LOAN-EOF
               END-READ
           END-IF.
           PERFORM CHGOFF-ONE-LOAN UNTIL LOAN-EOF = 'Y'.
           IF LOAN-FILE-STATUS NOT = "35"
               CLOSE LOAN-MASTER-FILE
           END-IF.
           CLOSE LOAN-OUT-FILE.
           CLOSE CHGO-HIST-FILE.
           PERFORM CLOSE-CHGOFF-JOURNAL.

           PERFORM WRITE-DAY-TOTALS.
           IF WS-MONTH-END-SW = 'Y'
               PERFORM WRITE-MONTHLY-REGISTER
           ELSE
               DISPLAY "NOT A MONTH-END BUSINESS DAY - NO CHARGE-OFFS"
                   " OR REGISTER"
           END-IF.
           CLOSE CHGO-RPT-FILE.

           DISPLAY "LOANS READ           : " WS-LOAN-COUNT.
           DISPLAY "LOANS CHARGED OFF    : " WS-CHGOFF-COUNT.
           DISPLAY "RECOVERIES POSTED    : " WS-RCVY-COUNT.
           DISPLAY "EXCESS RECOVERIES    : " WS-EXCESS-COUNT.
           DISPLAY "ENTRIES NOT JOURNALED: " WS-CGL-UNMAPPED.
           IF RETURN-CODE < 4
               IF WS-CGL-UNMAPPED > 0 OR WS-EXCESS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "LOAN CHARGE-OFF CYCLE COMPLETE".
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "No Control Card - Default Charge-Off Days"
           ELSE
               READ CONTROL-CARD
                   AT END DISPLAY "Empty Control Card"
                   NOT AT END
                       IF CTL-CHGOFF-DAYS NUMERIC
                           AND CTL-CHGOFF-DAYS > 0
                           MOVE CTL-CHGOFF-DAYS TO WS-CHGOFF-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.

       GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDT-FILE-STATUS = "35"
               DISPLAY "No Business Date File - Cycling Anyway"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       DISPLAY "Empty Business Date File - Cycling"
                           " Anyway"
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-TODAY-DATE
                   NOT AT END
                       MOVE BDT-CURRENT-DATE TO WS-TODAY-DATE
                       MOVE BDT-MONTH-END-SW TO WS-MONTH-END-SW
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE-FILE.

       LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE.
           IF GLMAP-FILE-STATUS = "35"
               DISPLAY "No GL Map - Charge-Offs Not Journaled"
               MOVE 'Y' TO GLMAP-EOF
           ELSE
               READ GL-MAP-FILE
                   AT END MOVE 'Y' TO GLMAP-EOF
               END-READ
               PERFORM APPLY-MAP-ENTRY UNTIL GLMAP-EOF = 'Y'
               CLOSE GL-MAP-FILE
           END-IF.

       APPLY-MAP-ENTRY.
           EVALUATE GLM-STATUS-MSG
               WHEN "LOAN CHARGE-OFF"
                   MOVE GLM-DEBIT-ACCT TO WS-CHGO-DEBIT
                   MOVE GLM-CREDIT-ACCT TO WS-CHGO-CREDIT
               WHEN "LOAN FEE CHARGE-OFF"
                   MOVE GLM-DEBIT-ACCT TO WS-FEE-CHGO-DEBIT
                   MOVE GLM-CREDIT-ACCT TO WS-FEE-CHGO-CREDIT
               WHEN "LOAN RECOVERY"
                   MOVE GLM-DEBIT-ACCT TO WS-RCVY-DEBIT
                   MOVE GLM-CREDIT-ACCT TO WS-RCVY-CREDIT
           END-EVALUATE.
           READ GL-MAP-FILE
               AT END MOVE 'Y' TO GLMAP-EOF
           END-READ.

       LOAD-DELQ-TABLE.
           OPEN INPUT DELQ-MASTER-FILE.
           IF DELQ-FILE-STATUS = "35"
               DISPLAY "No Delinquency Master - No Loans Past Due"
               MOVE 'Y' TO DELQ-EOF
           ELSE
               READ DELQ-MASTER-FILE
                   AT END MOVE 'Y' TO DELQ-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-DELQ UNTIL DELQ-EOF = 'Y'.
           IF DELQ-FILE-STATUS NOT = "35"
               CLOSE DELQ-MASTER-FILE
           END-IF.

       LOAD-ONE-DELQ.
           IF DLQ-DAYS-PAST-DUE > 0 OR DLQ-LATE-FEES > 0
               IF WS-DELQ-COUNT < 500
                   ADD 1 TO WS-DELQ-COUNT
                   MOVE DLQ-LOAN-ID TO WS-DLQ-LOAN-ID(WS-DELQ-COUNT)
                   MOVE DLQ-DAYS-PAST-DUE
                       TO WS-DLQ-DAYS(WS-DELQ-COUNT)
                   MOVE DLQ-LATE-FEES TO WS-DLQ-FEES(WS-DELQ-COUNT)
               ELSE
                   DISPLAY "** DELINQUENCY TABLE FULL - CHARGE-OFF RUN"
                       " STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ DELQ-MASTER-FILE
               AT END MOVE 'Y' TO DELQ-EOF
           END-READ.

       LOAD-RECOVERY-POSTINGS.
           OPEN INPUT AUDIT-LOG.
           IF AUDIT-FILE-STATUS = "35"
               DISPLAY "No Audit Log - No Recoveries To Post"
               MOVE 'Y' TO AUDIT-EOF
           ELSE
               READ AUDIT-LOG
                   AT END MOVE 'Y' TO AUDIT-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-POSTING UNTIL AUDIT-EOF = 'Y'.
           IF AUDIT-FILE-STATUS NOT = "35"
               CLOSE AUDIT-LOG
           END-IF.

       LOAD-ONE-POSTING.
           IF AUD-OPTION = 6
               AND AUD-STATUS-MSG = "LOAN PAYMENT"
               AND (AUD-REF-ID(1:4) = "RCVY"
                   OR AUD-REF-ID(1:4) = "CURT"
                   OR AUD-REF-ID(1:4) = "PAYF")
               IF WS-POST-COUNT < 500
                   ADD 1 TO WS-POST-COUNT
                   MOVE AUD-REF-ID(5:8)
                       TO WS-PST-LOAN-ID(WS-POST-COUNT)
                   MOVE AUD-AMOUNT TO WS-PST-AMOUNT(WS-POST-COUNT)
               ELSE
                   DISPLAY "** POSTING TABLE FULL - CHARGE-OFF RUN"
                       " STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ AUDIT-LOG
               AT END MOVE 'Y' TO AUDIT-EOF
           END-READ.

       CHGOFF-ONE-LOAN.
           ADD 1 TO WS-LOAN-COUNT.
           IF LN-STATUS = 'C'
               PERFORM POST-RECOVERIES
           ELSE
               IF LN-STATUS = 'A' AND LN-PRIN-BALANCE > 0
                   AND WS-MONTH-END-SW = 'Y'
                   PERFORM FIND-DELQ-ENTRY
                   IF WS-DELQ-IX > 0
                       IF WS-DLQ-DAYS(WS-DELQ-IX) >= WS-CHGOFF-DAYS
                           PERFORM CHARGE-OFF-LOAN
                       END-IF
                   END-IF
               END-IF
           END-IF.
           WRITE LOAN-OUT-RECORD FROM LOAN-RECORD.
           READ LOAN-MASTER-FILE
               AT END MOVE 'Y' TO LOAN-EOF
           END-READ.

       FIND-DELQ-ENTRY.
           MOVE 0 TO WS-DELQ-IX.
           PERFORM VARYING DI FROM 1 BY 1
                   UNTIL DI > WS-DELQ-COUNT OR WS-DELQ-IX > 0
               IF WS-DLQ-LOAN-ID(DI) = LN-LOAN-ID
                   MOVE DI TO WS-DELQ-IX
               END-IF
           END-PERFORM.

       CHARGE-OFF-LOAN.
           MOVE LN-PRIN-BALANCE TO WS-CHGOFF-PRIN.
           MOVE WS-DLQ-FEES(WS-DELQ-IX) TO WS-CHGOFF-FEES.
           MOVE 'C' TO LN-STATUS.
           MOVE WS-TODAY-DATE TO LN-CHGOFF-DATE.
           MOVE WS-CHGOFF-PRIN TO LN-CHGOFF-PRIN.
           MOVE WS-CHGOFF-FEES TO LN-CHGOFF-FEES.
           MOVE 0 TO LN-RECOVERED.
           MOVE 0 TO LN-PRIN-BALANCE.
           ADD 1 TO WS-CHGOFF-COUNT.
           ADD WS-CHGOFF-PRIN TO WS-DAY-CHGOFF-PRIN.
           ADD WS-CHGOFF-FEES TO WS-DAY-CHGOFF-FEES.

           MOVE SPACES TO WS-CGL-REF-ID.
           MOVE "CHGO" TO WS-CGL-REF-ID(1:4).
           MOVE LN-LOAN-ID TO WS-CGL-REF-ID(5:8).
           MOVE WS-CHGOFF-PRIN TO WS-CGL-AMOUNT.
           IF WS-CHGO-DEBIT = SPACES
               DISPLAY "** NO LOAN CHARGE-OFF GL MAP - LOAN "
                   LN-LOAN-ID " NOT JOURNALED"
               ADD 1 TO WS-CGL-UNMAPPED
           ELSE
               MOVE 'D' TO CGJ-DR-CR
               MOVE WS-CHGO-DEBIT TO CGJ-GL-ACCT
               PERFORM WRITE-CHGOFF-JOURNAL-LINE
               MOVE 'C' TO CGJ-DR-CR
               MOVE WS-CHGO-CREDIT TO CGJ-GL-ACCT
               PERFORM WRITE-CHGOFF-JOURNAL-LINE
               ADD 1 TO WS-CGL-ENTRIES
           END-IF.
           IF WS-CHGOFF-FEES > 0
               MOVE WS-CHGOFF-FEES TO WS-CGL-AMOUNT
               IF WS-FEE-CHGO-DEBIT = SPACES
                   DISPLAY "** NO LOAN FEE CHARGE-OFF GL MAP - LOAN "
                       LN-LOAN-ID " NOT JOURNALED"
                   ADD 1 TO WS-CGL-UNMAPPED
               ELSE
                   MOVE 'D' TO CGJ-DR-CR
                   MOVE WS-FEE-CHGO-DEBIT TO CGJ-GL-ACCT
                   PERFORM WRITE-CHGOFF-JOURNAL-LINE
                   MOVE 'C' TO CGJ-DR-CR
                   MOVE WS-FEE-CHGO-CREDIT TO CGJ-GL-ACCT
                   PERFORM WRITE-CHGOFF-JOURNAL-LINE
                   ADD 1 TO WS-CGL-ENTRIES
               END-IF
           END-IF.

           MOVE 'C' TO CHH-EVENT.
           MOVE WS-CHGOFF-PRIN TO CHH-PRINCIPAL.
           MOVE WS-CHGOFF-FEES TO CHH-FEES.
           MOVE 0 TO CHH-RECOVERY.
           PERFORM WRITE-HISTORY-EVENT.

       POST-RECOVERIES.
           MOVE 0 TO WS-RCVY-TOTAL.
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > WS-POST-COUNT
               IF WS-PST-LOAN-ID(PI) = LN-LOAN-ID
                   ADD WS-PST-AMOUNT(PI) TO WS-RCVY-TOTAL
               END-IF
           END-PERFORM.
           IF WS-RCVY-TOTAL > 0
               PERFORM APPLY-RECOVERY
           END-IF.

       APPLY-RECOVERY.
           IF LN-RECOVERED < LN-CHGOFF-PRIN + LN-CHGOFF-FEES
               COMPUTE WS-RCVY-ROOM =
                   LN-CHGOFF-PRIN + LN-CHGOFF-FEES - LN-RECOVERED
           ELSE
               MOVE 0 TO WS-RCVY-ROOM
           END-IF.
           IF WS-RCVY-TOTAL > WS-RCVY-ROOM
               MOVE WS-RCVY-ROOM TO WS-RCVY-AMOUNT
               COMPUTE WS-RCVY-EXCESS = WS-RCVY-TOTAL - WS-RCVY-ROOM
           ELSE
               MOVE WS-RCVY-TOTAL TO WS-RCVY-AMOUNT
               MOVE 0 TO WS-RCVY-EXCESS
           END-IF.

           IF WS-RCVY-AMOUNT > 0
               ADD WS-RCVY-AMOUNT TO LN-RECOVERED
               ADD 1 TO WS-RCVY-COUNT
               ADD WS-RCVY-AMOUNT TO WS-DAY-RCVY
               MOVE SPACES TO WS-CGL-REF-ID
               MOVE "RCVY" TO WS-CGL-REF-ID(1:4)
               MOVE LN-LOAN-ID TO WS-CGL-REF-ID(5:8)
               MOVE WS-RCVY-AMOUNT TO WS-CGL-AMOUNT
               IF WS-RCVY-DEBIT = SPACES
                   DISPLAY "** NO LOAN RECOVERY GL MAP - LOAN "
                       LN-LOAN-ID " NOT JOURNALED"
                   ADD 1 TO WS-CGL-UNMAPPED
               ELSE
                   MOVE 'D' TO CGJ-DR-CR
                   MOVE WS-RCVY-DEBIT TO CGJ-GL-ACCT
                   PERFORM WRITE-CHGOFF-JOURNAL-LINE
                   MOVE 'C' TO CGJ-DR-CR
                   MOVE WS-RCVY-CREDIT TO CGJ-GL-ACCT
                   PERFORM WRITE-CHGOFF-JOURNAL-LINE
                   ADD 1 TO WS-CGL-ENTRIES
               END-IF
               MOVE 'R' TO CHH-EVENT
               MOVE 0 TO CHH-PRINCIPAL
               MOVE 0 TO CHH-FEES
               MOVE WS-RCVY-AMOUNT TO CHH-RECOVERY
               PERFORM WRITE-HISTORY-EVENT
           END-IF.

           IF WS-RCVY-EXCESS > 0
               ADD 1 TO WS-EXCESS-COUNT
               MOVE WS-RCVY-EXCESS TO WS-EXCESS-EDIT
               MOVE SPACES TO CHGO-RPT-LINE
               STRING "** LOAN " DELIMITED BY SIZE
                   LN-LOAN-ID DELIMITED BY SIZE
                   " RECOVERED PAST CHARGE-OFF BY " DELIMITED BY SIZE
                   WS-EXCESS-EDIT DELIMITED BY SIZE
                   " - REFUND DUE" DELIMITED BY SIZE
                   INTO CHGO-RPT-LINE
               END-STRING
               WRITE CHGO-RPT-LINE
           END-IF.

       WRITE-HISTORY-EVENT.
           MOVE WS-TODAY-DATE TO CHH-DATE.
           MOVE LN-LOAN-ID TO CHH-LOAN-ID.
           MOVE LN-ACCT-NO TO CHH-ACCT-NO.
           MOVE LN-BORROWER TO CHH-BORROWER.
           WRITE CHGO-HIST-RECORD.
           PERFORM FORMAT-EVENT-LINE.
           WRITE CHGO-RPT-LINE FROM WS-RPT-DETAIL.

       FORMAT-EVENT-LINE.
           MOVE CHH-DATE TO WS-RPT-DATE.
           MOVE CHH-LOAN-ID TO WS-RPT-LOAN-ID.
           MOVE CHH-BORROWER TO WS-RPT-BORROWER.
           IF CHH-EVENT = 'C'
               MOVE "CHARGE-OFF" TO WS-RPT-EVENT
               MOVE CHH-PRINCIPAL TO WS-RPT-AMOUNT
               MOVE CHH-FEES TO WS-RPT-FEES
           ELSE
               MOVE "RECOVERY" TO WS-RPT-EVENT
               MOVE CHH-RECOVERY TO WS-RPT-AMOUNT
               MOVE 0 TO WS-RPT-FEES
           END-IF.

       WRITE-CHGOFF-JOURNAL-LINE.
           MOVE 'D' TO CGJ-REC-TYPE.
           MOVE LN-ACCT-NO TO CGJ-ACCT-NO.
           MOVE WS-TODAY-DATE TO CGJ-DATE.
           MOVE WS-CGL-AMOUNT TO CGJ-AMOUNT.
           MOVE WS-CGL-REF-ID TO CGJ-REF-ID.
           WRITE CHGO-GL-JRNL-RECORD.
           IF CGJ-DR-CR = 'D'
               ADD WS-CGL-AMOUNT TO WS-CGL-DEBITS
           ELSE
               ADD WS-CGL-AMOUNT TO WS-CGL-CREDITS
           END-IF.

       CLOSE-CHGOFF-JOURNAL.
           MOVE SPACES TO CHGO-GL-JRNL-TRAILER.
           MOVE 'T' TO CGT-REC-TYPE.
           MOVE WS-CGL-DEBITS TO CGT-DEBIT-TOT.
           MOVE WS-CGL-CREDITS TO CGT-CREDIT-TOT.
           WRITE CHGO-GL-JRNL-TRAILER.
           CLOSE CHGO-GL-JOURNAL.
           IF WS-CGL-DEBITS NOT = WS-CGL-CREDITS
               DISPLAY "** CHARGE-OFF JOURNAL OUT OF BALANCE **"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CHARGE-OFF JOURNAL IN BALANCE - "
                   WS-CGL-ENTRIES " ENTRIES"
           END-IF.

       WRITE-DAY-TOTALS.
           WRITE CHGO-RPT-LINE FROM WS-RPT-BLANK.
           MOVE "CHARGED OFF TODAY" TO WS-RPT-TOT-LABEL.
           MOVE WS-CHGOFF-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-DAY-CHGOFF-PRIN TO WS-RPT-TOT-AMOUNT.
           MOVE WS-DAY-CHGOFF-FEES TO WS-RPT-TOT-FEES.
           WRITE CHGO-RPT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "RECOVERED TODAY" TO WS-RPT-TOT-LABEL.
           MOVE WS-RCVY-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-DAY-RCVY TO WS-RPT-TOT-AMOUNT.
           MOVE 0 TO WS-RPT-TOT-FEES.
           WRITE CHGO-RPT-LINE FROM WS-RPT-TOTAL-LINE.
           IF WS-CGL-UNMAPPED > 0
               MOVE SPACES TO CHGO-RPT-LINE
               STRING "** " DELIMITED BY SIZE
                   WS-CGL-UNMAPPED DELIMITED BY SIZE
                   " ENTRIES NOT JOURNALED - NO GLMAP ENTRY"
                   DELIMITED BY SIZE
                   INTO CHGO-RPT-LINE
               END-STRING
               WRITE CHGO-RPT-LINE
           END-IF.

       WRITE-MONTHLY-REGISTER.
           WRITE CHGO-RPT-LINE FROM WS-RPT-BLANK.
           MOVE WS-TODAY-DATE(1:4) TO WS-RPT-REG-YEAR.
           MOVE WS-TODAY-DATE(5:2) TO WS-RPT-REG-MONTH.
           WRITE CHGO-RPT-LINE FROM WS-RPT-REG-HDR.
           WRITE CHGO-RPT-LINE FROM WS-RPT-COL-HDR.

           OPEN INPUT CHGO-HIST-FILE.
           IF HIST-FILE-STATUS = "35"
               MOVE 'Y' TO HIST-EOF
           ELSE
               READ CHGO-HIST-FILE
                   AT END MOVE 'Y' TO HIST-EOF
               END-READ
           END-IF.
           PERFORM REGISTER-ONE-EVENT UNTIL HIST-EOF = 'Y'.
           IF HIST-FILE-STATUS NOT = "35"
               CLOSE CHGO-HIST-FILE
           END-IF.

           WRITE CHGO-RPT-LINE FROM WS-RPT-BLANK.
           MOVE "MONTH CHARGE-OFFS" TO WS-RPT-TOT-LABEL.
           MOVE WS-MTH-CHGOFF-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-MTH-CHGOFF-PRIN TO WS-RPT-TOT-AMOUNT.
           MOVE WS-MTH-CHGOFF-FEES TO WS-RPT-TOT-FEES.
           WRITE CHGO-RPT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "MONTH RECOVERIES" TO WS-RPT-TOT-LABEL.
           MOVE WS-MTH-RCVY-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-MTH-RCVY TO WS-RPT-TOT-AMOUNT.
           MOVE 0 TO WS-RPT-TOT-FEES.
           WRITE CHGO-RPT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "YEAR-TO-DATE CHARGE-OFFS" TO WS-RPT-TOT-LABEL.
           MOVE WS-YTD-CHGOFF-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-YTD-CHGOFF-PRIN TO WS-RPT-TOT-AMOUNT.
           MOVE WS-YTD-CHGOFF-FEES TO WS-RPT-TOT-FEES.
           WRITE CHGO-RPT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "YEAR-TO-DATE RECOVERIES" TO WS-RPT-TOT-LABEL.
           MOVE WS-YTD-RCVY-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-YTD-RCVY TO WS-RPT-TOT-AMOUNT.
           MOVE 0 TO WS-RPT-TOT-FEES.
           WRITE CHGO-RPT-LINE FROM WS-RPT-TOTAL-LINE.
           COMPUTE WS-NET-LOSS = WS-YTD-CHGOFF-PRIN
               + WS-YTD-CHGOFF-FEES - WS-YTD-RCVY.
           MOVE "YEAR-TO-DATE NET LOSS" TO WS-RPT-TOT-LABEL.
           MOVE 0 TO WS-RPT-TOT-COUNT.
           MOVE WS-NET-LOSS TO WS-RPT-TOT-AMOUNT.
           MOVE 0 TO WS-RPT-TOT-FEES.
           WRITE CHGO-RPT-LINE FROM WS-RPT-TOTAL-LINE.

       REGISTER-ONE-EVENT.
           IF CHH-DATE(1:4) = WS-TODAY-DATE(1:4)
               IF CHH-EVENT = 'C'
                   ADD 1 TO WS-YTD-CHGOFF-COUNT
                   ADD CHH-PRINCIPAL TO WS-YTD-CHGOFF-PRIN
                   ADD CHH-FEES TO WS-YTD-CHGOFF-FEES
               ELSE
                   ADD 1 TO WS-YTD-RCVY-COUNT
                   ADD CHH-RECOVERY TO WS-YTD-RCVY
               END-IF
               IF CHH-DATE(5:2) = WS-TODAY-DATE(5:2)
                   IF CHH-EVENT = 'C'
                       ADD 1 TO WS-MTH-CHGOFF-COUNT
                       ADD CHH-PRINCIPAL TO WS-MTH-CHGOFF-PRIN
                       ADD CHH-FEES TO WS-MTH-CHGOFF-FEES
                   ELSE
                       ADD 1 TO WS-MTH-RCVY-COUNT
                       ADD CHH-RECOVERY TO WS-MTH-RCVY
                   END-IF
                   PERFORM FORMAT-EVENT-LINE
                   WRITE CHGO-RPT-LINE FROM WS-RPT-DETAIL
               END-IF
           END-IF.
           READ CHGO-HIST-FILE
               AT END MOVE 'Y' TO HIST-EOF
           END-READ.
