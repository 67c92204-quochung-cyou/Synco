       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-NOTICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO "ACCTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-ACCT-NO WITH DUPLICATES
               FILE STATUS IS XREF-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "NOTCLTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LTR-FILE-STATUS.

           SELECT MAILING-RPT-FILE ASSIGN TO "NOTCRPT"
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
       FD  AUDIT-FILE.
           COPY AUDIT-REC.

       FD  ACCOUNT-MASTER.
           COPY ACCOUNT-REC.

       FD  CUSTOMER-MASTER.
           COPY CUST-REC.

       FD  CUST-XREF-FILE.
           COPY CUST-XREF.

       FD  LETTER-FILE.
       01  LETTER-LINE             PIC X(80).

       FD  MAILING-RPT-FILE.
       01  MAILING-RPT-LINE        PIC X(80).

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-LOW-BALANCE     PIC 9(5)V99.
           05  CTL-DORMANT-MONTHS  PIC 9(3).
           05  CTL-LEAD-DAYS       PIC 9(3).
           05  CTL-BANK-NAME       PIC X(40).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       WORKING-STORAGE SECTION.
       01  AUDIT-FILE-STATUS   PIC X(2) VALUE "00".
       01  ACCT-FILE-STATUS    PIC X(2) VALUE "00".
       01  CUST-FILE-STATUS    PIC X(2) VALUE "00".
       01  XREF-FILE-STATUS    PIC X(2) VALUE "00".
       01  LTR-FILE-STATUS     PIC X(2) VALUE "00".
       01  RPT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  AUDIT-EOF           PIC X VALUE 'N'.
       01  ACCT-EOF            PIC X VALUE 'N'.
       01  XREF-EOF            PIC X VALUE 'N'.
       01  WS-CUST-FILE-OK     PIC X VALUE 'N'.
       01  WS-XREF-FILE-OK     PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-PRIOR-DATE       PIC X(8).
       01  WS-LOW-BALANCE      PIC 9(5)V99 VALUE 100.00.
       01  WS-DORMANT-MONTHS   PIC 9(3) VALUE 12.
       01  WS-LEAD-DAYS        PIC 9(3) VALUE 30.
       01  WS-BANK-NAME        PIC X(40) VALUE SPACES.

       01  WS-DORM-CUTOFF      PIC X(8).
       01  WS-DORM-WINDOW-LO   PIC X(8).
       01  WS-DORM-WINDOW-HI   PIC X(8).
       01  WS-CUT-BASE-DATE    PIC X(8).
       01  WS-CUT-RESULT-DATE  PIC X(8).
       01  WS-CUT-YEAR         PIC 9(4).
       01  WS-CUT-MONTH        PIC S9(4).
       01  WS-CUT-MONTH2       PIC 99.
       01  WS-CUT-YEARS-BACK   PIC 9(3).
       01  WS-CUT-MONTHS-BACK  PIC 9(3).

       01  WS-ADD-BASE-DATE    PIC X(8).
       01  WS-ADD-DAYS         PIC 9(3).
       01  WS-ADD-RESULT-DATE  PIC X(8).
       01  WS-ADD-YEAR         PIC 9(4).
       01  WS-ADD-MONTH        PIC 99.
       01  WS-ADD-DAY-NUM      PIC 9(3).
       01  WS-ADD-DAY2         PIC 99.
       01  WS-ADD-MONTH-LEN    PIC 99.
       01  WS-ADD-LEAP-REM     PIC 9(4).
       01  WS-ADD-MONTHS       PIC 9(4).

       01  WS-DEBIT-SW         PIC X.
       01  WS-PRIOR-BAL        PIC S9(7)V99.
       01  WS-LOOKUP-ACCT      PIC 9(8).
       01  WS-OWNER-ID         PIC X(8).
       01  WS-NEXT-OWNER-ID    PIC X(8).
       01  WS-CUST-FOUND       PIC X.
       01  WS-NTC-IX           PIC 9(4).
       01  WS-ADDR-REASON      PIC X(20).
       01  WS-LTR-ACCOUNTS     PIC 9(3).
       01  WS-LTR-OD-SW        PIC X.
       01  WS-LTR-DORM-SW      PIC X.
       01  WS-FMT-IN-DATE      PIC X(8).
       01  WS-FMT-OUT-DATE     PIC X(10).

       01  WS-AUDIT-COUNT      PIC 9(7) VALUE 0.
       01  WS-MAILED-COUNT     PIC 9(6) VALUE 0.
       01  WS-SUPPRESS-COUNT   PIC 9(6) VALUE 0.
       01  WS-NO-OWNER-COUNT   PIC 9(6) VALUE 0.
       01  WS-CLOSED-COUNT     PIC 9(6) VALUE 0.
       01  WS-NSF-NTC-COUNT    PIC 9(6) VALUE 0.
       01  WS-ODT-NTC-COUNT    PIC 9(6) VALUE 0.
       01  WS-RTN-NTC-COUNT    PIC 9(6) VALUE 0.
       01  WS-HOLD-NTC-COUNT   PIC 9(6) VALUE 0.
       01  WS-OD-NTC-COUNT     PIC 9(6) VALUE 0.
       01  WS-LOW-NTC-COUNT    PIC 9(6) VALUE 0.
       01  WS-DORM-NTC-COUNT   PIC 9(6) VALUE 0.


       01  WS-NOTICE-TABLE.
           05  WS-NOTICE-ENTRY OCCURS 2000 TIMES.
               10  WS-NTA-ACCT-NO  PIC 9(8).
               10  WS-NTA-NSF-CNT  PIC 9(3).
               10  WS-NTA-NSF-AMT  PIC 9(7)V99.
               10  WS-NTA-ODT-CNT  PIC 9(3).
               10  WS-NTA-ODT-AMT  PIC 9(7)V99.
               10  WS-NTA-RTN-CNT  PIC 9(3).
               10  WS-NTA-RTN-AMT  PIC 9(7)V99.
               10  WS-NTA-HOLD-CNT PIC 9(3).
               10  WS-NTA-HOLD-AMT PIC 9(7)V99.
               10  WS-NTA-OD-SW    PIC X.
               10  WS-NTA-LOW-SW   PIC X.
               10  WS-NTA-DORM-SW  PIC X.
               10  WS-NTA-LAST-ACT PIC X(8).
               10  WS-NTA-DORM-DATE PIC X(8).
               10  WS-NTA-BALANCE  PIC S9(7)V99.
               10  WS-NTA-CUST-ID  PIC X(8).
               10  WS-NTA-SEND     PIC X.
               10  WS-NTA-MAILED   PIC X.
       01  WS-NOTICE-COUNT     PIC 9(4) VALUE 0.
       01  NI                  PIC 9(4).

       01  WS-LTR-RULE.
           05  FILLER           PIC X(80) VALUE ALL "-".
       01  WS-LTR-TITLE.
           05  WS-LTR-BANK      PIC X(40).
           05  FILLER           PIC X(18) VALUE SPACES.
           05  FILLER           PIC X(12) VALUE "NOTICE DATE ".
           05  WS-LTR-DATE      PIC X(10).
       01  WS-LTR-TEXT-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-LTR-TEXT      PIC X(76).
       01  WS-LTR-CITY-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-LTR-CITY      PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-LTR-STATE     PIC XX.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-LTR-ZIP       PIC X(9).
           05  FILLER           PIC X(43) VALUE SPACES.
       01  WS-LTR-CUST-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  FILLER           PIC X(17) VALUE "CUSTOMER NUMBER: ".
           05  WS-LTR-CUST-ID   PIC X(8).
           05  FILLER           PIC X(51) VALUE SPACES.
       01  WS-LTR-DET-HDR.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  FILLER           PIC X(10) VALUE "ACCOUNT".
           05  FILLER           PIC X(32) VALUE "NOTICE".
           05  FILLER           PIC X(12) VALUE "ITEMS/DATE".
           05  FILLER           PIC X(22) VALUE "        AMOUNT".
       01  WS-LTR-DETAIL.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-LTR-ACCT      PIC 9(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-LTR-NOTICE    PIC X(30).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-LTR-INFO      PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-LTR-AMOUNT    PIC -Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(9) VALUE SPACES.
       01  WS-LTR-COUNT-EDIT    PIC ZZ9.

       01  WS-RPT-HDR1.
           05  FILLER           PIC X(40)
               VALUE "CUSTOMER NOTICE MAILING REPORT".
           05  FILLER           PIC X(26) VALUE SPACES.
           05  FILLER           PIC X(6) VALUE "DATE  ".
           05  WS-RPT-HDR-DATE  PIC X(8).
       01  WS-RPT-HDR2.
           05  FILLER           PIC X(80)
               VALUE "SUPPRESSED - BAD OR MISSING ADDRESS / NO OWNER".
       01  WS-RPT-HDR3.
           05  FILLER           PIC X(10) VALUE "CUSTOMER".
           05  FILLER           PIC X(32) VALUE "NAME".
           05  FILLER           PIC X(22) VALUE "REASON".
           05  FILLER           PIC X(16) VALUE "ACCOUNTS".
       01  WS-RPT-DETAIL.
           05  WS-RPT-ID        PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-NAME      PIC X(30).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-REASON    PIC X(20).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-ACCOUNTS  PIC ZZ9.
           05  FILLER           PIC X(13) VALUE SPACES.
       01  WS-RPT-TOT-LINE.
           05  WS-RPT-TOT-LABEL PIC X(30).
           05  WS-RPT-TOT-COUNT PIC ZZZ,ZZ9.
           05  FILLER           PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CUSTOMER NOTICE RUN STARTED".

           PERFORM READ-CONTROL-CARD.
           PERFORM GET-BUSINESS-DATE.
           PERFORM COMPUTE-DORMANCY-WINDOW.
           DISPLAY "DORMANCY NOTICE WINDOW: " WS-DORM-WINDOW-LO
               " TO " WS-DORM-WINDOW-HI.

           PERFORM OPEN-CUSTOMER-FILES.

           OPEN INPUT ACCOUNT-MASTER.
           IF ACCT-FILE-STATUS NOT = "00"
               DISPLAY "** ACCOUNT MASTER OPEN FAILED - STATUS "
                   ACCT-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM COLLECT-AUDIT-EVENTS.
           PERFORM COLLECT-PENDING-DORMANCY.
           PERFORM VARYING NI FROM 1 BY 1 UNTIL NI > WS-NOTICE-COUNT
               PERFORM CONFIRM-ONE-ACCOUNT
           END-PERFORM.
           CLOSE ACCOUNT-MASTER.

           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT MAILING-RPT-FILE.
           MOVE WS-TODAY-DATE TO WS-RPT-HDR-DATE.
           WRITE MAILING-RPT-LINE FROM WS-RPT-HDR1.
           MOVE SPACES TO MAILING-RPT-LINE.
           WRITE MAILING-RPT-LINE.
           WRITE MAILING-RPT-LINE FROM WS-RPT-HDR2.
           WRITE MAILING-RPT-LINE FROM WS-RPT-HDR3.
           PERFORM VARYING NI FROM 1 BY 1 UNTIL NI > WS-NOTICE-COUNT
               IF WS-NTA-SEND(NI) = 'Y' AND WS-NTA-CUST-ID(NI) = SPACES
                   PERFORM LIST-NO-OWNER
               END-IF
           END-PERFORM.
           PERFORM FIND-NEXT-CUSTOMER.
           PERFORM NOTIFY-ONE-CUSTOMER UNTIL WS-NEXT-OWNER-ID = SPACES.
           PERFORM WRITE-MAILING-TOTALS.
           CLOSE LETTER-FILE.
           CLOSE MAILING-RPT-FILE.
           CLOSE CUSTOMER-MASTER.
           IF WS-XREF-FILE-OK = 'Y'
               CLOSE CUST-XREF-FILE
           END-IF.

           DISPLAY "AUDIT RECORDS READ     : " WS-AUDIT-COUNT.
           DISPLAY "LETTERS MAILED         : " WS-MAILED-COUNT.
           DISPLAY "LETTERS SUPPRESSED     : " WS-SUPPRESS-COUNT.
           DISPLAY "ACCOUNTS WITH NO OWNER : " WS-NO-OWNER-COUNT.
           DISPLAY "CLOSED ACCOUNTS SKIPPED: " WS-CLOSED-COUNT.
           IF WS-SUPPRESS-COUNT > 0 OR WS-NO-OWNER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "CUSTOMER NOTICE RUN COMPLETE".
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "No Control Card - Default Notice Settings"
           ELSE
               READ CONTROL-CARD
                   AT END DISPLAY "Empty Control Card"
                   NOT AT END
                       IF CTL-LOW-BALANCE NUMERIC
                           AND CTL-LOW-BALANCE > 0
                           MOVE CTL-LOW-BALANCE TO WS-LOW-BALANCE
                       END-IF
                       IF CTL-DORMANT-MONTHS NUMERIC
                           AND CTL-DORMANT-MONTHS > 0
                           MOVE CTL-DORMANT-MONTHS
                               TO WS-DORMANT-MONTHS
                       END-IF
                       IF CTL-LEAD-DAYS NUMERIC
                           AND CTL-LEAD-DAYS > 0
                           MOVE CTL-LEAD-DAYS TO WS-LEAD-DAYS
                       END-IF
                       MOVE CTL-BANK-NAME TO WS-BANK-NAME
               END-READ
               CLOSE CONTROL-CARD
           END-IF.

       GET-BUSINESS-DATE.
           MOVE SPACES TO WS-PRIOR-DATE.
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
                       MOVE BDT-PRIOR-DATE TO WS-PRIOR-DATE
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE-FILE.

       COMPUTE-DORMANCY-WINDOW.
           MOVE WS-TODAY-DATE TO WS-CUT-BASE-DATE.
           PERFORM COMPUTE-CUTOFF-DATE.
           MOVE WS-CUT-RESULT-DATE TO WS-DORM-CUTOFF.

           MOVE WS-TODAY-DATE TO WS-ADD-BASE-DATE.
           MOVE WS-LEAD-DAYS TO WS-ADD-DAYS.
           PERFORM COMPUTE-ADD-DATE.
           MOVE WS-ADD-RESULT-DATE TO WS-CUT-BASE-DATE.
           PERFORM COMPUTE-CUTOFF-DATE.
           MOVE WS-CUT-RESULT-DATE TO WS-DORM-WINDOW-HI.

           IF WS-PRIOR-DATE = SPACES
               OR WS-PRIOR-DATE NOT < WS-TODAY-DATE
               MOVE WS-DORM-CUTOFF TO WS-DORM-WINDOW-LO
           ELSE
               MOVE WS-PRIOR-DATE TO WS-ADD-BASE-DATE
               MOVE WS-LEAD-DAYS TO WS-ADD-DAYS
               PERFORM COMPUTE-ADD-DATE
               MOVE WS-ADD-RESULT-DATE TO WS-CUT-BASE-DATE
               PERFORM COMPUTE-CUTOFF-DATE
               MOVE WS-CUT-RESULT-DATE TO WS-DORM-WINDOW-LO
               IF WS-DORM-WINDOW-LO < WS-DORM-CUTOFF
                   MOVE WS-DORM-CUTOFF TO WS-DORM-WINDOW-LO
               END-IF
           END-IF.

       COMPUTE-CUTOFF-DATE.
           MOVE WS-CUT-BASE-DATE TO WS-CUT-RESULT-DATE.
           MOVE WS-CUT-BASE-DATE(1:4) TO WS-CUT-YEAR.
           MOVE WS-CUT-BASE-DATE(5:2) TO WS-CUT-MONTH.
           DIVIDE WS-DORMANT-MONTHS BY 12
               GIVING WS-CUT-YEARS-BACK
               REMAINDER WS-CUT-MONTHS-BACK.
           SUBTRACT WS-CUT-YEARS-BACK FROM WS-CUT-YEAR.
           SUBTRACT WS-CUT-MONTHS-BACK FROM WS-CUT-MONTH.
           IF WS-CUT-MONTH < 1
               ADD 12 TO WS-CUT-MONTH
               SUBTRACT 1 FROM WS-CUT-YEAR
           END-IF.
           MOVE WS-CUT-MONTH TO WS-CUT-MONTH2.
           MOVE WS-CUT-YEAR TO WS-CUT-RESULT-DATE(1:4).
           MOVE WS-CUT-MONTH2 TO WS-CUT-RESULT-DATE(5:2).

       COMPUTE-ADD-DATE.
           MOVE WS-ADD-BASE-DATE(1:4) TO WS-ADD-YEAR.
           MOVE WS-ADD-BASE-DATE(5:2) TO WS-ADD-MONTH.
           MOVE WS-ADD-BASE-DATE(7:2) TO WS-ADD-DAY-NUM.
           ADD WS-ADD-DAYS TO WS-ADD-DAY-NUM.
           PERFORM SET-ADD-MONTH-LEN.
           PERFORM ROLL-ADD-MONTH
               UNTIL WS-ADD-DAY-NUM <= WS-ADD-MONTH-LEN.
           MOVE WS-ADD-DAY-NUM TO WS-ADD-DAY2.
           MOVE WS-ADD-YEAR TO WS-ADD-RESULT-DATE(1:4).
           MOVE WS-ADD-MONTH TO WS-ADD-RESULT-DATE(5:2).
           MOVE WS-ADD-DAY2 TO WS-ADD-RESULT-DATE(7:2).

       ROLL-ADD-MONTH.
           SUBTRACT WS-ADD-MONTH-LEN FROM WS-ADD-DAY-NUM.
           ADD 1 TO WS-ADD-MONTH.
           IF WS-ADD-MONTH > 12
               MOVE 1 TO WS-ADD-MONTH
               ADD 1 TO WS-ADD-YEAR
           END-IF.
           PERFORM SET-ADD-MONTH-LEN.

       SET-ADD-MONTH-LEN.
           EVALUATE WS-ADD-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-ADD-MONTH-LEN
               WHEN 2
                   COMPUTE WS-ADD-LEAP-REM =
                       FUNCTION MOD(WS-ADD-YEAR, 4)
                   IF WS-ADD-LEAP-REM = 0
                       MOVE 29 TO WS-ADD-MONTH-LEN
                   ELSE
                       MOVE 28 TO WS-ADD-MONTH-LEN
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-ADD-MONTH-LEN
           END-EVALUATE.

       COMPUTE-DORMANT-DATE.
           MOVE ACCT-LAST-ACT-DATE(1:4) TO WS-ADD-YEAR.
           MOVE ACCT-LAST-ACT-DATE(5:2) TO WS-ADD-MONTH.
           MOVE ACCT-LAST-ACT-DATE(7:2) TO WS-ADD-DAY-NUM.
           COMPUTE WS-ADD-MONTHS = WS-ADD-MONTH + WS-DORMANT-MONTHS - 1.
           DIVIDE WS-ADD-MONTHS BY 12
               GIVING WS-CUT-YEARS-BACK
               REMAINDER WS-CUT-MONTHS-BACK.
           ADD WS-CUT-YEARS-BACK TO WS-ADD-YEAR.
           COMPUTE WS-ADD-MONTH = WS-CUT-MONTHS-BACK + 1.
           PERFORM SET-ADD-MONTH-LEN.
           IF WS-ADD-DAY-NUM > WS-ADD-MONTH-LEN
               MOVE WS-ADD-MONTH-LEN TO WS-ADD-DAY-NUM
           END-IF.
           MOVE WS-ADD-DAY-NUM TO WS-ADD-DAY2.
           MOVE WS-ADD-YEAR TO WS-ADD-RESULT-DATE(1:4).
           MOVE WS-ADD-MONTH TO WS-ADD-RESULT-DATE(5:2).
           MOVE WS-ADD-DAY2 TO WS-ADD-RESULT-DATE(7:2).

       OPEN-CUSTOMER-FILES.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUST-FILE-STATUS NOT = "00"
               DISPLAY "** CUSTOMER MASTER OPEN FAILED - STATUS "
                   CUST-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-CUST-FILE-OK.
           OPEN INPUT CUST-XREF-FILE.
           IF XREF-FILE-STATUS = "00"
               MOVE 'Y' TO WS-XREF-FILE-OK
           ELSE
               DISPLAY "No Account Cross-Reference File"
           END-IF.

       COLLECT-AUDIT-EVENTS.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
               DISPLAY "No Audit Log - No Activity Notices"
               MOVE 'Y' TO AUDIT-EOF
           ELSE
               READ AUDIT-FILE
                   AT END MOVE 'Y' TO AUDIT-EOF
               END-READ
           END-IF.
           PERFORM CLASSIFY-ONE-EVENT UNTIL AUDIT-EOF = 'Y'.
           IF AUDIT-FILE-STATUS NOT = "35"
               CLOSE AUDIT-FILE
           END-IF.

       CLASSIFY-ONE-EVENT.
           ADD 1 TO WS-AUDIT-COUNT.
           MOVE AUD-ACCT-NO TO WS-LOOKUP-ACCT.
           EVALUATE AUD-STATUS-MSG
               WHEN "NSF FEE"
                   PERFORM FIND-NOTICE-ENTRY
                   ADD 1 TO WS-NTA-NSF-CNT(WS-NTC-IX)
                   ADD AUD-AMOUNT TO WS-NTA-NSF-AMT(WS-NTC-IX)
               WHEN "OD TRANSFER FEE"
                   PERFORM FIND-NOTICE-ENTRY
                   ADD 1 TO WS-NTA-ODT-CNT(WS-NTC-IX)
                   ADD AUD-AMOUNT TO WS-NTA-ODT-AMT(WS-NTC-IX)
               WHEN "FUNDS ON HOLD"
                   PERFORM FIND-NOTICE-ENTRY
                   ADD 1 TO WS-NTA-HOLD-CNT(WS-NTC-IX)
                   ADD AUD-AMOUNT TO WS-NTA-HOLD-AMT(WS-NTC-IX)
               WHEN "UNCOLLECTED FUNDS"
                   IF AUD-BRANCH-ID = "CLR"
                       PERFORM FIND-NOTICE-ENTRY
                       ADD 1 TO WS-NTA-HOLD-CNT(WS-NTC-IX)
                       ADD AUD-AMOUNT TO WS-NTA-HOLD-AMT(WS-NTC-IX)
                   END-IF
               WHEN "INSUFFICIENT FUNDS"
                   IF AUD-BRANCH-ID = "CLR"
                       PERFORM FIND-NOTICE-ENTRY
                       ADD 1 TO WS-NTA-RTN-CNT(WS-NTC-IX)
                       ADD AUD-AMOUNT TO WS-NTA-RTN-AMT(WS-NTC-IX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE 'N' TO WS-DEBIT-SW.
           EVALUATE AUD-STATUS-MSG
               WHEN "WITHDRAWAL"
               WHEN "OVERDRAFT WITHDRAWAL"
               WHEN "TRANSFER OUT"
               WHEN "NSF FEE"
               WHEN "SERVICE FEE"
               WHEN "EARLY WD PENALTY"
               WHEN "CHECK PAID"
               WHEN "OD TRANSFER FEE"
               WHEN "LOAN PAYMENT"
               WHEN "REVERSAL DEPOSIT"
               WHEN "DISPUTE REVERSAL"
               WHEN "WIRE OUT"
                   MOVE 'Y' TO WS-DEBIT-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-DEBIT-SW = 'Y'
               COMPUTE WS-PRIOR-BAL = AUD-BALANCE + AUD-AMOUNT
               IF AUD-BALANCE < 0 AND WS-PRIOR-BAL NOT < 0
                   PERFORM FIND-NOTICE-ENTRY
                   MOVE 'Y' TO WS-NTA-OD-SW(WS-NTC-IX)
               ELSE
               IF AUD-BALANCE NOT < 0
                   AND AUD-BALANCE < WS-LOW-BALANCE
                   AND WS-PRIOR-BAL NOT < WS-LOW-BALANCE
                   PERFORM FIND-NOTICE-ENTRY
                   MOVE 'Y' TO WS-NTA-LOW-SW(WS-NTC-IX)
               END-IF
               END-IF
           END-IF.

           READ AUDIT-FILE
               AT END MOVE 'Y' TO AUDIT-EOF
           END-READ.

       FIND-NOTICE-ENTRY.
           MOVE 0 TO WS-NTC-IX.
           PERFORM VARYING NI FROM 1 BY 1
                   UNTIL NI > WS-NOTICE-COUNT OR WS-NTC-IX > 0
               IF WS-NTA-ACCT-NO(NI) = WS-LOOKUP-ACCT
                   MOVE NI TO WS-NTC-IX
               END-IF
           END-PERFORM.
           IF WS-NTC-IX = 0
               IF WS-NOTICE-COUNT < 2000
                   ADD 1 TO WS-NOTICE-COUNT
                   MOVE WS-NOTICE-COUNT TO WS-NTC-IX
                   MOVE WS-LOOKUP-ACCT TO WS-NTA-ACCT-NO(WS-NTC-IX)
                   MOVE 0 TO WS-NTA-NSF-CNT(WS-NTC-IX)
                   MOVE 0 TO WS-NTA-NSF-AMT(WS-NTC-IX)
                   MOVE 0 TO WS-NTA-ODT-CNT(WS-NTC-IX)
                   MOVE 0 TO WS-NTA-ODT-AMT(WS-NTC-IX)
                   MOVE 0 TO WS-NTA-RTN-CNT(WS-NTC-IX)
                   MOVE 0 TO WS-NTA-RTN-AMT(WS-NTC-IX)
                   MOVE 0 TO WS-NTA-HOLD-CNT(WS-NTC-IX)
                   MOVE 0 TO WS-NTA-HOLD-AMT(WS-NTC-IX)
                   MOVE 'N' TO WS-NTA-OD-SW(WS-NTC-IX)
                   MOVE 'N' TO WS-NTA-LOW-SW(WS-NTC-IX)
                   MOVE 'N' TO WS-NTA-DORM-SW(WS-NTC-IX)
                   MOVE SPACES TO WS-NTA-LAST-ACT(WS-NTC-IX)
                   MOVE SPACES TO WS-NTA-DORM-DATE(WS-NTC-IX)
                   MOVE 0 TO WS-NTA-BALANCE(WS-NTC-IX)
                   MOVE SPACES TO WS-NTA-CUST-ID(WS-NTC-IX)
                   MOVE 'N' TO WS-NTA-SEND(WS-NTC-IX)
                   MOVE 'N' TO WS-NTA-MAILED(WS-NTC-IX)
               ELSE
                   DISPLAY "** NOTICE TABLE FULL - NOTICE RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       COLLECT-PENDING-DORMANCY.
           MOVE 0 TO ACCT-NO.
           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-NO
               INVALID KEY MOVE 'Y' TO ACCT-EOF
           END-START.
           IF ACCT-EOF NOT = 'Y'
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO ACCT-EOF
               END-READ
           END-IF.
           PERFORM CHECK-ONE-DORMANCY UNTIL ACCT-EOF = 'Y'.

       CHECK-ONE-DORMANCY.
           IF ACCT-DORMANT-SW NOT = 'Y' AND ACCT-DORMANT-SW NOT = 'C'
               AND ACCT-LAST-ACT-DATE NOT < WS-DORM-WINDOW-LO
               AND ACCT-LAST-ACT-DATE < WS-DORM-WINDOW-HI
               MOVE ACCT-NO TO WS-LOOKUP-ACCT
               PERFORM FIND-NOTICE-ENTRY
               MOVE 'Y' TO WS-NTA-DORM-SW(WS-NTC-IX)
               MOVE ACCT-LAST-ACT-DATE TO WS-NTA-LAST-ACT(WS-NTC-IX)
               PERFORM COMPUTE-DORMANT-DATE
               MOVE WS-ADD-RESULT-DATE TO WS-NTA-DORM-DATE(WS-NTC-IX)
           END-IF.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO ACCT-EOF
           END-READ.

       CONFIRM-ONE-ACCOUNT.
           MOVE WS-NTA-ACCT-NO(NI) TO ACCT-NO.
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF ACCT-FILE-STATUS NOT = "00"
               DISPLAY "** ACCOUNT " WS-NTA-ACCT-NO(NI)
                   " NOT ON MASTER - NO NOTICE"
           ELSE
           IF ACCT-DORMANT-SW = 'C'
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               MOVE ACCT-BALANCE TO WS-NTA-BALANCE(NI)
               IF ACCT-BALANCE < 0 OR ACCT-BALANCE NOT < WS-LOW-BALANCE
                   MOVE 'N' TO WS-NTA-LOW-SW(NI)
               END-IF
               IF WS-NTA-NSF-CNT(NI) > 0 OR WS-NTA-ODT-CNT(NI) > 0
                   OR WS-NTA-RTN-CNT(NI) > 0
                   OR WS-NTA-HOLD-CNT(NI) > 0
                   OR WS-NTA-OD-SW(NI) = 'Y'
                   OR WS-NTA-LOW-SW(NI) = 'Y'
                   OR WS-NTA-DORM-SW(NI) = 'Y'
                   MOVE 'Y' TO WS-NTA-SEND(NI)
                   MOVE WS-NTA-ACCT-NO(NI) TO WS-LOOKUP-ACCT
                   PERFORM FIND-ACCOUNT-OWNER
                   IF WS-CUST-FOUND = 'Y'
                       MOVE WS-OWNER-ID TO WS-NTA-CUST-ID(NI)
                   END-IF
               END-IF
           END-IF
           END-IF.

       FIND-ACCOUNT-OWNER.
           MOVE 'N' TO WS-CUST-FOUND.
           MOVE SPACES TO WS-OWNER-ID.
           MOVE 'Y' TO XREF-EOF.
           IF WS-XREF-FILE-OK = 'Y'
               MOVE WS-LOOKUP-ACCT TO XRF-ACCT-NO
               START CUST-XREF-FILE KEY IS EQUAL TO XRF-ACCT-NO
                   INVALID KEY MOVE 'Y' TO XREF-EOF
                   NOT INVALID KEY MOVE 'N' TO XREF-EOF
               END-START
           END-IF.
           PERFORM FIND-NEXT-OWNER UNTIL XREF-EOF = 'Y'.
           IF WS-OWNER-ID NOT = SPACES AND WS-CUST-FILE-OK = 'Y'
               MOVE WS-OWNER-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF CUST-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-CUST-FOUND
               END-IF
           END-IF.

       FIND-NEXT-OWNER.
           READ CUST-XREF-FILE NEXT RECORD
               AT END MOVE 'Y' TO XREF-EOF
           END-READ.
           IF XREF-EOF = 'N' AND XRF-ACCT-NO NOT = WS-LOOKUP-ACCT
               MOVE 'Y' TO XREF-EOF
           END-IF.
           IF XREF-EOF = 'N'
               IF WS-OWNER-ID = SPACES
                   OR XRF-OWNER-ROLE = 'P'
                   MOVE XRF-CUST-ID TO WS-OWNER-ID
               END-IF
           END-IF.

       LIST-NO-OWNER.
           ADD 1 TO WS-NO-OWNER-COUNT.
           MOVE SPACES TO WS-RPT-ID.
           MOVE WS-NTA-ACCT-NO(NI) TO WS-RPT-ID.
           MOVE SPACES TO WS-RPT-NAME.
           MOVE "NO OWNER ON XREF" TO WS-RPT-REASON.
           MOVE 1 TO WS-RPT-ACCOUNTS.
           WRITE MAILING-RPT-LINE FROM WS-RPT-DETAIL.

       FIND-NEXT-CUSTOMER.
           MOVE SPACES TO WS-NEXT-OWNER-ID.
           PERFORM VARYING NI FROM 1 BY 1 UNTIL NI > WS-NOTICE-COUNT
               IF WS-NTA-SEND(NI) = 'Y' AND WS-NTA-MAILED(NI) = 'N'
                   AND WS-NTA-CUST-ID(NI) NOT = SPACES
                   IF WS-NEXT-OWNER-ID = SPACES
                       OR WS-NTA-CUST-ID(NI) < WS-NEXT-OWNER-ID
                       MOVE WS-NTA-CUST-ID(NI) TO WS-NEXT-OWNER-ID
                   END-IF
               END-IF
           END-PERFORM.

       NOTIFY-ONE-CUSTOMER.
           MOVE WS-NEXT-OWNER-ID TO CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF CUST-FILE-STATUS NOT = "00"
               MOVE SPACES TO CUSTOMER-RECORD
               MOVE WS-NEXT-OWNER-ID TO CUST-ID
           END-IF.
           MOVE 0 TO WS-LTR-ACCOUNTS.
           PERFORM VARYING NI FROM 1 BY 1 UNTIL NI > WS-NOTICE-COUNT
               IF WS-NTA-SEND(NI) = 'Y'
                   AND WS-NTA-CUST-ID(NI) = WS-NEXT-OWNER-ID
                   ADD 1 TO WS-LTR-ACCOUNTS
                   MOVE 'Y' TO WS-NTA-MAILED(NI)
               END-IF
           END-PERFORM.
           PERFORM CHECK-MAILING-ADDRESS.
           IF WS-ADDR-REASON NOT = SPACES
               ADD 1 TO WS-SUPPRESS-COUNT
               MOVE CUST-ID TO WS-RPT-ID
               MOVE CUST-NAME TO WS-RPT-NAME
               MOVE WS-ADDR-REASON TO WS-RPT-REASON
               MOVE WS-LTR-ACCOUNTS TO WS-RPT-ACCOUNTS
               WRITE MAILING-RPT-LINE FROM WS-RPT-DETAIL
           ELSE
               ADD 1 TO WS-MAILED-COUNT
               PERFORM PRINT-ONE-LETTER
           END-IF.
           PERFORM FIND-NEXT-CUSTOMER.

       CHECK-MAILING-ADDRESS.
           MOVE SPACES TO WS-ADDR-REASON.
           IF CUST-NAME = SPACES
               MOVE "NO NAME ON FILE" TO WS-ADDR-REASON
           ELSE
           IF CUST-ADDR-LINE = SPACES
               MOVE "NO STREET ADDRESS" TO WS-ADDR-REASON
           ELSE
           IF CUST-CITY = SPACES
               MOVE "NO CITY" TO WS-ADDR-REASON
           ELSE
           IF CUST-STATE = SPACES
               OR CUST-STATE NOT ALPHABETIC
               MOVE "BAD STATE CODE" TO WS-ADDR-REASON
           ELSE
           IF CUST-ZIP(1:5) NOT NUMERIC
               MOVE "BAD ZIP CODE" TO WS-ADDR-REASON
           ELSE
           IF CUST-ZIP(6:4) NOT = SPACES
               AND CUST-ZIP(6:4) NOT NUMERIC
               MOVE "BAD ZIP CODE" TO WS-ADDR-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       PRINT-ONE-LETTER.
           MOVE 'N' TO WS-LTR-OD-SW.
           MOVE 'N' TO WS-LTR-DORM-SW.
           WRITE LETTER-LINE FROM WS-LTR-RULE.
           MOVE WS-BANK-NAME TO WS-LTR-BANK.
           MOVE WS-TODAY-DATE TO WS-FMT-IN-DATE.
           PERFORM FORMAT-LETTER-DATE.
           MOVE WS-FMT-OUT-DATE TO WS-LTR-DATE.
           WRITE LETTER-LINE FROM WS-LTR-TITLE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE CUST-NAME TO WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-TEXT-LINE.
           MOVE CUST-ADDR-LINE TO WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-TEXT-LINE.
           MOVE CUST-CITY TO WS-LTR-CITY.
           MOVE CUST-STATE TO WS-LTR-STATE.
           MOVE CUST-ZIP TO WS-LTR-ZIP.
           WRITE LETTER-LINE FROM WS-LTR-CITY-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE CUST-ID TO WS-LTR-CUST-ID.
           WRITE LETTER-LINE FROM WS-LTR-CUST-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "DEAR CUSTOMER," TO WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-TEXT-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "PLEASE REVIEW THE FOLLOWING ACTIVITY ON YOUR ACCOUNTS."
               TO WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-TEXT-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE FROM WS-LTR-DET-HDR.
           PERFORM VARYING NI FROM 1 BY 1 UNTIL NI > WS-NOTICE-COUNT
               IF WS-NTA-SEND(NI) = 'Y'
                   AND WS-NTA-CUST-ID(NI) = WS-NEXT-OWNER-ID
                   PERFORM PRINT-ACCOUNT-NOTICES
               END-IF
           END-PERFORM.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           IF WS-LTR-OD-SW = 'Y'
               MOVE "AN OVERDRAWN BALANCE SHOULD BE COVERED PROMPTLY TO"
                   TO WS-LTR-TEXT
               WRITE LETTER-LINE FROM WS-LTR-TEXT-LINE
               MOVE "AVOID FURTHER FEES AND RETURNED ITEMS."
                   TO WS-LTR-TEXT
               WRITE LETTER-LINE FROM WS-LTR-TEXT-LINE
           END-IF.
           IF WS-LTR-DORM-SW = 'Y'
               MOVE "A DEPOSIT OR WITHDRAWAL BEFORE THE DATE SHOWN WILL"
                   TO WS-LTR-TEXT
               WRITE LETTER-LINE FROM WS-LTR-TEXT-LINE
               MOVE "KEEP THE ACCOUNT ACTIVE. DORMANT BALANCES MAY BE"
                   TO WS-LTR-TEXT
               WRITE LETTER-LINE FROM WS-LTR-TEXT-LINE
               MOVE "TURNED OVER TO THE STATE AS UNCLAIMED PROPERTY."
                   TO WS-LTR-TEXT
               WRITE LETTER-LINE FROM WS-LTR-TEXT-LINE
           END-IF.
           MOVE "PLEASE CONTACT YOUR BRANCH WITH ANY QUESTIONS."
               TO WS-LTR-TEXT.
           WRITE LETTER-LINE FROM WS-LTR-TEXT-LINE.

       PRINT-ACCOUNT-NOTICES.
           MOVE WS-NTA-ACCT-NO(NI) TO WS-LTR-ACCT.
           IF WS-NTA-NSF-CNT(NI) > 0
               ADD 1 TO WS-NSF-NTC-COUNT
               MOVE "NSF FEE CHARGED" TO WS-LTR-NOTICE
               MOVE WS-NTA-NSF-CNT(NI) TO WS-LTR-COUNT-EDIT
               MOVE SPACES TO WS-LTR-INFO
               MOVE WS-LTR-COUNT-EDIT TO WS-LTR-INFO(1:3)
               MOVE WS-NTA-NSF-AMT(NI) TO WS-LTR-AMOUNT
               WRITE LETTER-LINE FROM WS-LTR-DETAIL
           END-IF.
           IF WS-NTA-ODT-CNT(NI) > 0
               ADD 1 TO WS-ODT-NTC-COUNT
               MOVE "OVERDRAFT TRANSFER FEE" TO WS-LTR-NOTICE
               MOVE WS-NTA-ODT-CNT(NI) TO WS-LTR-COUNT-EDIT
               MOVE SPACES TO WS-LTR-INFO
               MOVE WS-LTR-COUNT-EDIT TO WS-LTR-INFO(1:3)
               MOVE WS-NTA-ODT-AMT(NI) TO WS-LTR-AMOUNT
               WRITE LETTER-LINE FROM WS-LTR-DETAIL
           END-IF.
           IF WS-NTA-RTN-CNT(NI) > 0
               ADD 1 TO WS-RTN-NTC-COUNT
               MOVE "CHECK RETURNED - NSF" TO WS-LTR-NOTICE
               MOVE WS-NTA-RTN-CNT(NI) TO WS-LTR-COUNT-EDIT
               MOVE SPACES TO WS-LTR-INFO
               MOVE WS-LTR-COUNT-EDIT TO WS-LTR-INFO(1:3)
               MOVE WS-NTA-RTN-AMT(NI) TO WS-LTR-AMOUNT
               WRITE LETTER-LINE FROM WS-LTR-DETAIL
           END-IF.
           IF WS-NTA-HOLD-CNT(NI) > 0
               ADD 1 TO WS-HOLD-NTC-COUNT
               MOVE "ITEM REFUSED - FUNDS ON HOLD" TO WS-LTR-NOTICE
               MOVE WS-NTA-HOLD-CNT(NI) TO WS-LTR-COUNT-EDIT
               MOVE SPACES TO WS-LTR-INFO
               MOVE WS-LTR-COUNT-EDIT TO WS-LTR-INFO(1:3)
               MOVE WS-NTA-HOLD-AMT(NI) TO WS-LTR-AMOUNT
               WRITE LETTER-LINE FROM WS-LTR-DETAIL
           END-IF.
           IF WS-NTA-OD-SW(NI) = 'Y'
               ADD 1 TO WS-OD-NTC-COUNT
               MOVE 'Y' TO WS-LTR-OD-SW
               MOVE "ACCOUNT OVERDRAWN - BALANCE" TO WS-LTR-NOTICE
               MOVE SPACES TO WS-LTR-INFO
               MOVE WS-NTA-BALANCE(NI) TO WS-LTR-AMOUNT
               WRITE LETTER-LINE FROM WS-LTR-DETAIL
           END-IF.
           IF WS-NTA-LOW-SW(NI) = 'Y'
               ADD 1 TO WS-LOW-NTC-COUNT
               MOVE "LOW BALANCE - BALANCE" TO WS-LTR-NOTICE
               MOVE SPACES TO WS-LTR-INFO
               MOVE WS-NTA-BALANCE(NI) TO WS-LTR-AMOUNT
               WRITE LETTER-LINE FROM WS-LTR-DETAIL
           END-IF.
           IF WS-NTA-DORM-SW(NI) = 'Y'
               ADD 1 TO WS-DORM-NTC-COUNT
               MOVE 'Y' TO WS-LTR-DORM-SW
               MOVE "NO ACTIVITY SINCE" TO WS-LTR-NOTICE
               MOVE WS-NTA-LAST-ACT(NI) TO WS-FMT-IN-DATE
               PERFORM FORMAT-LETTER-DATE
               MOVE WS-FMT-OUT-DATE TO WS-LTR-INFO
               MOVE WS-NTA-BALANCE(NI) TO WS-LTR-AMOUNT
               WRITE LETTER-LINE FROM WS-LTR-DETAIL
               MOVE "  WILL BE MARKED DORMANT AFTER" TO WS-LTR-NOTICE
               MOVE WS-NTA-DORM-DATE(NI) TO WS-FMT-IN-DATE
               PERFORM FORMAT-LETTER-DATE
               MOVE SPACES TO LETTER-LINE
               MOVE WS-LTR-NOTICE TO LETTER-LINE(15:30)
               MOVE WS-FMT-OUT-DATE TO LETTER-LINE(47:10)
               WRITE LETTER-LINE
           END-IF.

       FORMAT-LETTER-DATE.
           MOVE SPACES TO WS-FMT-OUT-DATE.
           STRING WS-FMT-IN-DATE(5:2) "/" WS-FMT-IN-DATE(7:2) "/"
               WS-FMT-IN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-FMT-OUT-DATE
           END-STRING.

       WRITE-MAILING-TOTALS.
           MOVE SPACES TO MAILING-RPT-LINE.
           WRITE MAILING-RPT-LINE.
           MOVE "LETTERS MAILED          :" TO WS-RPT-TOT-LABEL.
           MOVE WS-MAILED-COUNT TO WS-RPT-TOT-COUNT.
           WRITE MAILING-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "LETTERS SUPPRESSED      :" TO WS-RPT-TOT-LABEL.
           MOVE WS-SUPPRESS-COUNT TO WS-RPT-TOT-COUNT.
           WRITE MAILING-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "ACCOUNTS WITH NO OWNER  :" TO WS-RPT-TOT-LABEL.
           MOVE WS-NO-OWNER-COUNT TO WS-RPT-TOT-COUNT.
           WRITE MAILING-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE SPACES TO MAILING-RPT-LINE.
           WRITE MAILING-RPT-LINE.
           MOVE "NOTICES MAILED BY TYPE" TO MAILING-RPT-LINE.
           WRITE MAILING-RPT-LINE.
           MOVE "  NSF FEE               :" TO WS-RPT-TOT-LABEL.
           MOVE WS-NSF-NTC-COUNT TO WS-RPT-TOT-COUNT.
           WRITE MAILING-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "  OVERDRAFT TRANSFER FEE:" TO WS-RPT-TOT-LABEL.
           MOVE WS-ODT-NTC-COUNT TO WS-RPT-TOT-COUNT.
           WRITE MAILING-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "  CHECK RETURNED NSF    :" TO WS-RPT-TOT-LABEL.
           MOVE WS-RTN-NTC-COUNT TO WS-RPT-TOT-COUNT.
           WRITE MAILING-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "  FUNDS ON HOLD         :" TO WS-RPT-TOT-LABEL.
           MOVE WS-HOLD-NTC-COUNT TO WS-RPT-TOT-COUNT.
           WRITE MAILING-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "  OVERDRAWN             :" TO WS-RPT-TOT-LABEL.
           MOVE WS-OD-NTC-COUNT TO WS-RPT-TOT-COUNT.
           WRITE MAILING-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "  LOW BALANCE           :" TO WS-RPT-TOT-LABEL.
           MOVE WS-LOW-NTC-COUNT TO WS-RPT-TOT-COUNT.
           WRITE MAILING-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "  PENDING DORMANCY      :" TO WS-RPT-TOT-LABEL.
           MOVE WS-DORM-NTC-COUNT TO WS-RPT-TOT-COUNT.
           WRITE MAILING-RPT-LINE FROM WS-RPT-TOT-LINE.
