               FILE STATUS IS STMT-FILE-STATUS.
           SELECT STMT-SORT-FILE ASSIGN TO "STMTWORK".
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

       DATA DIVISION.
       01  WS-STMT-COUNT       PIC 9(6) VALUE 0.
       01  CUST-FILE-STATUS    PIC X(2) VALUE "00".
       01  XREF-FILE-STATUS    PIC X(2) VALUE "00".
       01  XREF-EOF            PIC X VALUE 'N'.
       01  WS-CUST-FILE-OK     PIC X VALUE 'N'.
       01  WS-XREF-FILE-OK     PIC X VALUE 'N'.
       01  WS-LOOKUP-ACCT      PIC 9(8).
       01  WS-CUST-FOUND       PIC X.

       01  WS-STMT-HDR1.
           05  FILLER           PIC X(22)
       MAIN-LOGIC.
           DISPLAY "CUSTOMER STATEMENT GENERATION STARTED".

           PERFORM OPEN-CUSTOMER-FILES.

           SORT STMT-SORT-FILE
               ON ASCENDING KEY SRT-ACCT-NO
               INPUT PROCEDURE IS RELEASE-AUDIT-RECORDS
               OUTPUT PROCEDURE IS PRINT-STATEMENTS.

           IF WS-CUST-FILE-OK = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-XREF-FILE-OK = 'Y'
               CLOSE CUST-XREF-FILE
           END-IF.

           DISPLAY "STATEMENTS PRODUCED: " WS-STMT-COUNT.
           STOP RUN.

                   COMPUTE WS-OPENING-BAL = SRT-BALANCE - SRT-AMOUNT
               WHEN "REVERSAL WITHDRAWAL"
                   COMPUTE WS-OPENING-BAL = SRT-BALANCE - SRT-AMOUNT
               WHEN "DISPUTE CREDIT"
                   COMPUTE WS-OPENING-BAL = SRT-BALANCE - SRT-AMOUNT
               WHEN "WIRE IN"
                   COMPUTE WS-OPENING-BAL = SRT-BALANCE - SRT-AMOUNT
               WHEN "WITHDRAWAL"
                   COMPUTE WS-OPENING-BAL = SRT-BALANCE + SRT-AMOUNT
               WHEN "OVERDRAFT WITHDRAWAL"
                   COMPUTE WS-OPENING-BAL = SRT-BALANCE + SRT-AMOUNT
               WHEN "SERVICE FEE"
                   COMPUTE WS-OPENING-BAL = SRT-BALANCE + SRT-AMOUNT
               WHEN "EARLY WD PENALTY"
                   COMPUTE WS-OPENING-BAL = SRT-BALANCE + SRT-AMOUNT
               WHEN "CHECK PAID"
                   COMPUTE WS-OPENING-BAL = SRT-BALANCE + SRT-AMOUNT
               WHEN "OD TRANSFER FEE"
                   COMPUTE WS-OPENING-BAL = SRT-BALANCE + SRT-AMOUNT
               WHEN "CLOSEOUT CHECK"
                   COMPUTE WS-OPENING-BAL = SRT-BALANCE + SRT-AMOUNT
               WHEN "LOAN PAYMENT"
                   COMPUTE WS-OPENING-BAL = SRT-BALANCE + SRT-AMOUNT
               WHEN "REVERSAL DEPOSIT"
                   COMPUTE WS-OPENING-BAL = SRT-BALANCE + SRT-AMOUNT
               WHEN "DISPUTE REVERSAL"
                   COMPUTE WS-OPENING-BAL = SRT-BALANCE + SRT-AMOUNT
               WHEN "WIRE OUT"
                   COMPUTE WS-OPENING-BAL = SRT-BALANCE + SRT-AMOUNT
               WHEN OTHER
                   MOVE SRT-BALANCE TO WS-OPENING-BAL
           END-EVALUATE.
           MOVE SRT-ACCT-NO TO WS-LOOKUP-ACCT.
           PERFORM FIND-CUSTOMER.
           IF WS-CUST-FOUND = 'Y'
               MOVE CUST-NAME TO WS-STMT-CUST-NAME
               MOVE CUST-ADDR-LINE TO WS-STMT-CUST-ADDR
               MOVE CUST-CITY TO WS-STMT-CUST-CITY
               MOVE CUST-STATE TO WS-STMT-CUST-STATE
               MOVE CUST-ZIP TO WS-STMT-CUST-ZIP
               WRITE STMT-LINE FROM WS-STMT-NAME-LINE
               WRITE STMT-LINE FROM WS-STMT-ADDR-LINE
               WRITE STMT-LINE FROM WS-STMT-CITY-LINE
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.

       OPEN-CUSTOMER-FILES.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUST-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CUST-FILE-OK
           ELSE
               DISPLAY "No Customer Master - Statements Unaddressed"
           END-IF.
           OPEN INPUT CUST-XREF-FILE.
           IF XREF-FILE-STATUS = "00"
               MOVE 'Y' TO WS-XREF-FILE-OK
           ELSE
               DISPLAY "No Account Cross-Reference File"
           END-IF.

       FIND-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND.
           MOVE 'Y' TO XREF-EOF.
           IF WS-XREF-FILE-OK = 'Y' AND WS-CUST-FILE-OK = 'Y'
               MOVE WS-LOOKUP-ACCT TO XRF-ACCT-NO
               START CUST-XREF-FILE KEY IS EQUAL TO XRF-ACCT-NO
                   INVALID KEY MOVE 'Y' TO XREF-EOF
                   NOT INVALID KEY MOVE 'N' TO XREF-EOF
               END-START
           END-IF.
           PERFORM FIND-NEXT-OWNER
               UNTIL XREF-EOF = 'Y' OR WS-CUST-FOUND = 'Y'.

       FIND-NEXT-OWNER.
           READ CUST-XREF-FILE NEXT RECORD
               AT END MOVE 'Y' TO XREF-EOF
           END-READ.
           IF XREF-EOF = 'N' AND XRF-ACCT-NO NOT = WS-LOOKUP-ACCT
               MOVE 'Y' TO XREF-EOF
           END-IF.
           IF XREF-EOF = 'N'
               MOVE XRF-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF CUST-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-CUST-FOUND
               END-IF
           END-IF.
