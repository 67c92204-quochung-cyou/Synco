       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PAYOFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-REQ-FILE ASSIGN TO "LOANQUOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS QRQ-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT DELQ-MASTER-FILE ASSIGN TO "DELQMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DELQ-FILE-STATUS.

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

           SELECT QUOTE-LETTER-FILE ASSIGN TO "PAYQLTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS QLTR-FILE-STATUS.

           SELECT PAID-NOTICE-FILE ASSIGN TO "PAIDNTC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PNTC-FILE-STATUS.

           SELECT QUOTE-EXCP-FILE ASSIGN TO "PAYQEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCP-FILE-STATUS.

           SELECT CONTROL-CARD ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-REQ-FILE.
       01  QUOTE-REQ-RECORD.
           05  QRQ-LOAN-ID         PIC X(8).
           05  QRQ-GOOD-THRU       PIC X(8).

       FD  LOAN-MASTER-FILE.
           COPY LOAN-REC.

       FD  DELQ-MASTER-FILE.
       01  DELQ-MASTER-RECORD.
           05  DLQ-LOAN-ID         PIC X(8).
           05  DLQ-MISSED-COUNT    PIC 9(3).
           05  DLQ-DAYS-PAST-DUE   PIC 9(4).
           05  DLQ-LATE-FEES       PIC 9(5)V99.
           05  DLQ-COLL-STATUS     PIC X.
           05  DLQ-LAST-CYCLE      PIC X(8).

       FD  CUSTOMER-MASTER.
           COPY CUST-REC.

       FD  CUST-XREF-FILE.
           COPY CUST-XREF.

       FD  QUOTE-LETTER-FILE.
       01  QUOTE-LETTER-LINE       PIC X(80).

       FD  PAID-NOTICE-FILE.
       01  PAID-NOTICE-LINE        PIC X(80).

       FD  QUOTE-EXCP-FILE.
       01  QUOTE-EXCP-LINE         PIC X(80).

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-BANK-NAME       PIC X(40).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       WORKING-STORAGE SECTION.
       01  QRQ-FILE-STATUS     PIC X(2) VALUE "00".
       01  LOAN-FILE-STATUS    PIC X(2) VALUE "00".
       01  DELQ-FILE-STATUS    PIC X(2) VALUE "00".
       01  CUST-FILE-STATUS    PIC X(2) VALUE "00".
       01  XREF-FILE-STATUS    PIC X(2) VALUE "00".
       01  QLTR-FILE-STATUS    PIC X(2) VALUE "00".
       01  PNTC-FILE-STATUS    PIC X(2) VALUE "00".
       01  EXCP-FILE-STATUS    PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  QRQ-EOF             PIC X VALUE 'N'.
       01  LOAN-EOF            PIC X VALUE 'N'.
       01  DELQ-EOF            PIC X VALUE 'N'.
       01  XREF-EOF            PIC X VALUE 'N'.
       01  WS-CUST-FILE-OK     PIC X VALUE 'N'.
       01  WS-XREF-FILE-OK     PIC X VALUE 'N'.
       01  WS-CUST-FOUND       PIC X.
       01  WS-LOOKUP-ACCT      PIC 9(8).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-BANK-NAME        PIC X(40) VALUE SPACES.

       01  WS-QUOTE-TABLE.
           05  WS-QRQ-ENTRY OCCURS 500 TIMES.
               10  WS-QRQ-LOAN-ID   PIC X(8).
               10  WS-QRQ-GOOD-THRU PIC X(8).
               10  WS-QRQ-DONE      PIC X.
       01  WS-QRQ-COUNT        PIC 9(3) VALUE 0.
       01  QI                  PIC 9(3).

       01  WS-DELQ-TABLE.
           05  WS-DELQ-ENTRY OCCURS 500 TIMES.
               10  WS-DLQ-LOAN-ID  PIC X(8).
               10  WS-DLQ-FEES     PIC 9(5)V99.
       01  WS-DELQ-COUNT       PIC 9(3) VALUE 0.
       01  DI                  PIC 9(3).

       01  WS-GOOD-THRU        PIC X(8).
       01  WS-GOOD-SERIAL      PIC 9(7).
       01  WS-INT-DAYS         PIC S9(7).
       01  WS-PER-DIEM         PIC 9(7)V99.
       01  WS-QUOTE-INT        PIC 9(9)V99.
       01  WS-QUOTE-FEES       PIC 9(7)V99.
       01  WS-QUOTE-TOTAL      PIC 9(9)V99.
       01  WS-REJECT-REASON    PIC X(30).

       01  WS-QUOTE-COUNT      PIC 9(6) VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(6) VALUE 0.
       01  WS-PAID-COUNT       PIC 9(6) VALUE 0.
       01  WS-NO-ADDR-COUNT    PIC 9(6) VALUE 0.

       01  WS-TODAY-SERIAL     PIC 9(7).
       01  WS-REC-SERIAL       PIC 9(7).
       01  WS-WORK-DATE        PIC X(8).
       01  WS-SER-YEAR         PIC 9(4).
       01  WS-SER-MONTH        PIC 99.
       01  WS-SER-DAY          PIC 99.
       01  WS-SER-T1           PIC 9(7).
       01  WS-SER-T2           PIC 9(5).
       01  WS-SER-T3           PIC 9(3).
       01  WS-SER-T4           PIC 9(2).
       01  WS-SER-LEAP-REM     PIC 9(4).
       01  WS-MONTH-DAYS-TBL.
           05  FILLER PIC 9(3) VALUE 000.
           05  FILLER PIC 9(3) VALUE 031.
           05  FILLER PIC 9(3) VALUE 059.
           05  FILLER PIC 9(3) VALUE 090.
           05  FILLER PIC 9(3) VALUE 120.
           05  FILLER PIC 9(3) VALUE 151.
           05  FILLER PIC 9(3) VALUE 181.
           05  FILLER PIC 9(3) VALUE 212.
           05  FILLER PIC 9(3) VALUE 243.
           05  FILLER PIC 9(3) VALUE 273.
           05  FILLER PIC 9(3) VALUE 304.
           05  FILLER PIC 9(3) VALUE 334.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TBL.
           05  WS-MONTH-DAYS PIC 9(3) OCCURS 12 TIMES.

       01  WS-FMT-IN-DATE      PIC X(8).
       01  WS-FMT-OUT-DATE     PIC X(10).

       01  WS-LTR-ADDR-1       PIC X(80).
       01  WS-LTR-ADDR-2       PIC X(80).
       01  WS-LTR-ADDR-3       PIC X(80).
       01  WS-LTR-RULE.
           05  FILLER           PIC X(80) VALUE ALL "-".
       01  WS-LTR-TITLE.
           05  WS-LTR-BANK      PIC X(40).
           05  FILLER           PIC X(18) VALUE SPACES.
           05  WS-LTR-DATE-LBL  PIC X(12).
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
       01  WS-LTR-LOAN-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  FILLER           PIC X(13) VALUE "LOAN NUMBER: ".
           05  WS-LTR-LOAN-ID   PIC X(8).
           05  FILLER           PIC X(21)
               VALUE "    DEPOSIT ACCOUNT: ".
           05  WS-LTR-ACCT      PIC 9(8).
           05  FILLER           PIC X(26) VALUE SPACES.
       01  WS-LTR-DETAIL.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-LTR-LABEL     PIC X(44).
           05  WS-LTR-AMOUNT    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(17) VALUE SPACES.
       01  WS-LTR-DAYS-EDIT     PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "LOAN PAYOFF QUOTES STARTED".

           PERFORM READ-CONTROL-CARD.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-TODAY-DATE TO WS-WORK-DATE.
           PERFORM COMPUTE-DATE-SERIAL.
           MOVE WS-REC-SERIAL TO WS-TODAY-SERIAL.

           PERFORM LOAD-QUOTE-REQUESTS.
           PERFORM LOAD-DELQ-TABLE.
           PERFORM OPEN-CUSTOMER-FILES.

           OPEN OUTPUT QUOTE-LETTER-FILE.
           OPEN OUTPUT PAID-NOTICE-FILE.
           OPEN OUTPUT QUOTE-EXCP-FILE.
           MOVE "LOAN PAYOFF QUOTE EXCEPTIONS" TO QUOTE-EXCP-LINE.
           WRITE QUOTE-EXCP-LINE.

           OPEN INPUT LOAN-MASTER-FILE.
           IF LOAN-FILE-STATUS = "35"
               DISPLAY "No Loan Master - Nothing To Quote"
               MOVE 'Y' TO LOAN-EOF
           ELSE
               READ LOAN-MASTER-FILE
                   AT END MOVE 'Y' TO LOAN-EOF
               END-READ
           END-IF.
           PERFORM PROCESS-ONE-LOAN UNTIL LOAN-EOF = 'Y'.
           IF LOAN-FILE-STATUS NOT = "35"
               CLOSE LOAN-MASTER-FILE
           END-IF.

           PERFORM LIST-UNMATCHED-REQUESTS.

           CLOSE QUOTE-LETTER-FILE.
           CLOSE PAID-NOTICE-FILE.
           CLOSE QUOTE-EXCP-FILE.
           IF WS-CUST-FILE-OK = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-XREF-FILE-OK = 'Y'
               CLOSE CUST-XREF-FILE
           END-IF.

           DISPLAY "PAYOFF QUOTES ISSUED   : " WS-QUOTE-COUNT.
           DISPLAY "QUOTE REQUESTS REJECTED: " WS-REJECT-COUNT.
           DISPLAY "PAID-IN-FULL NOTICES   : " WS-PAID-COUNT.
           DISPLAY "LETTERS WITH NO ADDRESS: " WS-NO-ADDR-COUNT.
           IF WS-REJECT-COUNT > 0 OR WS-NO-ADDR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "LOAN PAYOFF QUOTES COMPLETE".
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "No Control Card - Letters Without Bank Name"
           ELSE
               READ CONTROL-CARD
                   AT END DISPLAY "Empty Control Card"
                   NOT AT END
                       MOVE CTL-BANK-NAME TO WS-BANK-NAME
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

       LOAD-QUOTE-REQUESTS.
           OPEN INPUT QUOTE-REQ-FILE.
           IF QRQ-FILE-STATUS = "35"
               DISPLAY "No Quote Request File - Notices Only"
               MOVE 'Y' TO QRQ-EOF
           ELSE
               READ QUOTE-REQ-FILE
                   AT END MOVE 'Y' TO QRQ-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-REQUEST UNTIL QRQ-EOF = 'Y'.
           IF QRQ-FILE-STATUS NOT = "35"
               CLOSE QUOTE-REQ-FILE
           END-IF.

       LOAD-ONE-REQUEST.
           IF QRQ-LOAN-ID NOT = SPACES
               IF WS-QRQ-COUNT < 500
                   ADD 1 TO WS-QRQ-COUNT
                   MOVE QRQ-LOAN-ID TO WS-QRQ-LOAN-ID(WS-QRQ-COUNT)
                   MOVE QRQ-GOOD-THRU
                       TO WS-QRQ-GOOD-THRU(WS-QRQ-COUNT)
                   MOVE 'N' TO WS-QRQ-DONE(WS-QRQ-COUNT)
               ELSE
                   DISPLAY "** QUOTE REQUEST TABLE FULL - PAYOFF RUN"
                       " STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ QUOTE-REQ-FILE
               AT END MOVE 'Y' TO QRQ-EOF
           END-READ.

       LOAD-DELQ-TABLE.
           OPEN INPUT DELQ-MASTER-FILE.
           IF DELQ-FILE-STATUS = "35"
               DISPLAY "No Delinquency Master - No Late Fees Due"
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
           IF DLQ-LATE-FEES > 0
               IF WS-DELQ-COUNT < 500
                   ADD 1 TO WS-DELQ-COUNT
                   MOVE DLQ-LOAN-ID TO WS-DLQ-LOAN-ID(WS-DELQ-COUNT)
                   MOVE DLQ-LATE-FEES TO WS-DLQ-FEES(WS-DELQ-COUNT)
               ELSE
                   DISPLAY "** DELINQUENCY TABLE FULL - PAYOFF RUN"
                       " STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ DELQ-MASTER-FILE
               AT END MOVE 'Y' TO DELQ-EOF
           END-READ.

       OPEN-CUSTOMER-FILES.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUST-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CUST-FILE-OK
           ELSE
               DISPLAY "No Customer Master - Letters Unaddressed"
           END-IF.
           OPEN INPUT CUST-XREF-FILE.
           IF XREF-FILE-STATUS = "00"
               MOVE 'Y' TO WS-XREF-FILE-OK
           ELSE
               DISPLAY "No Account Cross-Reference File"
           END-IF.

       PROCESS-ONE-LOAN.
           IF LN-STATUS = 'P' AND LN-INT-PAID-DATE = WS-TODAY-DATE
               PERFORM PRINT-PAID-NOTICE
           END-IF.
           PERFORM VARYING QI FROM 1 BY 1 UNTIL QI > WS-QRQ-COUNT
               IF WS-QRQ-LOAN-ID(QI) = LN-LOAN-ID
                   AND WS-QRQ-DONE(QI) = 'N'
                   MOVE 'Y' TO WS-QRQ-DONE(QI)
                   PERFORM QUOTE-ONE-REQUEST
               END-IF
           END-PERFORM.
           READ LOAN-MASTER-FILE
               AT END MOVE 'Y' TO LOAN-EOF
           END-READ.

       QUOTE-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE WS-QRQ-GOOD-THRU(QI) TO WS-GOOD-THRU.
           IF WS-GOOD-THRU = SPACES
               MOVE WS-TODAY-DATE TO WS-GOOD-THRU
           END-IF.

           IF LN-STATUS = 'P'
               MOVE "LOAN ALREADY PAID IN FULL" TO WS-REJECT-REASON
           ELSE
           IF LN-STATUS = 'C'
               MOVE "LOAN CHARGED OFF" TO WS-REJECT-REASON
           ELSE
           IF LN-STATUS NOT = 'A' OR LN-PRIN-BALANCE = 0
               MOVE "LOAN NOT ACTIVE" TO WS-REJECT-REASON
           ELSE
           IF WS-GOOD-THRU NOT NUMERIC
               OR WS-GOOD-THRU(5:2) < "01" OR WS-GOOD-THRU(5:2) > "12"
               OR WS-GOOD-THRU(7:2) < "01" OR WS-GOOD-THRU(7:2) > "31"
               MOVE "INVALID GOOD-THROUGH DATE" TO WS-REJECT-REASON
           ELSE
               MOVE WS-GOOD-THRU TO WS-WORK-DATE
               PERFORM COMPUTE-DATE-SERIAL
               MOVE WS-REC-SERIAL TO WS-GOOD-SERIAL
               IF WS-GOOD-SERIAL < WS-TODAY-SERIAL
                   MOVE "GOOD-THROUGH DATE PASSED" TO WS-REJECT-REASON
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               PERFORM COMPUTE-PAYOFF-QUOTE
               PERFORM PRINT-QUOTE-LETTER
               ADD 1 TO WS-QUOTE-COUNT
           ELSE
               PERFORM WRITE-QUOTE-REJECT
           END-IF.

       COMPUTE-PAYOFF-QUOTE.
           MOVE 0 TO WS-INT-DAYS.
           IF LN-INT-PAID-DATE NUMERIC
               MOVE LN-INT-PAID-DATE TO WS-WORK-DATE
               PERFORM COMPUTE-DATE-SERIAL
               COMPUTE WS-INT-DAYS =
                   WS-GOOD-SERIAL - WS-REC-SERIAL
               IF WS-INT-DAYS < 0
                   MOVE 0 TO WS-INT-DAYS
               END-IF
           END-IF.
           COMPUTE WS-PER-DIEM ROUNDED =
               LN-PRIN-BALANCE * LN-ANNUAL-RATE / 365.
           COMPUTE WS-QUOTE-INT ROUNDED =
               LN-PRIN-BALANCE * LN-ANNUAL-RATE * WS-INT-DAYS / 365.
           MOVE 0 TO WS-QUOTE-FEES.
           PERFORM VARYING DI FROM 1 BY 1 UNTIL DI > WS-DELQ-COUNT
               IF WS-DLQ-LOAN-ID(DI) = LN-LOAN-ID
                   ADD WS-DLQ-FEES(DI) TO WS-QUOTE-FEES
               END-IF
           END-PERFORM.
           COMPUTE WS-QUOTE-TOTAL =
               LN-PRIN-BALANCE + WS-QUOTE-INT + WS-QUOTE-FEES.

       PRINT-QUOTE-LETTER.
           MOVE "QUOTE DATE  " TO WS-LTR-DATE-LBL.
           PERFORM BUILD-LETTER-HEAD.
           PERFORM WRITE-QUOTE-HEAD.

           MOVE WS-GOOD-THRU TO WS-FMT-IN-DATE.
           PERFORM FORMAT-LETTER-DATE.
           MOVE SPACES TO WS-LTR-TEXT.
           STRING "RE: PAYOFF QUOTE GOOD THROUGH " DELIMITED BY SIZE
               WS-FMT-OUT-DATE DELIMITED BY SIZE
               INTO WS-LTR-TEXT
           END-STRING.
           WRITE QUOTE-LETTER-LINE FROM WS-LTR-TEXT-LINE.
           MOVE SPACES TO QUOTE-LETTER-LINE.
           WRITE QUOTE-LETTER-LINE.

           MOVE "UNPAID PRINCIPAL BALANCE" TO WS-LTR-LABEL.
           MOVE LN-PRIN-BALANCE TO WS-LTR-AMOUNT.
           WRITE QUOTE-LETTER-LINE FROM WS-LTR-DETAIL.
           MOVE LN-INT-PAID-DATE TO WS-FMT-IN-DATE.
           PERFORM FORMAT-LETTER-DATE.
           MOVE WS-INT-DAYS TO WS-LTR-DAYS-EDIT.
           MOVE SPACES TO WS-LTR-LABEL.
           STRING "INTEREST FROM " DELIMITED BY SIZE
               WS-FMT-OUT-DATE DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-LTR-DAYS-EDIT DELIMITED BY SIZE
               " DAYS)" DELIMITED BY SIZE
               INTO WS-LTR-LABEL
           END-STRING.
           MOVE WS-QUOTE-INT TO WS-LTR-AMOUNT.
           WRITE QUOTE-LETTER-LINE FROM WS-LTR-DETAIL.
           MOVE "OUTSTANDING LATE FEES" TO WS-LTR-LABEL.
           MOVE WS-QUOTE-FEES TO WS-LTR-AMOUNT.
           WRITE QUOTE-LETTER-LINE FROM WS-LTR-DETAIL.
           MOVE "TOTAL AMOUNT TO PAY OFF" TO WS-LTR-LABEL.
           MOVE WS-QUOTE-TOTAL TO WS-LTR-AMOUNT.
           WRITE QUOTE-LETTER-LINE FROM WS-LTR-DETAIL.
           MOVE SPACES TO QUOTE-LETTER-LINE.
           WRITE QUOTE-LETTER-LINE.
           MOVE "DAILY INTEREST AFTER THE GOOD-THROUGH DATE"
               TO WS-LTR-LABEL.
           MOVE WS-PER-DIEM TO WS-LTR-AMOUNT.
           WRITE QUOTE-LETTER-LINE FROM WS-LTR-DETAIL.
           MOVE SPACES TO QUOTE-LETTER-LINE.
           WRITE QUOTE-LETTER-LINE.

           MOVE "FUNDS RECEIVED AFTER THE GOOD-THROUGH DATE MUST"
               TO WS-LTR-TEXT.
           WRITE QUOTE-LETTER-LINE FROM WS-LTR-TEXT-LINE.
           MOVE "INCLUDE THE DAILY INTEREST ABOVE FOR EACH EXTRA DAY."
               TO WS-LTR-TEXT.
           WRITE QUOTE-LETTER-LINE FROM WS-LTR-TEXT-LINE.
           MOVE SPACES TO WS-LTR-TEXT.
           STRING "PLEASE SHOW REFERENCE PAYF" DELIMITED BY SIZE
               LN-LOAN-ID DELIMITED BY SIZE
               " WITH YOUR PAYMENT." DELIMITED BY SIZE
               INTO WS-LTR-TEXT
           END-STRING.
           WRITE QUOTE-LETTER-LINE FROM WS-LTR-TEXT-LINE.
           MOVE "PLEASE CONTACT YOUR BRANCH WITH ANY QUESTIONS."
               TO WS-LTR-TEXT.
           WRITE QUOTE-LETTER-LINE FROM WS-LTR-TEXT-LINE.

       PRINT-PAID-NOTICE.
           MOVE "NOTICE DATE " TO WS-LTR-DATE-LBL.
           PERFORM BUILD-LETTER-HEAD.
           WRITE PAID-NOTICE-LINE FROM WS-LTR-RULE.
           WRITE PAID-NOTICE-LINE FROM WS-LTR-TITLE.
           MOVE SPACES TO PAID-NOTICE-LINE.
           WRITE PAID-NOTICE-LINE.
           WRITE PAID-NOTICE-LINE FROM WS-LTR-ADDR-1.
           WRITE PAID-NOTICE-LINE FROM WS-LTR-ADDR-2.
           WRITE PAID-NOTICE-LINE FROM WS-LTR-ADDR-3.
           MOVE SPACES TO PAID-NOTICE-LINE.
           WRITE PAID-NOTICE-LINE.
           WRITE PAID-NOTICE-LINE FROM WS-LTR-LOAN-LINE.
           MOVE SPACES TO PAID-NOTICE-LINE.
           WRITE PAID-NOTICE-LINE.
           MOVE "RE: LOAN PAID IN FULL" TO WS-LTR-TEXT.
           WRITE PAID-NOTICE-LINE FROM WS-LTR-TEXT-LINE.
           MOVE SPACES TO PAID-NOTICE-LINE.
           WRITE PAID-NOTICE-LINE.

           MOVE LN-INT-PAID-DATE TO WS-FMT-IN-DATE.
           PERFORM FORMAT-LETTER-DATE.
           MOVE SPACES TO WS-LTR-TEXT.
           STRING "THE LOAN SHOWN ABOVE WAS PAID IN FULL ON "
               DELIMITED BY SIZE
               WS-FMT-OUT-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-LTR-TEXT
           END-STRING.
           WRITE PAID-NOTICE-LINE FROM WS-LTR-TEXT-LINE.
           MOVE "NO FURTHER PAYMENTS WILL BE DRAFTED FROM YOUR ACCOUNT."
               TO WS-LTR-TEXT.
           WRITE PAID-NOTICE-LINE FROM WS-LTR-TEXT-LINE.
           MOVE SPACES TO PAID-NOTICE-LINE.
           WRITE PAID-NOTICE-LINE.
           MOVE "ORIGINAL LOAN AMOUNT" TO WS-LTR-LABEL.
           MOVE LN-PRINCIPAL TO WS-LTR-AMOUNT.
           WRITE PAID-NOTICE-LINE FROM WS-LTR-DETAIL.
           MOVE "UNPAID BALANCE" TO WS-LTR-LABEL.
           MOVE LN-PRIN-BALANCE TO WS-LTR-AMOUNT.
           WRITE PAID-NOTICE-LINE FROM WS-LTR-DETAIL.
           MOVE SPACES TO PAID-NOTICE-LINE.
           WRITE PAID-NOTICE-LINE.
           MOVE "PLEASE KEEP THIS LETTER WITH YOUR RECORDS."
               TO WS-LTR-TEXT.
           WRITE PAID-NOTICE-LINE FROM WS-LTR-TEXT-LINE.
           ADD 1 TO WS-PAID-COUNT.

       BUILD-LETTER-HEAD.
           MOVE WS-BANK-NAME TO WS-LTR-BANK.
           MOVE WS-TODAY-DATE TO WS-FMT-IN-DATE.
           PERFORM FORMAT-LETTER-DATE.
           MOVE WS-FMT-OUT-DATE TO WS-LTR-DATE.
           MOVE LN-LOAN-ID TO WS-LTR-LOAN-ID.
           MOVE LN-ACCT-NO TO WS-LTR-ACCT.
           MOVE LN-ACCT-NO TO WS-LOOKUP-ACCT.
           PERFORM FIND-CUSTOMER.
           MOVE SPACES TO WS-LTR-ADDR-3.
           IF WS-CUST-FOUND = 'Y'
               MOVE CUST-NAME TO WS-LTR-TEXT
               MOVE WS-LTR-TEXT-LINE TO WS-LTR-ADDR-1
               MOVE CUST-ADDR-LINE TO WS-LTR-TEXT
               MOVE WS-LTR-TEXT-LINE TO WS-LTR-ADDR-2
               MOVE CUST-CITY TO WS-LTR-CITY
               MOVE CUST-STATE TO WS-LTR-STATE
               MOVE CUST-ZIP TO WS-LTR-ZIP
               MOVE WS-LTR-CITY-LINE TO WS-LTR-ADDR-3
           ELSE
               ADD 1 TO WS-NO-ADDR-COUNT
               MOVE LN-BORROWER TO WS-LTR-TEXT
               MOVE WS-LTR-TEXT-LINE TO WS-LTR-ADDR-1
               MOVE "** NO CUSTOMER ON FILE - HOLD FOR RESEARCH **"
                   TO WS-LTR-TEXT
               MOVE WS-LTR-TEXT-LINE TO WS-LTR-ADDR-2
           END-IF.

       WRITE-QUOTE-HEAD.
           WRITE QUOTE-LETTER-LINE FROM WS-LTR-RULE.
           WRITE QUOTE-LETTER-LINE FROM WS-LTR-TITLE.
           MOVE SPACES TO QUOTE-LETTER-LINE.
           WRITE QUOTE-LETTER-LINE.
           WRITE QUOTE-LETTER-LINE FROM WS-LTR-ADDR-1.
           WRITE QUOTE-LETTER-LINE FROM WS-LTR-ADDR-2.
           WRITE QUOTE-LETTER-LINE FROM WS-LTR-ADDR-3.
           MOVE SPACES TO QUOTE-LETTER-LINE.
           WRITE QUOTE-LETTER-LINE.
           WRITE QUOTE-LETTER-LINE FROM WS-LTR-LOAN-LINE.
           MOVE SPACES TO QUOTE-LETTER-LINE.
           WRITE QUOTE-LETTER-LINE.

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

       WRITE-QUOTE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO QUOTE-EXCP-LINE.
           STRING "REJECTED LOAN " DELIMITED BY SIZE
               WS-QRQ-LOAN-ID(QI) DELIMITED BY SIZE
               " GOOD THRU " DELIMITED BY SIZE
               WS-QRQ-GOOD-THRU(QI) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO QUOTE-EXCP-LINE
           END-STRING.
           WRITE QUOTE-EXCP-LINE.

       LIST-UNMATCHED-REQUESTS.
           MOVE "LOAN NOT ON FILE" TO WS-REJECT-REASON.
           PERFORM VARYING QI FROM 1 BY 1 UNTIL QI > WS-QRQ-COUNT
               IF WS-QRQ-DONE(QI) = 'N'
                   PERFORM WRITE-QUOTE-REJECT
               END-IF
           END-PERFORM.

       FORMAT-LETTER-DATE.
           MOVE SPACES TO WS-FMT-OUT-DATE.
           STRING WS-FMT-IN-DATE(5:2) "/" WS-FMT-IN-DATE(7:2) "/"
               WS-FMT-IN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-FMT-OUT-DATE
           END-STRING.

       COMPUTE-DATE-SERIAL.
           MOVE WS-WORK-DATE(1:4) TO WS-SER-YEAR.
           MOVE WS-WORK-DATE(5:2) TO WS-SER-MONTH.
           MOVE WS-WORK-DATE(7:2) TO WS-SER-DAY.
           COMPUTE WS-SER-T1 = WS-SER-YEAR * 365.
           COMPUTE WS-SER-T2 = WS-SER-YEAR / 4.
           COMPUTE WS-SER-T3 = WS-SER-YEAR / 100.
           COMPUTE WS-SER-T4 = WS-SER-YEAR / 400.
           COMPUTE WS-REC-SERIAL = WS-SER-T1 + WS-SER-T2
               - WS-SER-T3 + WS-SER-T4
               + WS-MONTH-DAYS(WS-SER-MONTH) + WS-SER-DAY.
           IF WS-SER-MONTH > 2
               COMPUTE WS-SER-LEAP-REM =
                   FUNCTION MOD(WS-SER-YEAR, 4)
               IF WS-SER-LEAP-REM = 0
                   ADD 1 TO WS-REC-SERIAL
               END-IF
           END-IF.
