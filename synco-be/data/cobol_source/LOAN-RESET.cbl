       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-RESET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT LOAN-OUT-FILE ASSIGN TO "LOANOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOUT-FILE-STATUS.

           SELECT INDEX-RATE-FILE ASSIGN TO "INDEXRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IDX-FILE-STATUS.

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

           SELECT RATE-NOTICE-FILE ASSIGN TO "RATENTC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NTC-FILE-STATUS.

           SELECT RESET-RPT-FILE ASSIGN TO "RESETRPT"
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

       FD  INDEX-RATE-FILE.
       01  INDEX-RATE-RECORD.
           05  IDX-CODE            PIC X(4).
           05  IDX-EFF-DATE        PIC X(8).
           05  IDX-RATE            PIC 9V9(4).

       FD  CUSTOMER-MASTER.
           COPY CUST-REC.

       FD  CUST-XREF-FILE.
           COPY CUST-XREF.

       FD  RATE-NOTICE-FILE.
       01  RATE-NOTICE-LINE        PIC X(80).

       FD  RESET-RPT-FILE.
       01  RESET-RPT-LINE          PIC X(80).

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-LEAD-DAYS       PIC 9(3).
           05  CTL-BANK-NAME       PIC X(40).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS    PIC X(2) VALUE "00".
       01  LOUT-FILE-STATUS    PIC X(2) VALUE "00".
       01  IDX-FILE-STATUS     PIC X(2) VALUE "00".
       01  CUST-FILE-STATUS    PIC X(2) VALUE "00".
       01  XREF-FILE-STATUS    PIC X(2) VALUE "00".
       01  NTC-FILE-STATUS     PIC X(2) VALUE "00".
       01  RPT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  LOAN-EOF            PIC X VALUE 'N'.
       01  IDX-EOF             PIC X VALUE 'N'.
       01  XREF-EOF            PIC X VALUE 'N'.
       01  WS-CUST-FILE-OK     PIC X VALUE 'N'.
       01  WS-XREF-FILE-OK     PIC X VALUE 'N'.
       01  WS-CUST-FOUND       PIC X.
       01  WS-LOOKUP-ACCT      PIC 9(8).
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-MONTH-END-SW     PIC X VALUE 'N'.
       01  WS-BANK-NAME        PIC X(40) VALUE SPACES.
       01  WS-LEAD-DAYS        PIC 9(3) VALUE 45.

       01  WS-INDEX-TABLE.
           05  WS-IDX-ENTRY OCCURS 100 TIMES.
               10  WS-IDX-CODE      PIC X(4).
               10  WS-IDX-EFF-DATE  PIC X(8).
               10  WS-IDX-RATE      PIC 9V9(4).
       01  WS-IDX-COUNT        PIC 9(3) VALUE 0.
       01  XI                  PIC 9(3).
       01  WS-IDX-FOUND        PIC 9(3).

       01  WS-OLD-RATE         PIC 9V9(4).
       01  WS-NEW-RATE         PIC S9V9(4).
       01  WS-RATE-LIMIT       PIC S9V9(4).
       01  WS-RATE-CAPPED      PIC X.
       01  WS-MONTHLY-RATE     PIC 9V9(6).
       01  WS-RATE-FACTOR      PIC 9(9)V9(6).
       01  WS-RATE-DIVISOR     PIC 9(9)V9(6).
       01  WS-ANNUAL-RATE      PIC 9V9(4).
       01  WS-PRINCIPAL        PIC 9(9)V99.
       01  WS-TERM-MONTHS      PIC 9(4).
       01  WS-PAYMENT          PIC 9(9)V99.
       01  WS-SIM-BAL          PIC 9(9)V99.
       01  WS-SIM-INT          PIC 9(9)V99.
       01  WS-PRE-DRAFTS       PIC S9(5).
       01  WS-REMAIN-MONTHS    PIC S9(5).

       01  WS-TODAY-MIDX       PIC 9(6).
       01  WS-RESET-MIDX       PIC 9(6).
       01  WS-DRAFT-DATE       PIC X(8).
       01  WS-MONTH-START      PIC X(8).
       01  WS-MONTH-END-DATE   PIC X(8).
       01  WS-MONTH-END-SERIAL PIC 9(7).
       01  WS-MONTH-LEN        PIC 99.
       01  WS-MONTH-LEN-X REDEFINES WS-MONTH-LEN PIC XX.
       01  WS-START-SERIAL     PIC 9(7).
       01  WS-ADV-DATE         PIC X(8).
       01  WS-ADV-YEAR         PIC 9(4).
       01  WS-ADV-MONTH        PIC 9(4).
       01  WS-ADV-DAY          PIC 99.

       01  WS-NOTICE-COUNT     PIC 9(6) VALUE 0.
       01  WS-APPLIED-COUNT    PIC 9(6) VALUE 0.
       01  WS-EXCP-COUNT       PIC 9(6) VALUE 0.
       01  WS-NO-ADDR-COUNT    PIC 9(6) VALUE 0.
       01  WS-LOAN-COUNT       PIC 9(6) VALUE 0.

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

       01  WS-RPT-LINE.
           05  WS-RPT-ACTION    PIC X(8).
           05  WS-RPT-LOAN-ID   PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-INDEX     PIC X(4).
           05  FILLER           PIC X(6) VALUE " RATE ".
           05  WS-RPT-OLD-RATE  PIC Z9.999.
           05  FILLER           PIC X(4) VALUE " -> ".
           05  WS-RPT-NEW-RATE  PIC Z9.999.
           05  FILLER           PIC X(5) VALUE " PMT ".
           05  WS-RPT-PAYMENT   PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(5) VALUE " EFF ".
           05  WS-RPT-EFF-DATE  PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-CAPPED    PIC X(6).
       01  WS-PCT              PIC 99V999.

       01  WS-LTR-ADDR-1       PIC X(80).
       01  WS-LTR-ADDR-2       PIC X(80).
       01  WS-LTR-ADDR-3       PIC X(80).
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
       01  WS-LTR-RATE-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-LTR-RATE-LBL  PIC X(44).
           05  FILLER           PIC X(9) VALUE SPACES.
           05  WS-LTR-RATE      PIC Z9.999.
           05  FILLER           PIC X VALUE "%".
           05  FILLER           PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "LOAN RATE RESET STARTED".

           PERFORM READ-CONTROL-CARD.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-TODAY-DATE TO WS-WORK-DATE.
           PERFORM COMPUTE-DATE-SERIAL.
           MOVE WS-REC-SERIAL TO WS-TODAY-SERIAL.
           COMPUTE WS-TODAY-MIDX =
               WS-SER-YEAR * 12 + WS-SER-MONTH.

           PERFORM LOAD-INDEX-RATES.
           PERFORM OPEN-CUSTOMER-FILES.

           OPEN OUTPUT LOAN-OUT-FILE.
           OPEN OUTPUT RATE-NOTICE-FILE.
           OPEN OUTPUT RESET-RPT-FILE.
           MOVE SPACES TO RESET-RPT-LINE.
           STRING "ADJUSTABLE RATE RESET REPORT  BUSINESS DATE "
               DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO RESET-RPT-LINE
           END-STRING.
           WRITE RESET-RPT-LINE.

           OPEN INPUT LOAN-MASTER-FILE.
           IF LOAN-FILE-STATUS = "35"
               DISPLAY "No Loan Master - Nothing To Reset"
               MOVE 'Y' TO LOAN-EOF
           ELSE
               READ LOAN-MASTER-FILE
                   AT END MOVE 'Y' TO LOAN-EOF
               END-READ
           END-IF.
           PERFORM RESET-ONE-LOAN UNTIL LOAN-EOF = 'Y'.
           IF LOAN-FILE-STATUS NOT = "35"
               CLOSE LOAN-MASTER-FILE
           END-IF.

           MOVE SPACES TO RESET-RPT-LINE.
           STRING "NOTICES " WS-NOTICE-COUNT
               "  APPLIED " WS-APPLIED-COUNT
               "  EXCEPTIONS " WS-EXCP-COUNT
               DELIMITED BY SIZE INTO RESET-RPT-LINE
           END-STRING.
           WRITE RESET-RPT-LINE.

           CLOSE LOAN-OUT-FILE.
           CLOSE RATE-NOTICE-FILE.
           CLOSE RESET-RPT-FILE.
           IF WS-CUST-FILE-OK = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-XREF-FILE-OK = 'Y'
               CLOSE CUST-XREF-FILE
           END-IF.

           DISPLAY "LOANS READ           : " WS-LOAN-COUNT.
           DISPLAY "CHANGE NOTICES       : " WS-NOTICE-COUNT.
           DISPLAY "NEW RATES APPLIED    : " WS-APPLIED-COUNT.
           DISPLAY "RESET EXCEPTIONS     : " WS-EXCP-COUNT.
           DISPLAY "NOTICES NO ADDRESS   : " WS-NO-ADDR-COUNT.
           IF WS-EXCP-COUNT > 0 OR WS-NO-ADDR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "LOAN RATE RESET COMPLETE".
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "No Control Card - Using Default Lead Days"
           ELSE
               READ CONTROL-CARD
                   AT END DISPLAY "Empty Control Card"
                   NOT AT END
                       IF CTL-LEAD-DAYS NUMERIC
                           MOVE CTL-LEAD-DAYS TO WS-LEAD-DAYS
                       END-IF
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
                       MOVE BDT-MONTH-END-SW TO WS-MONTH-END-SW
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE-FILE.

       LOAD-INDEX-RATES.
           OPEN INPUT INDEX-RATE-FILE.
           IF IDX-FILE-STATUS = "35"
               DISPLAY "No Index Rate File - No Rates Can Reset"
               MOVE 'Y' TO IDX-EOF
           ELSE
               READ INDEX-RATE-FILE
                   AT END MOVE 'Y' TO IDX-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-INDEX-RATE UNTIL IDX-EOF = 'Y'.
           IF IDX-FILE-STATUS NOT = "35"
               CLOSE INDEX-RATE-FILE
           END-IF.

       LOAD-ONE-INDEX-RATE.
           IF IDX-CODE NOT = SPACES AND IDX-RATE NUMERIC
               AND IDX-EFF-DATE NUMERIC
               AND IDX-EFF-DATE NOT > WS-TODAY-DATE
               MOVE 0 TO WS-IDX-FOUND
               PERFORM VARYING XI FROM 1 BY 1
                       UNTIL XI > WS-IDX-COUNT
                   IF WS-IDX-CODE(XI) = IDX-CODE
                       MOVE XI TO WS-IDX-FOUND
                   END-IF
               END-PERFORM
               IF WS-IDX-FOUND = 0
                   IF WS-IDX-COUNT < 100
                       ADD 1 TO WS-IDX-COUNT
                       MOVE WS-IDX-COUNT TO WS-IDX-FOUND
                       MOVE IDX-CODE TO WS-IDX-CODE(WS-IDX-FOUND)
                       MOVE LOW-VALUES
                           TO WS-IDX-EFF-DATE(WS-IDX-FOUND)
                   ELSE
                       DISPLAY "** INDEX RATE TABLE FULL - RESET RUN"
                           " STOPPED"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               IF IDX-EFF-DATE > WS-IDX-EFF-DATE(WS-IDX-FOUND)
                   MOVE IDX-EFF-DATE TO WS-IDX-EFF-DATE(WS-IDX-FOUND)
                   MOVE IDX-RATE TO WS-IDX-RATE(WS-IDX-FOUND)
               END-IF
           END-IF.
           READ INDEX-RATE-FILE
               AT END MOVE 'Y' TO IDX-EOF
           END-READ.

       OPEN-CUSTOMER-FILES.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUST-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CUST-FILE-OK
           ELSE
               DISPLAY "No Customer Master - Notices Unaddressed"
           END-IF.
           OPEN INPUT CUST-XREF-FILE.
           IF XREF-FILE-STATUS = "00"
               MOVE 'Y' TO WS-XREF-FILE-OK
           ELSE
               DISPLAY "No Account Cross-Reference File"
           END-IF.

       RESET-ONE-LOAN.
           ADD 1 TO WS-LOAN-COUNT.
           IF LN-RATE-TYPE = 'A' AND LN-STATUS = 'A'
               AND LN-PRIN-BALANCE > 0
               IF LN-PEND-DATE = SPACES
                   AND LN-NEXT-RESET-DATE NUMERIC
                   PERFORM CHECK-NOTICE-DUE
               END-IF
               IF LN-PEND-DATE NOT = SPACES
                   PERFORM CHECK-CHANGE-DUE
               END-IF
           END-IF.
           WRITE LOAN-OUT-RECORD FROM LOAN-RECORD.
           READ LOAN-MASTER-FILE
               AT END MOVE 'Y' TO LOAN-EOF
           END-READ.

       CHECK-NOTICE-DUE.
           MOVE LN-NEXT-RESET-DATE(1:4) TO WS-SER-YEAR.
           MOVE LN-NEXT-RESET-DATE(5:2) TO WS-SER-MONTH.
           COMPUTE WS-RESET-MIDX =
               WS-SER-YEAR * 12 + WS-SER-MONTH.
           MOVE LN-NEXT-RESET-DATE TO WS-MONTH-START.
           PERFORM FIND-MONTH-END.
           MOVE WS-MONTH-END-DATE TO WS-DRAFT-DATE.
           IF WS-TODAY-SERIAL + WS-LEAD-DAYS
                   NOT < WS-MONTH-END-SERIAL
               PERFORM PREPARE-RATE-CHANGE
           END-IF.

       CHECK-CHANGE-DUE.
           MOVE LN-PEND-DATE(1:4) TO WS-SER-YEAR.
           MOVE LN-PEND-DATE(5:2) TO WS-SER-MONTH.
           COMPUTE WS-RESET-MIDX =
               WS-SER-YEAR * 12 + WS-SER-MONTH.
           IF LN-PEND-DATE NOT > WS-TODAY-DATE
               OR (WS-MONTH-END-SW = 'Y'
                   AND WS-TODAY-MIDX NOT < WS-RESET-MIDX)
               PERFORM APPLY-RATE-CHANGE
           END-IF.

       FIND-MONTH-END.
           MOVE "01" TO WS-MONTH-START(7:2).
           MOVE WS-MONTH-START TO WS-WORK-DATE.
           PERFORM COMPUTE-DATE-SERIAL.
           MOVE WS-REC-SERIAL TO WS-START-SERIAL.
           IF WS-SER-MONTH = 12
               ADD 1 TO WS-SER-YEAR
               MOVE 1 TO WS-SER-MONTH
           ELSE
               ADD 1 TO WS-SER-MONTH
           END-IF.
           MOVE WS-SER-YEAR TO WS-WORK-DATE(1:4).
           MOVE WS-SER-MONTH TO WS-WORK-DATE(5:2).
           MOVE "01" TO WS-WORK-DATE(7:2).
           PERFORM COMPUTE-DATE-SERIAL.
           COMPUTE WS-MONTH-END-SERIAL = WS-REC-SERIAL - 1.
           COMPUTE WS-MONTH-LEN =
               WS-MONTH-END-SERIAL - WS-START-SERIAL + 1.
           MOVE WS-MONTH-START TO WS-MONTH-END-DATE.
           MOVE WS-MONTH-LEN-X TO WS-MONTH-END-DATE(7:2).

       PREPARE-RATE-CHANGE.
           IF WS-DRAFT-DATE < WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO WS-MONTH-START
               PERFORM FIND-MONTH-END
               MOVE WS-MONTH-END-DATE TO WS-DRAFT-DATE
           END-IF.
           MOVE 0 TO WS-IDX-FOUND.
           PERFORM VARYING XI FROM 1 BY 1 UNTIL XI > WS-IDX-COUNT
               IF WS-IDX-CODE(XI) = LN-INDEX-CODE
                   MOVE XI TO WS-IDX-FOUND
               END-IF
           END-PERFORM.
           IF WS-IDX-FOUND = 0
               ADD 1 TO WS-EXCP-COUNT
               MOVE SPACES TO RESET-RPT-LINE
               STRING "** LOAN " LN-LOAN-ID " NO RATE PUBLISHED FOR"
                   " INDEX " LN-INDEX-CODE " - NOTICE HELD"
                   DELIMITED BY SIZE INTO RESET-RPT-LINE
               END-STRING
               WRITE RESET-RPT-LINE
           ELSE
               PERFORM COMPUTE-NEW-RATE
               PERFORM COMPUTE-NEW-PAYMENT
               IF WS-SIM-BAL > 0
                   MOVE WS-NEW-RATE TO LN-PEND-RATE
                   MOVE WS-PAYMENT TO LN-PEND-PAYMENT
                   MOVE LN-NEXT-RESET-DATE TO LN-PEND-DATE
                   PERFORM PRINT-CHANGE-NOTICE
                   MOVE "NOTICE  " TO WS-RPT-ACTION
                   PERFORM WRITE-RESET-LINE
                   ADD 1 TO WS-NOTICE-COUNT
               END-IF
           END-IF.

       COMPUTE-NEW-RATE.
           MOVE LN-ANNUAL-RATE TO WS-OLD-RATE.
           MOVE 'N' TO WS-RATE-CAPPED.
           COMPUTE WS-NEW-RATE =
               WS-IDX-RATE(WS-IDX-FOUND) + LN-MARGIN.
           IF LN-PERIOD-CAP > 0
               COMPUTE WS-RATE-LIMIT = WS-OLD-RATE + LN-PERIOD-CAP
               IF WS-NEW-RATE > WS-RATE-LIMIT
                   MOVE WS-RATE-LIMIT TO WS-NEW-RATE
                   MOVE 'Y' TO WS-RATE-CAPPED
               END-IF
           END-IF.
           IF LN-PERIOD-FLOOR > 0
               COMPUTE WS-RATE-LIMIT = WS-OLD-RATE - LN-PERIOD-FLOOR
               IF WS-NEW-RATE < WS-RATE-LIMIT
                   MOVE WS-RATE-LIMIT TO WS-NEW-RATE
                   MOVE 'Y' TO WS-RATE-CAPPED
               END-IF
           END-IF.
           IF LN-LIFE-CAP > 0 AND WS-NEW-RATE > LN-LIFE-CAP
               MOVE LN-LIFE-CAP TO WS-NEW-RATE
               MOVE 'Y' TO WS-RATE-CAPPED
           END-IF.
           IF WS-NEW-RATE < LN-LIFE-FLOOR
               MOVE LN-LIFE-FLOOR TO WS-NEW-RATE
               MOVE 'Y' TO WS-RATE-CAPPED
           END-IF.
           IF WS-NEW-RATE < 0
               MOVE 0 TO WS-NEW-RATE
           END-IF.

       COMPUTE-NEW-PAYMENT.
           COMPUTE WS-PRE-DRAFTS = WS-RESET-MIDX - WS-TODAY-MIDX.
           IF WS-PRE-DRAFTS < 0
               MOVE 0 TO WS-PRE-DRAFTS
           END-IF.
           COMPUTE WS-REMAIN-MONTHS =
               LN-TERM-MONTHS - LN-PAYMENTS-MADE - WS-PRE-DRAFTS.
           IF WS-REMAIN-MONTHS < 1
               MOVE 1 TO WS-REMAIN-MONTHS
           END-IF.
           MOVE LN-PRIN-BALANCE TO WS-SIM-BAL.
           COMPUTE WS-MONTHLY-RATE ROUNDED =
               LN-ANNUAL-RATE / 12.
           PERFORM PROJECT-ONE-DRAFT WS-PRE-DRAFTS TIMES.
           MOVE WS-SIM-BAL TO WS-PRINCIPAL.
           MOVE WS-NEW-RATE TO WS-ANNUAL-RATE.
           MOVE WS-REMAIN-MONTHS TO WS-TERM-MONTHS.
           MOVE 0 TO WS-PAYMENT.
           IF WS-SIM-BAL > 0
               PERFORM COMPUTE-LOAN-PAYMENT
           END-IF.

       PROJECT-ONE-DRAFT.
           COMPUTE WS-SIM-INT ROUNDED =
               WS-SIM-BAL * WS-MONTHLY-RATE.
           IF WS-SIM-BAL + WS-SIM-INT <= LN-CURR-PAYMENT
               MOVE 0 TO WS-SIM-BAL
           ELSE
               COMPUTE WS-SIM-BAL =
                   WS-SIM-BAL + WS-SIM-INT - LN-CURR-PAYMENT
           END-IF.

       COMPUTE-LOAN-PAYMENT.
           COMPUTE WS-MONTHLY-RATE ROUNDED =
               WS-ANNUAL-RATE / 12.
           IF WS-ANNUAL-RATE = 0
               COMPUTE WS-PAYMENT ROUNDED =
                   WS-PRINCIPAL / WS-TERM-MONTHS
           ELSE
               COMPUTE WS-RATE-FACTOR ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** WS-TERM-MONTHS
               COMPUTE WS-RATE-DIVISOR = WS-RATE-FACTOR - 1
               COMPUTE WS-PAYMENT ROUNDED =
                   WS-PRINCIPAL * WS-MONTHLY-RATE * WS-RATE-FACTOR
                       / WS-RATE-DIVISOR
           END-IF.

       APPLY-RATE-CHANGE.
           MOVE LN-ANNUAL-RATE TO WS-OLD-RATE.
           MOVE LN-PEND-RATE TO WS-NEW-RATE.
           MOVE 'N' TO WS-RATE-CAPPED.
           MOVE LN-PEND-RATE TO LN-ANNUAL-RATE.
           MOVE LN-PEND-PAYMENT TO LN-CURR-PAYMENT.
           MOVE LN-PEND-PAYMENT TO WS-PAYMENT.
           MOVE LN-PEND-DATE TO WS-ADV-DATE.
           PERFORM ADVANCE-RESET-DATE.
           MOVE WS-ADV-DATE TO LN-NEXT-RESET-DATE.
           MOVE "APPLIED " TO WS-RPT-ACTION.
           PERFORM WRITE-RESET-LINE.
           MOVE 0 TO LN-PEND-RATE.
           MOVE 0 TO LN-PEND-PAYMENT.
           MOVE SPACES TO LN-PEND-DATE.
           ADD 1 TO WS-APPLIED-COUNT.

       ADVANCE-RESET-DATE.
           MOVE WS-ADV-DATE(1:4) TO WS-ADV-YEAR.
           MOVE WS-ADV-DATE(5:2) TO WS-ADV-MONTH.
           MOVE WS-ADV-DATE(7:2) TO WS-ADV-DAY.
           COMPUTE WS-ADV-MONTH = WS-ADV-MONTH + LN-RESET-MONTHS - 1.
           COMPUTE WS-ADV-YEAR =
               WS-ADV-YEAR + WS-ADV-MONTH / 12.
           COMPUTE WS-ADV-MONTH =
               FUNCTION MOD(WS-ADV-MONTH, 12) + 1.
           IF WS-ADV-DAY > 28
               MOVE WS-ADV-YEAR TO WS-MONTH-START(1:4)
               MOVE WS-ADV-MONTH(3:2) TO WS-MONTH-START(5:2)
               MOVE "01" TO WS-MONTH-START(7:2)
               PERFORM FIND-MONTH-END
               IF WS-ADV-DAY > WS-MONTH-LEN
                   MOVE WS-MONTH-LEN TO WS-ADV-DAY
               END-IF
           END-IF.
           MOVE WS-ADV-YEAR TO WS-ADV-DATE(1:4).
           MOVE WS-ADV-MONTH(3:2) TO WS-ADV-DATE(5:2).
           MOVE WS-ADV-DAY TO WS-ADV-DATE(7:2).

       WRITE-RESET-LINE.
           MOVE LN-LOAN-ID TO WS-RPT-LOAN-ID.
           MOVE LN-INDEX-CODE TO WS-RPT-INDEX.
           COMPUTE WS-PCT = WS-OLD-RATE * 100.
           MOVE WS-PCT TO WS-RPT-OLD-RATE.
           COMPUTE WS-PCT = WS-NEW-RATE * 100.
           MOVE WS-PCT TO WS-RPT-NEW-RATE.
           MOVE WS-PAYMENT TO WS-RPT-PAYMENT.
           MOVE LN-PEND-DATE TO WS-RPT-EFF-DATE.
           MOVE SPACES TO WS-RPT-CAPPED.
           IF WS-RATE-CAPPED = 'Y'
               MOVE "CAPPED" TO WS-RPT-CAPPED
           END-IF.
           WRITE RESET-RPT-LINE FROM WS-RPT-LINE.

       PRINT-CHANGE-NOTICE.
           MOVE WS-BANK-NAME TO WS-LTR-BANK.
           MOVE WS-TODAY-DATE TO WS-FMT-IN-DATE.
           PERFORM FORMAT-LETTER-DATE.
           MOVE WS-FMT-OUT-DATE TO WS-LTR-DATE.
           MOVE LN-LOAN-ID TO WS-LTR-LOAN-ID.
           MOVE LN-ACCT-NO TO WS-LTR-ACCT.
           MOVE LN-ACCT-NO TO WS-LOOKUP-ACCT.
           PERFORM FIND-CUSTOMER.
           PERFORM BUILD-ADDRESS-LINES.

           WRITE RATE-NOTICE-LINE FROM WS-LTR-RULE.
           WRITE RATE-NOTICE-LINE FROM WS-LTR-TITLE.
           MOVE SPACES TO RATE-NOTICE-LINE.
           WRITE RATE-NOTICE-LINE.
           WRITE RATE-NOTICE-LINE FROM WS-LTR-ADDR-1.
           WRITE RATE-NOTICE-LINE FROM WS-LTR-ADDR-2.
           WRITE RATE-NOTICE-LINE FROM WS-LTR-ADDR-3.
           MOVE SPACES TO RATE-NOTICE-LINE.
           WRITE RATE-NOTICE-LINE.
           WRITE RATE-NOTICE-LINE FROM WS-LTR-LOAN-LINE.
           MOVE SPACES TO RATE-NOTICE-LINE.
           WRITE RATE-NOTICE-LINE.
           MOVE "RE: ADJUSTABLE RATE AND PAYMENT CHANGE" TO WS-LTR-TEXT.
           WRITE RATE-NOTICE-LINE FROM WS-LTR-TEXT-LINE.
           MOVE SPACES TO RATE-NOTICE-LINE.
           WRITE RATE-NOTICE-LINE.

           MOVE LN-PEND-DATE TO WS-FMT-IN-DATE.
           PERFORM FORMAT-LETTER-DATE.
           MOVE SPACES TO WS-LTR-TEXT.
           STRING "THE INTEREST RATE ON THE LOAN SHOWN ABOVE CHANGES "
               "ON " DELIMITED BY SIZE
               WS-FMT-OUT-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-LTR-TEXT
           END-STRING.
           WRITE RATE-NOTICE-LINE FROM WS-LTR-TEXT-LINE.
           MOVE SPACES TO RATE-NOTICE-LINE.
           WRITE RATE-NOTICE-LINE.

           MOVE "CURRENT INTEREST RATE" TO WS-LTR-RATE-LBL.
           COMPUTE WS-PCT = WS-OLD-RATE * 100.
           MOVE WS-PCT TO WS-LTR-RATE.
           WRITE RATE-NOTICE-LINE FROM WS-LTR-RATE-LINE.
           MOVE WS-IDX-EFF-DATE(WS-IDX-FOUND) TO WS-FMT-IN-DATE.
           PERFORM FORMAT-LETTER-DATE.
           MOVE SPACES TO WS-LTR-RATE-LBL.
           STRING "INDEX " DELIMITED BY SIZE
               LN-INDEX-CODE DELIMITED BY SPACE
               " AS PUBLISHED " DELIMITED BY SIZE
               WS-FMT-OUT-DATE DELIMITED BY SIZE
               INTO WS-LTR-RATE-LBL
           END-STRING.
           COMPUTE WS-PCT = WS-IDX-RATE(WS-IDX-FOUND) * 100.
           MOVE WS-PCT TO WS-LTR-RATE.
           WRITE RATE-NOTICE-LINE FROM WS-LTR-RATE-LINE.
           MOVE "PLUS MARGIN" TO WS-LTR-RATE-LBL.
           COMPUTE WS-PCT = LN-MARGIN * 100.
           MOVE WS-PCT TO WS-LTR-RATE.
           WRITE RATE-NOTICE-LINE FROM WS-LTR-RATE-LINE.
           MOVE "NEW INTEREST RATE" TO WS-LTR-RATE-LBL.
           COMPUTE WS-PCT = WS-NEW-RATE * 100.
           MOVE WS-PCT TO WS-LTR-RATE.
           WRITE RATE-NOTICE-LINE FROM WS-LTR-RATE-LINE.
           IF WS-RATE-CAPPED = 'Y'
               MOVE SPACES TO RATE-NOTICE-LINE
               WRITE RATE-NOTICE-LINE
               MOVE "THE NEW RATE HAS BEEN LIMITED BY THE RATE CAPS IN"
                   TO WS-LTR-TEXT
               WRITE RATE-NOTICE-LINE FROM WS-LTR-TEXT-LINE
               MOVE "YOUR LOAN AGREEMENT." TO WS-LTR-TEXT
               WRITE RATE-NOTICE-LINE FROM WS-LTR-TEXT-LINE
           END-IF.
           MOVE SPACES TO RATE-NOTICE-LINE.
           WRITE RATE-NOTICE-LINE.

           MOVE "CURRENT MONTHLY PAYMENT" TO WS-LTR-LABEL.
           MOVE LN-CURR-PAYMENT TO WS-LTR-AMOUNT.
           WRITE RATE-NOTICE-LINE FROM WS-LTR-DETAIL.
           MOVE "NEW MONTHLY PAYMENT" TO WS-LTR-LABEL.
           MOVE LN-PEND-PAYMENT TO WS-LTR-AMOUNT.
           WRITE RATE-NOTICE-LINE FROM WS-LTR-DETAIL.
           MOVE SPACES TO RATE-NOTICE-LINE.
           WRITE RATE-NOTICE-LINE.

           MOVE WS-DRAFT-DATE TO WS-FMT-IN-DATE.
           PERFORM FORMAT-LETTER-DATE.
           MOVE "THE NEW PAYMENT WILL FIRST BE DRAFTED FROM YOUR"
               TO WS-LTR-TEXT.
           WRITE RATE-NOTICE-LINE FROM WS-LTR-TEXT-LINE.
           MOVE SPACES TO WS-LTR-TEXT.
           STRING "ACCOUNT ON THE LAST BUSINESS DAY OF THE MONTH "
               "ENDING "
               DELIMITED BY SIZE
               WS-FMT-OUT-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-LTR-TEXT
           END-STRING.
           WRITE RATE-NOTICE-LINE FROM WS-LTR-TEXT-LINE.
           MOVE LN-PEND-DATE TO WS-ADV-DATE.
           PERFORM ADVANCE-RESET-DATE.
           MOVE WS-ADV-DATE TO WS-FMT-IN-DATE.
           PERFORM FORMAT-LETTER-DATE.
           MOVE SPACES TO WS-LTR-TEXT.
           STRING "YOUR NEXT RATE CHANGE DATE IS " DELIMITED BY SIZE
               WS-FMT-OUT-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-LTR-TEXT
           END-STRING.
           WRITE RATE-NOTICE-LINE FROM WS-LTR-TEXT-LINE.
           MOVE "PLEASE CONTACT YOUR BRANCH WITH ANY QUESTIONS."
               TO WS-LTR-TEXT.
           WRITE RATE-NOTICE-LINE FROM WS-LTR-TEXT-LINE.

       BUILD-ADDRESS-LINES.
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
