               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT SCREEN-MASTER ASSIGN TO "SCRNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-KEY
               FILE STATUS IS SCR-FILE-STATUS.

           SELECT TIL-DISC-FILE ASSIGN TO "TILDISC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DISC-FILE-STATUS.

           SELECT CONTROL-CARD ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-APP-FILE.
           05  APP-PRINCIPAL       PIC 9(9)V99.
           05  APP-ANNUAL-RATE     PIC 9V9(4).
           05  APP-TERM-MONTHS     PIC 9(4).
           05  APP-RATE-TYPE       PIC X.
           05  APP-INDEX-CODE      PIC X(4).
           05  APP-MARGIN          PIC 9V9(4).
           05  APP-RESET-MONTHS    PIC 9(3).
           05  APP-FIRST-RESET     PIC X(8).
           05  APP-PERIOD-CAP      PIC 9V9(4).
           05  APP-PERIOD-FLOOR    PIC 9V9(4).
           05  APP-LIFE-CAP        PIC 9V9(4).
           05  APP-LIFE-FLOOR      PIC 9V9(4).
           05  APP-ORIG-FEE        PIC 9(5)V99.
           05  APP-OTHER-FEE       PIC 9(5)V99.

       FD  LOAN-MASTER-FILE.
           COPY LOAN-REC.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       FD  SCREEN-MASTER.
           COPY SCREEN-REC.

       FD  TIL-DISC-FILE.
       01  TIL-DISC-LINE           PIC X(80).

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-BANK-NAME       PIC X(40).
           05  CTL-APR-TOLERANCE   PIC 9V9(4).

       WORKING-STORAGE SECTION.
       01  APP-FILE-STATUS     PIC X(2) VALUE "00".
       01  LOAN-FILE-STATUS    PIC X(2) VALUE "00".
       01  SEQN-FILE-STATUS    PIC X(2) VALUE "00".
       01  ACCT-FILE-STATUS    PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  SCR-FILE-STATUS     PIC X(2) VALUE "00".
       01  DISC-FILE-STATUS    PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  APP-EOF             PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-NEXT-SEQ         PIC 9(6) VALUE 1.
       01  WS-ANNUAL-RATE      PIC 9V9(4).
       01  WS-TERM-MONTHS      PIC 9(4).
       01  WS-FEED-LIMIT       PIC 9(5)V99 VALUE 99999.99.
       01  WS-BANK-NAME        PIC X(40) VALUE SPACES.
       01  WS-APR-TOLERANCE    PIC 9V9(4) VALUE 0.0050.
       01  WS-DISC-COUNT       PIC 9(6) VALUE 0.

       01  WS-PREPAID-FEES     PIC 9(6)V99.
       01  WS-AMT-FINANCED     PIC 9(9)V99.
       01  WS-FINANCE-CHARGE   PIC 9(11)V99.
       01  WS-TOTAL-PAYMENTS   PIC 9(11)V99.
       01  WS-FINAL-PAYMENT    PIC 9(9)V99.
       01  WS-LEVEL-COUNT      PIC 9(4).
       01  WS-SIM-BAL          PIC 9(9)V99.
       01  WS-SIM-INT          PIC 9(9)V99.
       01  WS-SIM-COUNT        PIC 9(4).
       01  WS-SIM-DONE         PIC X.

       01  WS-APR              PIC 9V9(8).
       01  WS-APR-LOW          PIC 9V9(8).
       01  WS-APR-HIGH         PIC 9V9(8).
       01  WS-APR-MONTHLY      PIC 9V9(10).
       01  WS-APR-FACTOR       PIC 9(8)V9(10).
       01  WS-APR-PV           PIC S9(9)V9(6).
       01  WS-APR-ITER         PIC 99.
       01  WS-APR-SOLVED       PIC X.
       01  WS-APR-FITS         PIC X.
       01  WS-APR-SPREAD       PIC 9V9(8).
       01  WS-APR-ROUNDED      PIC 9V9(5).

       01  WS-FMT-IN-DATE      PIC X(8).
       01  WS-FMT-OUT-DATE     PIC X(10).
       01  WS-PCT              PIC 99V999.
       01  WS-PCT-EDIT         PIC Z9.999.
       01  WS-NOTE-PCT-EDIT    PIC Z9.999.
       01  WS-TOL-PCT-EDIT     PIC Z9.999.
       01  WS-COUNT-EDIT       PIC ZZZ9.

       01  WS-DSC-RULE.
           05  FILLER           PIC X(80) VALUE ALL "-".
       01  WS-DSC-TITLE.
           05  WS-DSC-BANK      PIC X(40).
           05  FILLER           PIC X(18) VALUE SPACES.
           05  FILLER           PIC X(12) VALUE "DATE        ".
           05  WS-DSC-DATE      PIC X(10).
       01  WS-DSC-TEXT-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-DSC-TEXT      PIC X(76).
       01  WS-DSC-LOAN-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  FILLER           PIC X(13) VALUE "LOAN NUMBER: ".
           05  WS-DSC-LOAN-ID   PIC X(8).
           05  FILLER           PIC X(21)
               VALUE "    DEPOSIT ACCOUNT: ".
           05  WS-DSC-ACCT      PIC 9(8).
           05  FILLER           PIC X(26) VALUE SPACES.
       01  WS-DSC-DETAIL.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-DSC-LABEL     PIC X(44).
           05  WS-DSC-AMOUNT    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(17) VALUE SPACES.
       01  WS-DSC-RATE-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-DSC-RATE-LBL  PIC X(44).
           05  FILLER           PIC X(9) VALUE SPACES.
           05  WS-DSC-RATE      PIC Z9.999.
           05  FILLER           PIC X VALUE "%".
           05  FILLER           PIC X(16) VALUE SPACES.
       01  WS-DSC-SCHED-HDR.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  FILLER           PIC X(20) VALUE "NUMBER OF PAYMENTS".
           05  FILLER           PIC X(20) VALUE "AMOUNT OF PAYMENTS".
           05  FILLER           PIC X(36) VALUE "WHEN PAYMENTS ARE DUE".
       01  WS-DSC-SCHED-LINE.
           05  FILLER           PIC X(8) VALUE SPACES.
           05  WS-DSC-SCH-COUNT PIC ZZZ9.
           05  FILLER           PIC X(10) VALUE SPACES.
           05  WS-DSC-SCH-AMT   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(8) VALUE SPACES.
           05  WS-DSC-SCH-WHEN  PIC X(36).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "LOAN ORIGINATION STARTED".

           PERFORM READ-CONTROL-CARD.
           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-LOAN-SEQUENCE.

           OPEN INPUT SCREEN-MASTER.
           IF SCR-FILE-STATUS NOT = "00"
               DISPLAY "** SCREENING MASTER OPEN FAILED - STATUS "
                   SCR-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LOAN-APP-FILE.
           OPEN EXTEND LOAN-MASTER-FILE.
           IF LOAN-FILE-STATUS = "35"
           END-IF.
           OPEN OUTPUT ORIG-TRANS-FILE.
           OPEN OUTPUT ORIG-EXCP-FILE.
           OPEN OUTPUT TIL-DISC-FILE.
           OPEN INPUT ACCOUNT-MASTER.

           MOVE "LOAN ORIGINATION EXCEPTIONS" TO ORIG-EXCP-LINE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE ORIG-TRANS-FILE.
           CLOSE ORIG-EXCP-FILE.
           CLOSE TIL-DISC-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE SCREEN-MASTER.

           PERFORM WRITE-LOAN-SEQUENCE.

           DISPLAY "LOANS BOARDED : " WS-BOARDED-COUNT.
           DISPLAY "APPS REJECTED : " WS-REJECT-COUNT.
           DISPLAY "DISCLOSURES   : " WS-DISC-COUNT.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "LOAN ORIGINATION COMPLETE".
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "No Control Card - Default APR Tolerance"
           ELSE
               READ CONTROL-CARD
                   AT END DISPLAY "Empty Control Card"
                   NOT AT END
                       MOVE CTL-BANK-NAME TO WS-BANK-NAME
                       IF CTL-APR-TOLERANCE NUMERIC
                           AND CTL-APR-TOLERANCE > 0
                           MOVE CTL-APR-TOLERANCE TO WS-APR-TOLERANCE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.

       GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDT-FILE-STATUS = "35"
           ELSE
           IF APP-ANNUAL-RATE NOT NUMERIC
               MOVE "INVALID RATE" TO WS-REJECT-REASON
           ELSE
           IF APP-RATE-TYPE NOT = 'F' AND APP-RATE-TYPE NOT = 'A'
               AND APP-RATE-TYPE NOT = SPACE
               MOVE "INVALID RATE TYPE" TO WS-REJECT-REASON
           ELSE
           IF APP-ORIG-FEE NOT NUMERIC OR APP-OTHER-FEE NOT NUMERIC
               MOVE "INVALID FEES" TO WS-REJECT-REASON
           ELSE
           IF APP-ORIG-FEE + APP-OTHER-FEE NOT < APP-PRINCIPAL
               MOVE "FEES EXCEED PRINCIPAL" TO WS-REJECT-REASON
           ELSE
               MOVE APP-ACCT-NO TO ACCT-NO
               READ ACCOUNT-MASTER
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES AND APP-RATE-TYPE = 'A'
               PERFORM CHECK-ARM-TERMS
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-SANCTIONS-HOLD
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM COMPUTE-DISCLOSURE-TERMS
           END-IF.

           IF WS-REJECT-REASON = SPACES
                   INTO ORIG-EXCP-LINE
               END-STRING
               WRITE ORIG-EXCP-LINE
               IF WS-REJECT-REASON = "APR OUTSIDE TOLERANCE"
                   PERFORM WRITE-APR-EXCEPTION
               END-IF
           END-IF.

           READ LOAN-APP-FILE
               AT END MOVE 'Y' TO APP-EOF
           END-READ.

       CHECK-ARM-TERMS.
           IF APP-INDEX-CODE = SPACES
               MOVE "MISSING ARM INDEX CODE" TO WS-REJECT-REASON
           ELSE
           IF APP-MARGIN NOT NUMERIC
               OR APP-PERIOD-CAP NOT NUMERIC
               OR APP-PERIOD-FLOOR NOT NUMERIC
               OR APP-LIFE-CAP NOT NUMERIC
               OR APP-LIFE-FLOOR NOT NUMERIC
               MOVE "INVALID ARM MARGIN OR CAPS" TO WS-REJECT-REASON
           ELSE
           IF APP-RESET-MONTHS NOT NUMERIC OR APP-RESET-MONTHS = 0
               MOVE "INVALID ARM RESET PERIOD" TO WS-REJECT-REASON
           ELSE
           IF APP-FIRST-RESET NOT NUMERIC
               OR APP-FIRST-RESET NOT > WS-TODAY-DATE
               OR APP-FIRST-RESET(5:2) < "01"
               OR APP-FIRST-RESET(5:2) > "12"
               OR APP-FIRST-RESET(7:2) < "01"
               OR APP-FIRST-RESET(7:2) > "31"
               MOVE "INVALID FIRST RESET DATE" TO WS-REJECT-REASON
           ELSE
           IF APP-LIFE-CAP < APP-LIFE-FLOOR
               OR APP-ANNUAL-RATE < APP-LIFE-FLOOR
               OR (APP-LIFE-CAP > 0 AND APP-ANNUAL-RATE > APP-LIFE-CAP)
               MOVE "RATE OUTSIDE LIFETIME CAPS" TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-SANCTIONS-HOLD.
           MOVE 'L' TO SCR-PARTY-TYPE.
           MOVE APP-BORROWER TO SCR-PARTY-KEY.
           READ SCREEN-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF SCR-FILE-STATUS = "00"
               IF SCR-STATUS = 'H'
                   MOVE "SANCTIONS REVIEW PENDING" TO WS-REJECT-REASON
               ELSE
               IF SCR-STATUS = 'B'
                   MOVE "SANCTIONS MATCH CONFIRMED"
                       TO WS-REJECT-REASON
               END-IF
               END-IF
           END-IF.

       BOARD-AND-FUND.
           MOVE SPACES TO LOAN-RECORD.
           MOVE "LN" TO LN-LOAN-ID(1:2).
           MOVE WS-NEXT-SEQ TO LN-LOAN-ID(3:6).
           MOVE APP-TERM-MONTHS TO LN-TERM-MONTHS.
           MOVE WS-TODAY-DATE TO LN-ORIG-DATE.
           MOVE 0 TO LN-PAYMENTS-MADE.
           MOVE APP-PRINCIPAL TO LN-PRIN-BALANCE.
           MOVE WS-PAYMENT TO LN-CURR-PAYMENT.
           MOVE WS-TODAY-DATE TO LN-INT-PAID-DATE.
           MOVE 'A' TO LN-STATUS.
           PERFORM SET-RATE-TERMS.
           MOVE 0 TO LN-CHGOFF-PRIN.
           MOVE 0 TO LN-CHGOFF-FEES.
           MOVE 0 TO LN-RECOVERED.
           WRITE LOAN-RECORD.

           MOVE APP-ACCT-NO TO TRANS-ACCT-NO.
           MOVE ACCT-PVV TO TRANS-PIN.
           MOVE 1 TO TRANS-OPTION.
           MOVE WS-AMT-FINANCED TO TRANS-AMOUNT.
           MOVE 0 TO TRANS-TO-ACCT.
           MOVE 0 TO TRANS-ORIG-OPTION.
           MOVE 0 TO TRANS-CARD-NO.
           ADD 1 TO WS-BOARDED-COUNT.
           DISPLAY "BOARDED LOAN " LN-LOAN-ID " FOR " LN-BORROWER
               " PAYMENT " WS-PAYMENT.
           PERFORM PRINT-TIL-DISCLOSURE.

       SET-RATE-TERMS.
           MOVE 0 TO LN-PEND-RATE.
           MOVE 0 TO LN-PEND-PAYMENT.
           MOVE SPACES TO LN-PEND-DATE.
           IF APP-RATE-TYPE = 'A'
               MOVE 'A' TO LN-RATE-TYPE
               MOVE APP-INDEX-CODE TO LN-INDEX-CODE
               MOVE APP-MARGIN TO LN-MARGIN
               MOVE APP-RESET-MONTHS TO LN-RESET-MONTHS
               MOVE APP-FIRST-RESET TO LN-NEXT-RESET-DATE
               MOVE APP-PERIOD-CAP TO LN-PERIOD-CAP
               MOVE APP-PERIOD-FLOOR TO LN-PERIOD-FLOOR
               MOVE APP-LIFE-CAP TO LN-LIFE-CAP
               MOVE APP-LIFE-FLOOR TO LN-LIFE-FLOOR
           ELSE
               MOVE 'F' TO LN-RATE-TYPE
               MOVE SPACES TO LN-INDEX-CODE
               MOVE 0 TO LN-MARGIN
               MOVE 0 TO LN-RESET-MONTHS
               MOVE SPACES TO LN-NEXT-RESET-DATE
               MOVE 0 TO LN-PERIOD-CAP
               MOVE 0 TO LN-PERIOD-FLOOR
               MOVE 0 TO LN-LIFE-CAP
               MOVE 0 TO LN-LIFE-FLOOR
           END-IF.

       COMPUTE-LOAN-PAYMENT.
           COMPUTE WS-MONTHLY-RATE ROUNDED =
                   WS-PRINCIPAL * WS-MONTHLY-RATE * WS-RATE-FACTOR
                       / WS-RATE-DIVISOR
           END-IF.

       COMPUTE-DISCLOSURE-TERMS.
           MOVE APP-PRINCIPAL TO WS-PRINCIPAL.
           MOVE APP-ANNUAL-RATE TO WS-ANNUAL-RATE.
           MOVE APP-TERM-MONTHS TO WS-TERM-MONTHS.
           PERFORM COMPUTE-LOAN-PAYMENT.
           COMPUTE WS-PREPAID-FEES = APP-ORIG-FEE + APP-OTHER-FEE.
           COMPUTE WS-AMT-FINANCED = WS-PRINCIPAL - WS-PREPAID-FEES.

           MOVE WS-PRINCIPAL TO WS-SIM-BAL.
           MOVE 0 TO WS-SIM-COUNT.
           MOVE 0 TO WS-TOTAL-PAYMENTS.
           MOVE 'N' TO WS-SIM-DONE.
           PERFORM SIMULATE-ONE-MONTH UNTIL WS-SIM-DONE = 'Y'.
           COMPUTE WS-LEVEL-COUNT = WS-SIM-COUNT - 1.
           COMPUTE WS-FINANCE-CHARGE =
               WS-TOTAL-PAYMENTS - WS-AMT-FINANCED.

           PERFORM SOLVE-FOR-APR.
           IF WS-APR-SOLVED NOT = 'Y'
               MOVE "APR NOT COMPUTABLE" TO WS-REJECT-REASON
           ELSE
               IF WS-APR-ROUNDED > WS-ANNUAL-RATE
                   COMPUTE WS-APR-SPREAD =
                       WS-APR-ROUNDED - WS-ANNUAL-RATE
               ELSE
                   COMPUTE WS-APR-SPREAD =
                       WS-ANNUAL-RATE - WS-APR-ROUNDED
               END-IF
               IF WS-APR-SPREAD > WS-APR-TOLERANCE
                   MOVE "APR OUTSIDE TOLERANCE" TO WS-REJECT-REASON
               END-IF
           END-IF.

       SIMULATE-ONE-MONTH.
           ADD 1 TO WS-SIM-COUNT.
           COMPUTE WS-SIM-INT ROUNDED =
               WS-SIM-BAL * WS-MONTHLY-RATE.
           IF WS-SIM-COUNT >= WS-TERM-MONTHS
               OR WS-SIM-BAL + WS-SIM-INT <= WS-PAYMENT
               COMPUTE WS-FINAL-PAYMENT = WS-SIM-BAL + WS-SIM-INT
               ADD WS-FINAL-PAYMENT TO WS-TOTAL-PAYMENTS
               MOVE 'Y' TO WS-SIM-DONE
           ELSE
               COMPUTE WS-SIM-BAL =
                   WS-SIM-BAL + WS-SIM-INT - WS-PAYMENT
               ADD WS-PAYMENT TO WS-TOTAL-PAYMENTS
           END-IF.

       SOLVE-FOR-APR.
           MOVE 0 TO WS-APR-LOW.
           MOVE 0.99999999 TO WS-APR-HIGH.
           PERFORM TRY-APR-RATE
               VARYING WS-APR-ITER FROM 1 BY 1 UNTIL WS-APR-ITER > 40.
           COMPUTE WS-APR ROUNDED = (WS-APR-LOW + WS-APR-HIGH) / 2.
           COMPUTE WS-APR-ROUNDED ROUNDED = WS-APR.
           IF WS-APR-LOW > 0.99
               MOVE 'N' TO WS-APR-SOLVED
           ELSE
               MOVE 'Y' TO WS-APR-SOLVED
           END-IF.

       TRY-APR-RATE.
           COMPUTE WS-APR ROUNDED = (WS-APR-LOW + WS-APR-HIGH) / 2.
           COMPUTE WS-APR-MONTHLY ROUNDED = WS-APR / 12.
           MOVE 'Y' TO WS-APR-FITS.
           IF WS-APR-MONTHLY = 0
               MOVE WS-TOTAL-PAYMENTS TO WS-APR-PV
           ELSE
               COMPUTE WS-APR-FACTOR ROUNDED =
                   (1 + WS-APR-MONTHLY) ** WS-SIM-COUNT
                   ON SIZE ERROR MOVE 'N' TO WS-APR-FITS
               END-COMPUTE
               IF WS-APR-FITS = 'Y'
                   COMPUTE WS-APR-PV ROUNDED =
                       WS-PAYMENT * (WS-APR-FACTOR - 1)
                           / (WS-APR-MONTHLY * WS-APR-FACTOR)
                       + (WS-FINAL-PAYMENT - WS-PAYMENT)
                           / WS-APR-FACTOR
               END-IF
           END-IF.
           IF WS-APR-FITS = 'Y' AND WS-APR-PV > WS-AMT-FINANCED
               MOVE WS-APR TO WS-APR-LOW
           ELSE
               MOVE WS-APR TO WS-APR-HIGH
           END-IF.

       WRITE-APR-EXCEPTION.
           COMPUTE WS-PCT ROUNDED = WS-APR-ROUNDED * 100.
           MOVE WS-PCT TO WS-PCT-EDIT.
           COMPUTE WS-PCT = WS-ANNUAL-RATE * 100.
           MOVE WS-PCT TO WS-NOTE-PCT-EDIT.
           COMPUTE WS-PCT = WS-APR-TOLERANCE * 100.
           MOVE WS-PCT TO WS-TOL-PCT-EDIT.
           MOVE SPACES TO ORIG-EXCP-LINE.
           STRING "    APR " DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               "% NOTE RATE " DELIMITED BY SIZE
               WS-NOTE-PCT-EDIT DELIMITED BY SIZE
               "% TOLERANCE " DELIMITED BY SIZE
               WS-TOL-PCT-EDIT DELIMITED BY SIZE
               "% - NOT FUNDED" DELIMITED BY SIZE
               INTO ORIG-EXCP-LINE
           END-STRING.
           WRITE ORIG-EXCP-LINE.

       PRINT-TIL-DISCLOSURE.
           MOVE WS-BANK-NAME TO WS-DSC-BANK.
           MOVE WS-TODAY-DATE TO WS-FMT-IN-DATE.
           PERFORM FORMAT-LETTER-DATE.
           MOVE WS-FMT-OUT-DATE TO WS-DSC-DATE.
           MOVE LN-LOAN-ID TO WS-DSC-LOAN-ID.
           MOVE LN-ACCT-NO TO WS-DSC-ACCT.
           WRITE TIL-DISC-LINE FROM WS-DSC-RULE.
           WRITE TIL-DISC-LINE FROM WS-DSC-TITLE.
           MOVE SPACES TO TIL-DISC-LINE.
           WRITE TIL-DISC-LINE.
           MOVE "TRUTH-IN-LENDING DISCLOSURE STATEMENT" TO WS-DSC-TEXT.
           WRITE TIL-DISC-LINE FROM WS-DSC-TEXT-LINE.
           MOVE SPACES TO TIL-DISC-LINE.
           WRITE TIL-DISC-LINE.
           MOVE SPACES TO WS-DSC-TEXT.
           STRING "BORROWER: " DELIMITED BY SIZE
               LN-BORROWER DELIMITED BY SIZE
               INTO WS-DSC-TEXT
           END-STRING.
           WRITE TIL-DISC-LINE FROM WS-DSC-TEXT-LINE.
           WRITE TIL-DISC-LINE FROM WS-DSC-LOAN-LINE.
           MOVE SPACES TO TIL-DISC-LINE.
           WRITE TIL-DISC-LINE.

           COMPUTE WS-PCT ROUNDED = WS-APR-ROUNDED * 100.
           MOVE "ANNUAL PERCENTAGE RATE" TO WS-DSC-RATE-LBL.
           MOVE WS-PCT TO WS-DSC-RATE.
           WRITE TIL-DISC-LINE FROM WS-DSC-RATE-LINE.
           MOVE "  THE COST OF YOUR CREDIT AS A YEARLY RATE"
               TO WS-DSC-TEXT.
           WRITE TIL-DISC-LINE FROM WS-DSC-TEXT-LINE.
           MOVE "FINANCE CHARGE" TO WS-DSC-LABEL.
           MOVE WS-FINANCE-CHARGE TO WS-DSC-AMOUNT.
           WRITE TIL-DISC-LINE FROM WS-DSC-DETAIL.
           MOVE "  THE DOLLAR AMOUNT THE CREDIT WILL COST YOU"
               TO WS-DSC-TEXT.
           WRITE TIL-DISC-LINE FROM WS-DSC-TEXT-LINE.
           MOVE "AMOUNT FINANCED" TO WS-DSC-LABEL.
           MOVE WS-AMT-FINANCED TO WS-DSC-AMOUNT.
           WRITE TIL-DISC-LINE FROM WS-DSC-DETAIL.
           MOVE "  THE AMOUNT OF CREDIT PROVIDED TO YOU"
               TO WS-DSC-TEXT.
           WRITE TIL-DISC-LINE FROM WS-DSC-TEXT-LINE.
           MOVE "TOTAL OF PAYMENTS" TO WS-DSC-LABEL.
           MOVE WS-TOTAL-PAYMENTS TO WS-DSC-AMOUNT.
           WRITE TIL-DISC-LINE FROM WS-DSC-DETAIL.
           MOVE "  WHAT YOU WILL HAVE PAID AFTER ALL SCHEDULED PAYMENTS"
               TO WS-DSC-TEXT.
           WRITE TIL-DISC-LINE FROM WS-DSC-TEXT-LINE.
           MOVE SPACES TO TIL-DISC-LINE.
           WRITE TIL-DISC-LINE.

           MOVE "PAYMENT SCHEDULE" TO WS-DSC-TEXT.
           WRITE TIL-DISC-LINE FROM WS-DSC-TEXT-LINE.
           WRITE TIL-DISC-LINE FROM WS-DSC-SCHED-HDR.
           IF WS-LEVEL-COUNT > 0
               MOVE WS-LEVEL-COUNT TO WS-DSC-SCH-COUNT
               MOVE WS-PAYMENT TO WS-DSC-SCH-AMT
               MOVE "MONTHLY, LAST BUSINESS DAY OF MONTH"
                   TO WS-DSC-SCH-WHEN
               WRITE TIL-DISC-LINE FROM WS-DSC-SCHED-LINE
           END-IF.
           MOVE 1 TO WS-DSC-SCH-COUNT.
           MOVE WS-FINAL-PAYMENT TO WS-DSC-SCH-AMT.
           MOVE WS-SIM-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-DSC-SCH-WHEN.
           STRING "FINAL PAYMENT, MONTH " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-DSC-SCH-WHEN
           END-STRING.
           WRITE TIL-DISC-LINE FROM WS-DSC-SCHED-LINE.
           MOVE SPACES TO TIL-DISC-LINE.
           WRITE TIL-DISC-LINE.

           MOVE "ITEMIZATION OF AMOUNT FINANCED" TO WS-DSC-TEXT.
           WRITE TIL-DISC-LINE FROM WS-DSC-TEXT-LINE.
           MOVE "LOAN AMOUNT" TO WS-DSC-LABEL.
           MOVE LN-PRINCIPAL TO WS-DSC-AMOUNT.
           WRITE TIL-DISC-LINE FROM WS-DSC-DETAIL.
           MOVE "LESS ORIGINATION FEE" TO WS-DSC-LABEL.
           MOVE APP-ORIG-FEE TO WS-DSC-AMOUNT.
           WRITE TIL-DISC-LINE FROM WS-DSC-DETAIL.
           MOVE "LESS OTHER PREPAID FINANCE CHARGES" TO WS-DSC-LABEL.
           MOVE APP-OTHER-FEE TO WS-DSC-AMOUNT.
           WRITE TIL-DISC-LINE FROM WS-DSC-DETAIL.
           MOVE "PAID TO YOUR DEPOSIT ACCOUNT" TO WS-DSC-LABEL.
           MOVE WS-AMT-FINANCED TO WS-DSC-AMOUNT.
           WRITE TIL-DISC-LINE FROM WS-DSC-DETAIL.
           MOVE "NOTE INTEREST RATE" TO WS-DSC-RATE-LBL.
           COMPUTE WS-PCT = LN-ANNUAL-RATE * 100.
           MOVE WS-PCT TO WS-DSC-RATE.
           WRITE TIL-DISC-LINE FROM WS-DSC-RATE-LINE.
           MOVE SPACES TO TIL-DISC-LINE.
           WRITE TIL-DISC-LINE.

           IF LN-RATE-TYPE = 'A'
               MOVE SPACES TO WS-DSC-TEXT
               STRING "VARIABLE RATE: THE RATE MAY CHANGE WITH INDEX "
                   DELIMITED BY SIZE
                   LN-INDEX-CODE DELIMITED BY SIZE
                   " FROM " DELIMITED BY SIZE
                   INTO WS-DSC-TEXT
               END-STRING
               MOVE LN-NEXT-RESET-DATE TO WS-FMT-IN-DATE
               PERFORM FORMAT-LETTER-DATE
               MOVE WS-FMT-OUT-DATE TO WS-DSC-TEXT(57:10)
               WRITE TIL-DISC-LINE FROM WS-DSC-TEXT-LINE
               MOVE "THE SCHEDULE ABOVE IS BASED ON THE INITIAL RATE."
                   TO WS-DSC-TEXT
               WRITE TIL-DISC-LINE FROM WS-DSC-TEXT-LINE
           END-IF.
           MOVE "PREPAYMENT: IF YOU PAY OFF EARLY YOU WILL NOT HAVE TO"
               TO WS-DSC-TEXT.
           WRITE TIL-DISC-LINE FROM WS-DSC-TEXT-LINE.
           MOVE "PAY A PENALTY. PREPAID FINANCE CHARGES ARE NOT"
               TO WS-DSC-TEXT.
           WRITE TIL-DISC-LINE FROM WS-DSC-TEXT-LINE.
           MOVE "REFUNDED." TO WS-DSC-TEXT.
           WRITE TIL-DISC-LINE FROM WS-DSC-TEXT-LINE.
           ADD 1 TO WS-DISC-COUNT.

       FORMAT-LETTER-DATE.
           MOVE SPACES TO WS-FMT-OUT-DATE.
           STRING WS-FMT-IN-DATE(5:2) "/" WS-FMT-IN-DATE(7:2) "/"
               WS-FMT-IN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-FMT-OUT-DATE
           END-STRING.
