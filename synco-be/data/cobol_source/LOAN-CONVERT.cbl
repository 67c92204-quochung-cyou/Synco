       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-IN-FILE ASSIGN TO "LOANIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LIN-FILE-STATUS.

           SELECT LOAN-OUT-FILE ASSIGN TO "LOANOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOUT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-IN-FILE.
       01  LOAN-IN-RECORD          PIC X(68).

       FD  LOAN-OUT-FILE.
       01  LOAN-OUT-RECORD         PIC X(99).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       WORKING-STORAGE SECTION.
           COPY LOAN-REC.
       01  LIN-FILE-STATUS     PIC X(2) VALUE "00".
       01  LOUT-FILE-STATUS    PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CONV-EOF            PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-MONTHLY-RATE     PIC 9V9(6).
       01  WS-RATE-FACTOR      PIC 9(9)V9(6).
       01  WS-RATE-DIVISOR     PIC 9(9)V9(6).
       01  WS-PAID-FACTOR      PIC 9(9)V9(6).
       01  WS-PAYMENT          PIC 9(9)V99.
       01  WS-LOAN-BAL         PIC S9(9)V99.
       01  WS-READ-COUNT       PIC 9(7) VALUE 0.
       01  WS-ACTIVE-COUNT     PIC 9(7) VALUE 0.
       01  WS-PAID-COUNT       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "LOAN MASTER CONVERSION STARTED".

           PERFORM GET-BUSINESS-DATE.

           OPEN INPUT LOAN-IN-FILE.
           IF LIN-FILE-STATUS NOT = "00"
               DISPLAY "** LOAN MASTER INPUT OPEN FAILED - STATUS "
                   LIN-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LOAN-OUT-FILE.
           IF LOUT-FILE-STATUS NOT = "00"
               DISPLAY "** LOAN MASTER OUTPUT OPEN FAILED - STATUS "
                   LOUT-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ LOAN-IN-FILE
               AT END MOVE 'Y' TO CONV-EOF
           END-READ.
           PERFORM CONVERT-ONE-LOAN UNTIL CONV-EOF = 'Y'.

           CLOSE LOAN-IN-FILE.
           CLOSE LOAN-OUT-FILE.

           DISPLAY "LOANS READ          : " WS-READ-COUNT.
           DISPLAY "ACTIVE LOANS        : " WS-ACTIVE-COUNT.
           DISPLAY "PAID IN FULL        : " WS-PAID-COUNT.
           DISPLAY "LOAN MASTER CONVERSION COMPLETE".
           STOP RUN.

       GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDT-FILE-STATUS NOT = "00"
               DISPLAY "** NO BUSINESS DATE FILE, RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY "** EMPTY BUSINESS DATE FILE, RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-CURRENT-DATE TO WS-TODAY-DATE.
           CLOSE BUSINESS-DATE-FILE.

       CONVERT-ONE-LOAN.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO LOAN-RECORD.
           MOVE LOAN-IN-RECORD TO LOAN-RECORD(1:68).
           PERFORM COMPUTE-LOAN-BALANCE.
           MOVE WS-PAYMENT TO LN-CURR-PAYMENT.
           MOVE WS-TODAY-DATE TO LN-INT-PAID-DATE.
           IF LN-PAYMENTS-MADE NOT < LN-TERM-MONTHS
               OR WS-LOAN-BAL = 0
               MOVE 0 TO LN-PRIN-BALANCE
               MOVE 'P' TO LN-STATUS
               ADD 1 TO WS-PAID-COUNT
           ELSE
               MOVE WS-LOAN-BAL TO LN-PRIN-BALANCE
               MOVE 'A' TO LN-STATUS
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF.
           WRITE LOAN-OUT-RECORD FROM LOAN-RECORD(1:99).
           READ LOAN-IN-FILE
               AT END MOVE 'Y' TO CONV-EOF
           END-READ.

       COMPUTE-LOAN-BALANCE.
           MOVE 0 TO WS-PAYMENT.
           MOVE 0 TO WS-LOAN-BAL.
           IF LN-TERM-MONTHS > 0
               COMPUTE WS-MONTHLY-RATE ROUNDED =
                   LN-ANNUAL-RATE / 12
               IF LN-ANNUAL-RATE = 0
                   COMPUTE WS-PAYMENT ROUNDED =
                       LN-PRINCIPAL / LN-TERM-MONTHS
                   COMPUTE WS-LOAN-BAL =
                       LN-PRINCIPAL - WS-PAYMENT * LN-PAYMENTS-MADE
               ELSE
                   COMPUTE WS-RATE-FACTOR ROUNDED =
                       (1 + WS-MONTHLY-RATE) ** LN-TERM-MONTHS
                   COMPUTE WS-RATE-DIVISOR = WS-RATE-FACTOR - 1
                   COMPUTE WS-PAYMENT ROUNDED =
                       LN-PRINCIPAL * WS-MONTHLY-RATE * WS-RATE-FACTOR
                           / WS-RATE-DIVISOR
                   COMPUTE WS-PAID-FACTOR ROUNDED =
                       (1 + WS-MONTHLY-RATE) ** LN-PAYMENTS-MADE
                   COMPUTE WS-LOAN-BAL ROUNDED =
                       LN-PRINCIPAL * WS-PAID-FACTOR
                       - WS-PAYMENT * (WS-PAID-FACTOR - 1)
                           / WS-MONTHLY-RATE
               END-IF
           END-IF.
           IF WS-LOAN-BAL < 0
               MOVE 0 TO WS-LOAN-BAL
           END-IF.
