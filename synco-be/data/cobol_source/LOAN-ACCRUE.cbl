       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-ACCRUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT DELQ-MASTER-FILE ASSIGN TO "DELQMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DELQ-FILE-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLMAP-FILE-STATUS.

           SELECT PRIOR-ACCRUAL-FILE ASSIGN TO "ACCRPRV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRV-FILE-STATUS.

           SELECT NEW-ACCRUAL-FILE ASSIGN TO "ACCRNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-FILE-STATUS.

           SELECT ACCR-GL-JOURNAL ASSIGN TO "ACCRGLJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGJ-FILE-STATUS.

           SELECT ACCR-RPT-FILE ASSIGN TO "ACCRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GLM-STATUS-MSG      PIC X(20).
           05  GLM-DEBIT-ACCT      PIC X(8).
           05  GLM-CREDIT-ACCT     PIC X(8).

       FD  PRIOR-ACCRUAL-FILE.
       01  PRIOR-ACCRUAL-RECORD.
           05  PRV-DATE            PIC X(8).
           05  PRV-LOAN-ID         PIC X(8).
           05  PRV-ACCT-NO         PIC 9(8).
           05  PRV-BORROWER        PIC X(20).
           05  PRV-INTEREST        PIC 9(9)V99.

       FD  NEW-ACCRUAL-FILE.
       01  NEW-ACCRUAL-RECORD.
           05  ACR-DATE            PIC X(8).
           05  ACR-LOAN-ID         PIC X(8).
           05  ACR-ACCT-NO         PIC 9(8).
           05  ACR-BORROWER        PIC X(20).
           05  ACR-INTEREST        PIC 9(9)V99.

       FD  ACCR-GL-JOURNAL.
       01  ACCR-GL-JRNL-RECORD.
           05  AGJ-REC-TYPE        PIC X.
           05  AGJ-DR-CR           PIC X.
           05  AGJ-GL-ACCT         PIC X(8).
           05  AGJ-ACCT-NO         PIC 9(8).
           05  AGJ-DATE            PIC X(8).
           05  AGJ-AMOUNT          PIC 9(9)V99.
           05  AGJ-REF-ID          PIC X(14).
           05  FILLER              PIC X(3).
       01  ACCR-GL-JRNL-TRAILER.
           05  AGT-REC-TYPE        PIC X.
           05  AGT-DEBIT-TOT       PIC 9(11)V99.
           05  AGT-CREDIT-TOT      PIC 9(11)V99.
           05  FILLER              PIC X(27).

       FD  ACCR-RPT-FILE.
       01  ACCR-RPT-LINE           PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS    PIC X(2) VALUE "00".
       01  DELQ-FILE-STATUS    PIC X(2) VALUE "00".
       01  GLMAP-FILE-STATUS   PIC X(2) VALUE "00".
       01  PRV-FILE-STATUS     PIC X(2) VALUE "00".
       01  NEW-FILE-STATUS     PIC X(2) VALUE "00".
       01  AGJ-FILE-STATUS     PIC X(2) VALUE "00".
       01  RPT-FILE-STATUS     PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  LOAN-EOF            PIC X VALUE 'N'.
       01  DELQ-EOF            PIC X VALUE 'N'.
       01  GLMAP-EOF           PIC X VALUE 'N'.
       01  PRV-EOF             PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-MONTH-END-SW     PIC X VALUE 'Y'.

       01  WS-DELQ-TABLE.
           05  WS-DELQ-ENTRY OCCURS 500 TIMES.
               10  WS-DLQ-LOAN-ID  PIC X(8).
               10  WS-DLQ-DAYS     PIC 9(4).
       01  WS-DELQ-COUNT       PIC 9(3) VALUE 0.
       01  DI                  PIC 9(3).
       01  WS-DELQ-IX          PIC 9(3).

       01  WS-NONACCR-TABLE.
           05  WS-NONACCR-ENTRY OCCURS 500 TIMES.
               10  WS-NAC-LOAN-ID  PIC X(8).
               10  WS-NAC-ACCT-NO  PIC 9(8).
               10  WS-NAC-BORROWER PIC X(20).
               10  WS-NAC-BALANCE  PIC 9(9)V99.
               10  WS-NAC-DAYS     PIC 9(4).
               10  WS-NAC-INTEREST PIC 9(9)V99.
       01  NI                  PIC 9(3).

       01  WS-ACCR-DEBIT       PIC X(8) VALUE SPACES.
       01  WS-ACCR-CREDIT      PIC X(8) VALUE SPACES.
       01  WS-AGL-AMOUNT       PIC 9(9)V99.
       01  WS-AGL-ACCT-NO      PIC 9(8).
       01  WS-AGL-DEBITS       PIC 9(11)V99 VALUE 0.
       01  WS-AGL-CREDITS      PIC 9(11)V99 VALUE 0.
       01  WS-AGL-ENTRIES      PIC 9(5) VALUE 0.
       01  WS-AGL-UNMAPPED     PIC 9(5) VALUE 0.
       01  WS-AGL-REF-ID       PIC X(14).

       01  WS-INT-DAYS         PIC S9(7).
       01  WS-ACCR-INT         PIC 9(9)V99.

       01  WS-LOAN-COUNT       PIC 9(6) VALUE 0.
       01  WS-ACCR-COUNT       PIC 9(6) VALUE 0.
       01  WS-ACCR-TOTAL       PIC 9(11)V99 VALUE 0.
       01  WS-NONACCR-COUNT    PIC 9(6) VALUE 0.
       01  WS-NONACCR-TOTAL    PIC 9(11)V99 VALUE 0.
       01  WS-REVERSE-COUNT    PIC 9(6) VALUE 0.
       01  WS-REVERSE-TOTAL    PIC 9(11)V99 VALUE 0.
       01  WS-CARRY-COUNT      PIC 9(6) VALUE 0.

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

       01  WS-RPT-BLANK         PIC X(80) VALUE SPACES.
       01  WS-RPT-HDR1.
           05  FILLER           PIC X(40)
               VALUE "LOAN INTEREST ACCRUAL".
           05  FILLER           PIC X(15) VALUE "BUSINESS DATE ".
           05  WS-RPT-HDR-DATE  PIC X(8).
           05  FILLER           PIC X(17) VALUE SPACES.
       01  WS-RPT-REV-HDR.
           05  FILLER           PIC X(80)
               VALUE "PRIOR MONTH ACCRUAL REVERSED".
       01  WS-RPT-ACCR-HDR.
           05  FILLER           PIC X(80)
               VALUE "MONTH-END ACCRUAL - INTEREST EARNED NOT RECEIVED".
       01  WS-RPT-NONACCR-HDR.
           05  FILLER           PIC X(80)
               VALUE "NON-ACCRUAL LOANS (90+ DAYS) - NOT ACCRUED".
       01  WS-RPT-COL-HDR.
           05  FILLER           PIC X(9)  VALUE "LOAN ID".
           05  FILLER           PIC X(10) VALUE "ACCOUNT".
           05  FILLER           PIC X(20) VALUE "BORROWER".
           05  FILLER           PIC X(14) VALUE "       BALANCE".
           05  FILLER           PIC X(6)  VALUE "  DAYS".
           05  FILLER           PIC X(15) VALUE "       INTEREST".
           05  FILLER           PIC X(6)  VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  WS-RPT-LOAN-ID   PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-ACCT-NO   PIC 9(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-BORROWER  PIC X(20).
           05  WS-RPT-BALANCE   PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-DAYS      PIC ZZZ9 BLANK WHEN ZERO.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-INTEREST  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(6) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL PIC X(30).
           05  WS-RPT-TOT-COUNT PIC ZZZ,ZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-TOT-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "LOAN INTEREST ACCRUAL STARTED".

           PERFORM GET-BUSINESS-DATE.
           MOVE WS-TODAY-DATE TO WS-WORK-DATE.
           PERFORM COMPUTE-DATE-SERIAL.
           MOVE WS-REC-SERIAL TO WS-TODAY-SERIAL.
           PERFORM LOAD-GL-MAP.

           OPEN OUTPUT ACCR-RPT-FILE.
           MOVE WS-TODAY-DATE TO WS-RPT-HDR-DATE.
           WRITE ACCR-RPT-LINE FROM WS-RPT-HDR1.

           OPEN OUTPUT NEW-ACCRUAL-FILE.
           IF NEW-FILE-STATUS NOT = "00"
               DISPLAY "** ACCRUAL OUTPUT OPEN FAILED - STATUS "
                   NEW-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACCR-GL-JOURNAL.

           WRITE ACCR-RPT-LINE FROM WS-RPT-BLANK.
           WRITE ACCR-RPT-LINE FROM WS-RPT-REV-HDR.
           WRITE ACCR-RPT-LINE FROM WS-RPT-COL-HDR.
           PERFORM REVERSE-PRIOR-ACCRUAL.

           IF WS-MONTH-END-SW = 'Y'
               PERFORM LOAD-DELQ-TABLE
               WRITE ACCR-RPT-LINE FROM WS-RPT-BLANK
               WRITE ACCR-RPT-LINE FROM WS-RPT-ACCR-HDR
               WRITE ACCR-RPT-LINE FROM WS-RPT-COL-HDR
               PERFORM ACCRUE-LOAN-BOOK
               PERFORM LIST-NON-ACCRUAL-LOANS
           ELSE
               DISPLAY "NOT A MONTH-END BUSINESS DAY - NO ACCRUAL"
           END-IF.

           CLOSE NEW-ACCRUAL-FILE.
           PERFORM CLOSE-ACCRUAL-JOURNAL.
           PERFORM WRITE-ACCRUAL-TOTALS.
           CLOSE ACCR-RPT-FILE.

           DISPLAY "LOANS READ           : " WS-LOAN-COUNT.
           DISPLAY "LOANS ACCRUED        : " WS-ACCR-COUNT.
           DISPLAY "NON-ACCRUAL LOANS    : " WS-NONACCR-COUNT.
           DISPLAY "ACCRUALS REVERSED    : " WS-REVERSE-COUNT.
           DISPLAY "ACCRUALS CARRIED     : " WS-CARRY-COUNT.
           DISPLAY "ENTRIES NOT JOURNALED: " WS-AGL-UNMAPPED.
           IF RETURN-CODE < 4
               IF WS-AGL-UNMAPPED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "LOAN INTEREST ACCRUAL COMPLETE".
           STOP RUN.

       GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDT-FILE-STATUS = "35"
               DISPLAY "No Business Date File - Accruing Anyway"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       DISPLAY "Empty Business Date File - Accruing"
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
               DISPLAY "No GL Map - Accruals Not Journaled"
               MOVE 'Y' TO GLMAP-EOF
           ELSE
               READ GL-MAP-FILE
                   AT END MOVE 'Y' TO GLMAP-EOF
               END-READ
               PERFORM APPLY-MAP-ENTRY UNTIL GLMAP-EOF = 'Y'
               CLOSE GL-MAP-FILE
           END-IF.

       APPLY-MAP-ENTRY.
           IF GLM-STATUS-MSG = "LOAN INT ACCRUAL"
               MOVE GLM-DEBIT-ACCT TO WS-ACCR-DEBIT
               MOVE GLM-CREDIT-ACCT TO WS-ACCR-CREDIT
           END-IF.
           READ GL-MAP-FILE
               AT END MOVE 'Y' TO GLMAP-EOF
           END-READ.

       REVERSE-PRIOR-ACCRUAL.
           OPEN INPUT PRIOR-ACCRUAL-FILE.
           IF PRV-FILE-STATUS = "35"
               DISPLAY "No Prior Accrual File - Nothing To Reverse"
               MOVE 'Y' TO PRV-EOF
           ELSE
               READ PRIOR-ACCRUAL-FILE
                   AT END MOVE 'Y' TO PRV-EOF
               END-READ
           END-IF.
           PERFORM REVERSE-ONE-ACCRUAL UNTIL PRV-EOF = 'Y'.
           IF PRV-FILE-STATUS NOT = "35"
               CLOSE PRIOR-ACCRUAL-FILE
           END-IF.

       REVERSE-ONE-ACCRUAL.
           IF PRV-DATE(1:6) < WS-TODAY-DATE(1:6)
               ADD 1 TO WS-REVERSE-COUNT
               ADD PRV-INTEREST TO WS-REVERSE-TOTAL
               MOVE SPACES TO WS-AGL-REF-ID
               MOVE "ACRV" TO WS-AGL-REF-ID(1:4)
               MOVE PRV-LOAN-ID TO WS-AGL-REF-ID(5:8)
               MOVE PRV-INTEREST TO WS-AGL-AMOUNT
               MOVE PRV-ACCT-NO TO WS-AGL-ACCT-NO
               IF WS-ACCR-DEBIT = SPACES
                   DISPLAY "** NO LOAN INT ACCRUAL GL MAP - LOAN "
                       PRV-LOAN-ID " REVERSAL NOT JOURNALED"
                   ADD 1 TO WS-AGL-UNMAPPED
               ELSE
                   MOVE 'D' TO AGJ-DR-CR
                   MOVE WS-ACCR-CREDIT TO AGJ-GL-ACCT
                   PERFORM WRITE-ACCRUAL-JOURNAL-LINE
                   MOVE 'C' TO AGJ-DR-CR
                   MOVE WS-ACCR-DEBIT TO AGJ-GL-ACCT
                   PERFORM WRITE-ACCRUAL-JOURNAL-LINE
                   ADD 1 TO WS-AGL-ENTRIES
               END-IF
               MOVE PRV-LOAN-ID TO WS-RPT-LOAN-ID
               MOVE PRV-ACCT-NO TO WS-RPT-ACCT-NO
               MOVE PRV-BORROWER TO WS-RPT-BORROWER
               MOVE 0 TO WS-RPT-BALANCE
               MOVE 0 TO WS-RPT-DAYS
               MOVE PRV-INTEREST TO WS-RPT-INTEREST
               WRITE ACCR-RPT-LINE FROM WS-RPT-DETAIL
           ELSE
               ADD 1 TO WS-CARRY-COUNT
               WRITE NEW-ACCRUAL-RECORD FROM PRIOR-ACCRUAL-RECORD
           END-IF.
           READ PRIOR-ACCRUAL-FILE
               AT END MOVE 'Y' TO PRV-EOF
           END-READ.

       LOAD-DELQ-TABLE.
           OPEN INPUT DELQ-MASTER-FILE.
           IF DELQ-FILE-STATUS = "35"
               DISPLAY "No Delinquency Master - No Non-Accrual Loans"
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
           IF DLQ-COLL-STATUS = '3'
               IF WS-DELQ-COUNT < 500
                   ADD 1 TO WS-DELQ-COUNT
                   MOVE DLQ-LOAN-ID TO WS-DLQ-LOAN-ID(WS-DELQ-COUNT)
                   MOVE DLQ-DAYS-PAST-DUE
                       TO WS-DLQ-DAYS(WS-DELQ-COUNT)
               ELSE
                   DISPLAY "** DELINQUENCY TABLE FULL - ACCRUAL RUN"
                       " STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ DELQ-MASTER-FILE
               AT END MOVE 'Y' TO DELQ-EOF
           END-READ.

       ACCRUE-LOAN-BOOK.
           OPEN INPUT LOAN-MASTER-FILE.
           IF LOAN-FILE-STATUS = "35"
               DISPLAY "No Loan Master - Nothing To Accrue"
               MOVE 'Y' TO LOAN-EOF
           ELSE
               READ LOAN-MASTER-FILE
                   AT END MOVE 'Y' TO LOAN-EOF
               END-READ
           END-IF.
           PERFORM ACCRUE-ONE-LOAN UNTIL LOAN-EOF = 'Y'.
           IF LOAN-FILE-STATUS NOT = "35"
               CLOSE LOAN-MASTER-FILE
           END-IF.

       ACCRUE-ONE-LOAN.
           ADD 1 TO WS-LOAN-COUNT.
           IF LN-STATUS = 'A' AND LN-PRIN-BALANCE > 0
               PERFORM COMPUTE-ACCRUED-INTEREST
               PERFORM FIND-DELQ-ENTRY
               IF WS-DELQ-IX > 0
                   PERFORM HOLD-NON-ACCRUAL-LOAN
               ELSE
                   IF WS-ACCR-INT > 0
                       PERFORM BOOK-LOAN-ACCRUAL
                   END-IF
               END-IF
           END-IF.
           READ LOAN-MASTER-FILE
               AT END MOVE 'Y' TO LOAN-EOF
           END-READ.

       COMPUTE-ACCRUED-INTEREST.
           MOVE 0 TO WS-INT-DAYS.
           IF LN-INT-PAID-DATE NUMERIC
               MOVE LN-INT-PAID-DATE TO WS-WORK-DATE
               PERFORM COMPUTE-DATE-SERIAL
               COMPUTE WS-INT-DAYS =
                   WS-TODAY-SERIAL - WS-REC-SERIAL
               IF WS-INT-DAYS < 0
                   MOVE 0 TO WS-INT-DAYS
               END-IF
           END-IF.
           COMPUTE WS-ACCR-INT ROUNDED =
               LN-PRIN-BALANCE * LN-ANNUAL-RATE * WS-INT-DAYS / 365.

       FIND-DELQ-ENTRY.
           MOVE 0 TO WS-DELQ-IX.
           PERFORM VARYING DI FROM 1 BY 1
                   UNTIL DI > WS-DELQ-COUNT OR WS-DELQ-IX > 0
               IF WS-DLQ-LOAN-ID(DI) = LN-LOAN-ID
                   MOVE DI TO WS-DELQ-IX
               END-IF
           END-PERFORM.

       BOOK-LOAN-ACCRUAL.
           ADD 1 TO WS-ACCR-COUNT.
           ADD WS-ACCR-INT TO WS-ACCR-TOTAL.
           MOVE WS-TODAY-DATE TO ACR-DATE.
           MOVE LN-LOAN-ID TO ACR-LOAN-ID.
           MOVE LN-ACCT-NO TO ACR-ACCT-NO.
           MOVE LN-BORROWER TO ACR-BORROWER.
           MOVE WS-ACCR-INT TO ACR-INTEREST.
           WRITE NEW-ACCRUAL-RECORD.

           MOVE SPACES TO WS-AGL-REF-ID.
           MOVE "ACCR" TO WS-AGL-REF-ID(1:4).
           MOVE LN-LOAN-ID TO WS-AGL-REF-ID(5:8).
           MOVE WS-ACCR-INT TO WS-AGL-AMOUNT.
           MOVE LN-ACCT-NO TO WS-AGL-ACCT-NO.
           IF WS-ACCR-DEBIT = SPACES
               DISPLAY "** NO LOAN INT ACCRUAL GL MAP - LOAN "
                   LN-LOAN-ID " NOT JOURNALED"
               ADD 1 TO WS-AGL-UNMAPPED
           ELSE
               MOVE 'D' TO AGJ-DR-CR
               MOVE WS-ACCR-DEBIT TO AGJ-GL-ACCT
               PERFORM WRITE-ACCRUAL-JOURNAL-LINE
               MOVE 'C' TO AGJ-DR-CR
               MOVE WS-ACCR-CREDIT TO AGJ-GL-ACCT
               PERFORM WRITE-ACCRUAL-JOURNAL-LINE
               ADD 1 TO WS-AGL-ENTRIES
           END-IF.

           MOVE LN-LOAN-ID TO WS-RPT-LOAN-ID.
           MOVE LN-ACCT-NO TO WS-RPT-ACCT-NO.
           MOVE LN-BORROWER TO WS-RPT-BORROWER.
           MOVE LN-PRIN-BALANCE TO WS-RPT-BALANCE.
           MOVE WS-INT-DAYS TO WS-RPT-DAYS.
           MOVE WS-ACCR-INT TO WS-RPT-INTEREST.
           WRITE ACCR-RPT-LINE FROM WS-RPT-DETAIL.

       HOLD-NON-ACCRUAL-LOAN.
           IF WS-NONACCR-COUNT < 500
               ADD 1 TO WS-NONACCR-COUNT
               ADD WS-ACCR-INT TO WS-NONACCR-TOTAL
               MOVE LN-LOAN-ID TO WS-NAC-LOAN-ID(WS-NONACCR-COUNT)
               MOVE LN-ACCT-NO TO WS-NAC-ACCT-NO(WS-NONACCR-COUNT)
               MOVE LN-BORROWER TO WS-NAC-BORROWER(WS-NONACCR-COUNT)
               MOVE LN-PRIN-BALANCE
                   TO WS-NAC-BALANCE(WS-NONACCR-COUNT)
               MOVE WS-DLQ-DAYS(WS-DELQ-IX)
                   TO WS-NAC-DAYS(WS-NONACCR-COUNT)
               MOVE WS-ACCR-INT TO WS-NAC-INTEREST(WS-NONACCR-COUNT)
           ELSE
               DISPLAY "** NON-ACCRUAL TABLE FULL - ACCRUAL RUN"
                   " STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LIST-NON-ACCRUAL-LOANS.
           WRITE ACCR-RPT-LINE FROM WS-RPT-BLANK.
           WRITE ACCR-RPT-LINE FROM WS-RPT-NONACCR-HDR.
           WRITE ACCR-RPT-LINE FROM WS-RPT-COL-HDR.
           PERFORM VARYING NI FROM 1 BY 1 UNTIL NI > WS-NONACCR-COUNT
               MOVE WS-NAC-LOAN-ID(NI) TO WS-RPT-LOAN-ID
               MOVE WS-NAC-ACCT-NO(NI) TO WS-RPT-ACCT-NO
               MOVE WS-NAC-BORROWER(NI) TO WS-RPT-BORROWER
               MOVE WS-NAC-BALANCE(NI) TO WS-RPT-BALANCE
               MOVE WS-NAC-DAYS(NI) TO WS-RPT-DAYS
               MOVE WS-NAC-INTEREST(NI) TO WS-RPT-INTEREST
               WRITE ACCR-RPT-LINE FROM WS-RPT-DETAIL
           END-PERFORM.

       WRITE-ACCRUAL-JOURNAL-LINE.
           MOVE 'D' TO AGJ-REC-TYPE.
           MOVE WS-AGL-ACCT-NO TO AGJ-ACCT-NO.
           MOVE WS-TODAY-DATE TO AGJ-DATE.
           MOVE WS-AGL-AMOUNT TO AGJ-AMOUNT.
           MOVE WS-AGL-REF-ID TO AGJ-REF-ID.
           WRITE ACCR-GL-JRNL-RECORD.
           IF AGJ-DR-CR = 'D'
               ADD WS-AGL-AMOUNT TO WS-AGL-DEBITS
           ELSE
               ADD WS-AGL-AMOUNT TO WS-AGL-CREDITS
           END-IF.

       CLOSE-ACCRUAL-JOURNAL.
           MOVE SPACES TO ACCR-GL-JRNL-TRAILER.
           MOVE 'T' TO AGT-REC-TYPE.
           MOVE WS-AGL-DEBITS TO AGT-DEBIT-TOT.
           MOVE WS-AGL-CREDITS TO AGT-CREDIT-TOT.
           WRITE ACCR-GL-JRNL-TRAILER.
           CLOSE ACCR-GL-JOURNAL.
           IF WS-AGL-DEBITS NOT = WS-AGL-CREDITS
               DISPLAY "** ACCRUAL JOURNAL OUT OF BALANCE **"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "ACCRUAL JOURNAL IN BALANCE - "
                   WS-AGL-ENTRIES " ENTRIES"
           END-IF.

       WRITE-ACCRUAL-TOTALS.
           WRITE ACCR-RPT-LINE FROM WS-RPT-BLANK.
           MOVE "PRIOR ACCRUAL REVERSED" TO WS-RPT-TOT-LABEL.
           MOVE WS-REVERSE-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-REVERSE-TOTAL TO WS-RPT-TOT-AMOUNT.
           WRITE ACCR-RPT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "INTEREST ACCRUED" TO WS-RPT-TOT-LABEL.
           MOVE WS-ACCR-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-ACCR-TOTAL TO WS-RPT-TOT-AMOUNT.
           WRITE ACCR-RPT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "NON-ACCRUAL - NOT ACCRUED" TO WS-RPT-TOT-LABEL.
           MOVE WS-NONACCR-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-NONACCR-TOTAL TO WS-RPT-TOT-AMOUNT.
           WRITE ACCR-RPT-LINE FROM WS-RPT-TOTAL-LINE.
           IF WS-MONTH-END-SW NOT = 'Y'
               MOVE "NOT A MONTH-END BUSINESS DAY - NO ACCRUAL"
                   TO ACCR-RPT-LINE
               WRITE ACCR-RPT-LINE
           END-IF.
           IF WS-AGL-UNMAPPED > 0
               MOVE SPACES TO ACCR-RPT-LINE
               STRING "** " DELIMITED BY SIZE
                   WS-AGL-UNMAPPED DELIMITED BY SIZE
                   " ENTRIES NOT JOURNALED - NO GLMAP ENTRY"
                   DELIMITED BY SIZE
                   INTO ACCR-RPT-LINE
               END-STRING
               WRITE ACCR-RPT-LINE
           END-IF.

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
