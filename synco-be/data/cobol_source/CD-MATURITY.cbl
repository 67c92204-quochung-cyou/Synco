       IDENTIFICATION DIVISION.
       PROGRAM-ID. CD-MATURITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-MASTER ASSIGN TO "CDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-ACCT-NO
               FILE STATUS IS CD-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS.

           SELECT PAYOUT-TRANS-FILE ASSIGN TO "CDPAYOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAY-FILE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "CDNOTICE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NTC-FILE-STATUS.

           SELECT MATURITY-RPT-FILE ASSIGN TO "CDMATRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

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

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT CONTROL-CARD ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-MASTER.
           COPY CD-REC.

       FD  ACCOUNT-MASTER.
           COPY ACCOUNT-REC.

       FD  PAYOUT-TRANS-FILE.
           COPY TRANS-REC.

       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           05  NTC-ACCT-NO         PIC 9(8).
           05  NTC-MATURITY-DATE   PIC X(8).
           05  NTC-BALANCE         PIC 9(7)V99.
           05  NTC-DISPOSITION     PIC X.
           05  NTC-CUST-NAME       PIC X(30).
           05  NTC-ADDR-LINE       PIC X(30).
           05  NTC-CITY            PIC X(20).
           05  NTC-STATE           PIC XX.
           05  NTC-ZIP             PIC X(9).

       FD  MATURITY-RPT-FILE.
       01  MATURITY-RPT-LINE       PIC X(80).

       FD  CUSTOMER-MASTER.
           COPY CUST-REC.

       FD  CUST-XREF-FILE.
           COPY CUST-XREF.

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-TIER-TYPE       PIC X.
           05  CTL-TIER-THRESHOLD  PIC 9(7)V99.
           05  CTL-TIER-RATE       PIC 9V9(4).

       WORKING-STORAGE SECTION.
       01  CD-FILE-STATUS      PIC X(2) VALUE "00".
       01  ACCT-FILE-STATUS    PIC X(2) VALUE "00".
       01  PAY-FILE-STATUS     PIC X(2) VALUE "00".
       01  NTC-FILE-STATUS     PIC X(2) VALUE "00".
       01  RPT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CUST-FILE-STATUS    PIC X(2) VALUE "00".
       01  XREF-FILE-STATUS    PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  CD-EOF              PIC X VALUE 'N'.
       01  XREF-EOF            PIC X VALUE 'N'.
       01  WS-CUST-FILE-OK     PIC X VALUE 'N'.
       01  WS-XREF-FILE-OK     PIC X VALUE 'N'.
       01  CTL-EOF             PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-NOTICE-DAYS      PIC 9(3) VALUE 10.
       01  WS-MAX-PAYOUT       PIC 9(5)V99 VALUE 50000.00.
       01  WS-ROLLED-COUNT     PIC 9(6) VALUE 0.
       01  WS-PAID-COUNT       PIC 9(6) VALUE 0.
       01  WS-HELD-COUNT       PIC 9(6) VALUE 0.
       01  WS-NOTICE-COUNT     PIC 9(6) VALUE 0.
       01  WS-NO-ADDR-COUNT    PIC 9(6) VALUE 0.
       01  WS-TOT-PAID         PIC 9(9)V99 VALUE 0.
       01  DISP-PAID           PIC $$,$$$,$$$,$$9.99.

       01  WS-TIER-TABLE.
           05  WS-TIER-ENTRY OCCURS 5 TIMES.
               10  WS-TIER-THRESHOLD PIC 9(7)V99.
               10  WS-TIER-RATE      PIC 9V9(4).
       01  WS-TIER-COUNT       PIC 9 VALUE 0.
       01  TI                  PIC 9.
       01  WS-TIER-FOUND       PIC X.
       01  WS-NEW-RATE         PIC 9V9(4).

       01  WS-CD-ACCT-NO       PIC 9(8).
       01  WS-CD-PVV           PIC 9(4).
       01  WS-CD-BALANCE       PIC S9(7)V99.
       01  WS-PAY-REMAINING    PIC 9(7)V99.
       01  WS-PAY-CHUNK        PIC 9(5)V99.
       01  WS-OLD-MATURITY     PIC X(8).

       01  WS-MAT-DATE         PIC X(8).
       01  WS-MAT-TERM         PIC 9(3).
       01  WS-MAT-YEAR         PIC 9(4).
       01  WS-MAT-MONTH        PIC 99.
       01  WS-MAT-DAY          PIC 99.
       01  WS-MAT-MONTH-NUM    PIC 9(6).
       01  WS-MAT-MONTH-LEN    PIC 99.
       01  WS-MAT-LEAP-REM     PIC 9(4).

       01  WS-TODAY-SERIAL     PIC 9(7).
       01  WS-REC-SERIAL       PIC 9(7).
       01  WS-SERIAL-GAP       PIC S9(7).
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

       01  WS-CUST-FOUND       PIC X.
       01  WS-LOOKUP-CUST-ID   PIC X(8).
       01  WS-LOOKUP-ACCT      PIC 9(8).

       01  WS-RPT-HDR1.
           05  FILLER           PIC X(80)
               VALUE "CD MATURITY AND NOTICE REPORT".
       01  WS-RPT-HDR2.
           05  FILLER           PIC X(10) VALUE "ACCOUNT   ".
           05  FILLER           PIC X(18) VALUE "ACTION            ".
           05  FILLER           PIC X(10) VALUE "MATURITY  ".
           05  FILLER           PIC X(10) VALUE "NEXT/ACCT ".
           05  FILLER           PIC X(8)  VALUE "RATE    ".
           05  FILLER           PIC X(24) VALUE "AMOUNT".
       01  WS-RPT-DETAIL.
           05  WS-RPT-ACCT      PIC 9(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-ACTION    PIC X(16).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-MAT-DATE  PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-NEXT-DATE PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-RATE      PIC 9.9999.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-AMOUNT    PIC -Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(11) VALUE SPACES.
       01  WS-RPT-TOT-LINE.
           05  FILLER           PIC X(24)
               VALUE "TOTAL PAID OUT        : ".
           05  WS-RPT-TOT-PAID  PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CD MATURITY PROCESSING STARTED".

           PERFORM GET-BUSINESS-DATE.
           MOVE WS-TODAY-DATE TO WS-WORK-DATE.
           PERFORM COMPUTE-DATE-SERIAL.
           MOVE WS-REC-SERIAL TO WS-TODAY-SERIAL.
           PERFORM LOAD-TIER-TABLE.
           PERFORM OPEN-CUSTOMER-FILES.

           OPEN I-O CD-MASTER.
           IF CD-FILE-STATUS NOT = "00"
               DISPLAY "** CD MASTER OPEN FAILED - STATUS "
                   CD-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN OUTPUT PAYOUT-TRANS-FILE.
           OPEN OUTPUT NOTICE-FILE.
           OPEN OUTPUT MATURITY-RPT-FILE.
           WRITE MATURITY-RPT-LINE FROM WS-RPT-HDR1.
           WRITE MATURITY-RPT-LINE FROM WS-RPT-HDR2.

           MOVE 0 TO CD-ACCT-NO.
           START CD-MASTER KEY IS NOT LESS THAN CD-ACCT-NO
               INVALID KEY MOVE 'Y' TO CD-EOF
           END-START.
           IF CD-EOF NOT = 'Y'
               READ CD-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO CD-EOF
               END-READ
           END-IF.
           PERFORM PROCESS-ONE-CD UNTIL CD-EOF = 'Y'.

           MOVE WS-TOT-PAID TO WS-RPT-TOT-PAID.
           WRITE MATURITY-RPT-LINE FROM WS-RPT-TOT-LINE.

           CLOSE CD-MASTER.
           CLOSE ACCOUNT-MASTER.
           CLOSE PAYOUT-TRANS-FILE.
           CLOSE NOTICE-FILE.
           CLOSE MATURITY-RPT-FILE.
           IF WS-CUST-FILE-OK = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-XREF-FILE-OK = 'Y'
               CLOSE CUST-XREF-FILE
           END-IF.

           MOVE WS-TOT-PAID TO DISP-PAID.
           DISPLAY "CDS ROLLED OVER        : " WS-ROLLED-COUNT.
           DISPLAY "CDS PAID OUT           : " WS-PAID-COUNT.
           DISPLAY "PAYOUTS HELD           : " WS-HELD-COUNT.
           DISPLAY "TOTAL PAID OUT         : " DISP-PAID.
           DISPLAY "MATURITY NOTICES       : " WS-NOTICE-COUNT.
           DISPLAY "NOTICES - NO ADDRESS   : " WS-NO-ADDR-COUNT.
           DISPLAY "CD MATURITY PROCESSING COMPLETE".
           STOP RUN.

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

       LOAD-TIER-TABLE.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "No Control Card - Rollovers Keep Their Rate"
               MOVE 'Y' TO CTL-EOF
           ELSE
               READ CONTROL-CARD
                   AT END MOVE 'Y' TO CTL-EOF
               END-READ
               PERFORM APPLY-TIER-ENTRY UNTIL CTL-EOF = 'Y'
               CLOSE CONTROL-CARD
           END-IF.
           IF WS-TIER-COUNT = 0
               DISPLAY "No CD Tier Rates - Rollovers Keep Their Rate"
           END-IF.

       APPLY-TIER-ENTRY.
           IF CTL-TIER-TYPE = 'T'
               IF WS-TIER-COUNT < 5
                   ADD 1 TO WS-TIER-COUNT
                   MOVE CTL-TIER-THRESHOLD
                       TO WS-TIER-THRESHOLD(WS-TIER-COUNT)
                   MOVE CTL-TIER-RATE TO WS-TIER-RATE(WS-TIER-COUNT)
               ELSE
                   DISPLAY "** TIER SET FULL FOR TYPE " CTL-TIER-TYPE
                       " - MATURITY RUN STOPPED"
                   CLOSE CONTROL-CARD
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ CONTROL-CARD
               AT END MOVE 'Y' TO CTL-EOF
           END-READ.

       PROCESS-ONE-CD.
           IF CD-STATUS = 'A'
               MOVE CD-ACCT-NO TO ACCT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "** CD " CD-ACCT-NO
                           " NOT ON ACCOUNT MASTER - SKIPPED"
               END-READ
               IF ACCT-FILE-STATUS = "00"
                   IF CD-MATURITY-DATE NOT > WS-TODAY-DATE
                       IF CD-DISPOSITION = 'P'
                           PERFORM PAY-OUT-CD
                       ELSE
                           PERFORM ROLL-OVER-CD
                       END-IF
                   ELSE
                       PERFORM CHECK-NOTICE-DUE
                   END-IF
               END-IF
           END-IF.

           READ CD-MASTER NEXT RECORD
               AT END MOVE 'Y' TO CD-EOF
           END-READ.

       ROLL-OVER-CD.
           MOVE CD-RATE TO WS-NEW-RATE.
           IF WS-TIER-COUNT > 0
               PERFORM FIND-TIER-RATE
           END-IF.
           MOVE CD-MATURITY-DATE TO WS-OLD-MATURITY.
           MOVE CD-MATURITY-DATE TO WS-MAT-DATE.
           MOVE CD-TERM-MONTHS TO WS-MAT-TERM.
           PERFORM ADD-CD-TERM UNTIL WS-MAT-DATE > WS-TODAY-DATE.
           MOVE WS-OLD-MATURITY TO CD-OPEN-DATE.
           MOVE WS-MAT-DATE TO CD-MATURITY-DATE.
           MOVE WS-NEW-RATE TO CD-RATE.
           MOVE SPACES TO CD-NOTICE-DATE.
           REWRITE CD-RECORD
               INVALID KEY
                   DISPLAY "Unable To Update CD: " CD-ACCT-NO
           END-REWRITE.
           ADD 1 TO WS-ROLLED-COUNT.
           DISPLAY "CD " CD-ACCT-NO " Rolled Over To "
               CD-MATURITY-DATE.

           MOVE CD-ACCT-NO TO WS-RPT-ACCT.
           MOVE "ROLLED OVER" TO WS-RPT-ACTION.
           MOVE WS-OLD-MATURITY TO WS-RPT-MAT-DATE.
           MOVE CD-MATURITY-DATE TO WS-RPT-NEXT-DATE.
           MOVE CD-RATE TO WS-RPT-RATE.
           MOVE ACCT-BALANCE TO WS-RPT-AMOUNT.
           WRITE MATURITY-RPT-LINE FROM WS-RPT-DETAIL.

       FIND-TIER-RATE.
           MOVE 'N' TO WS-TIER-FOUND.
           PERFORM VARYING TI FROM 1 BY 1
                   UNTIL TI > WS-TIER-COUNT OR WS-TIER-FOUND = 'Y'
               IF ACCT-BALANCE <= WS-TIER-THRESHOLD(TI)
                   MOVE WS-TIER-RATE(TI) TO WS-NEW-RATE
                   MOVE 'Y' TO WS-TIER-FOUND
               END-IF
           END-PERFORM.
           IF WS-TIER-FOUND = 'N'
               MOVE WS-TIER-RATE(WS-TIER-COUNT) TO WS-NEW-RATE
           END-IF.

       PAY-OUT-CD.
           MOVE CD-ACCT-NO TO WS-CD-ACCT-NO.
           MOVE ACCT-PVV TO WS-CD-PVV.
           MOVE ACCT-BALANCE TO WS-CD-BALANCE.

           MOVE CD-PAYOUT-ACCT TO ACCT-NO.
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ.

           MOVE WS-CD-ACCT-NO TO WS-RPT-ACCT.
           MOVE CD-MATURITY-DATE TO WS-RPT-MAT-DATE.
           MOVE SPACES TO WS-RPT-NEXT-DATE.
           MOVE CD-RATE TO WS-RPT-RATE.
           MOVE WS-CD-BALANCE TO WS-RPT-AMOUNT.

           IF ACCT-FILE-STATUS NOT = "00"
               DISPLAY "** CD " WS-CD-ACCT-NO " PAYOUT ACCOUNT "
                   CD-PAYOUT-ACCT " NOT ON FILE - PAYOUT HELD"
               ADD 1 TO WS-HELD-COUNT
               MOVE "PAYOUT HELD" TO WS-RPT-ACTION
           ELSE
               IF WS-CD-BALANCE > 0
                   MOVE WS-CD-BALANCE TO WS-PAY-REMAINING
                   PERFORM WRITE-PAYOUT-TRANSFER
                       UNTIL WS-PAY-REMAINING = 0
                   ADD WS-CD-BALANCE TO WS-TOT-PAID
               END-IF
               MOVE 'M' TO CD-STATUS
               REWRITE CD-RECORD
                   INVALID KEY
                       DISPLAY "Unable To Update CD: " CD-ACCT-NO
               END-REWRITE
               ADD 1 TO WS-PAID-COUNT
               MOVE "PAID TO ACCOUNT" TO WS-RPT-ACTION
               MOVE CD-PAYOUT-ACCT TO WS-RPT-NEXT-DATE
               DISPLAY "CD " CD-ACCT-NO " Matured - Proceeds To "
                   CD-PAYOUT-ACCT
           END-IF.
           WRITE MATURITY-RPT-LINE FROM WS-RPT-DETAIL.

       WRITE-PAYOUT-TRANSFER.
           IF WS-PAY-REMAINING > WS-MAX-PAYOUT
               MOVE WS-MAX-PAYOUT TO WS-PAY-CHUNK
           ELSE
               MOVE WS-PAY-REMAINING TO WS-PAY-CHUNK
           END-IF.
           MOVE WS-CD-ACCT-NO TO TRANS-ACCT-NO.
           MOVE WS-CD-PVV TO TRANS-PIN.
           MOVE 4 TO TRANS-OPTION.
           MOVE WS-PAY-CHUNK TO TRANS-AMOUNT.
           MOVE CD-PAYOUT-ACCT TO TRANS-TO-ACCT.
           MOVE 0 TO TRANS-ORIG-OPTION.
           MOVE 0 TO TRANS-CARD-NO.
           MOVE "HQ" TO TRANS-BRANCH-ID.
           MOVE SPACES TO TRANS-REF-ID.
           WRITE TRANS-RECORD.
           SUBTRACT WS-PAY-CHUNK FROM WS-PAY-REMAINING.

       CHECK-NOTICE-DUE.
           IF CD-NOTICE-DATE = SPACES
               MOVE CD-MATURITY-DATE TO WS-WORK-DATE
               PERFORM COMPUTE-DATE-SERIAL
               COMPUTE WS-SERIAL-GAP =
                   WS-REC-SERIAL - WS-TODAY-SERIAL
               IF WS-SERIAL-GAP <= WS-NOTICE-DAYS
                   PERFORM WRITE-MATURITY-NOTICE
               END-IF
           END-IF.

       WRITE-MATURITY-NOTICE.
           PERFORM FIND-CD-CUSTOMER.
           MOVE CD-ACCT-NO TO WS-RPT-ACCT.
           MOVE CD-MATURITY-DATE TO WS-RPT-MAT-DATE.
           MOVE SPACES TO WS-RPT-NEXT-DATE.
           MOVE CD-RATE TO WS-RPT-RATE.
           MOVE ACCT-BALANCE TO WS-RPT-AMOUNT.
           IF WS-CUST-FOUND = 'Y'
               MOVE CD-ACCT-NO TO NTC-ACCT-NO
               MOVE CD-MATURITY-DATE TO NTC-MATURITY-DATE
               MOVE ACCT-BALANCE TO NTC-BALANCE
               MOVE CD-DISPOSITION TO NTC-DISPOSITION
               MOVE CUST-NAME TO NTC-CUST-NAME
               MOVE CUST-ADDR-LINE TO NTC-ADDR-LINE
               MOVE CUST-CITY TO NTC-CITY
               MOVE CUST-STATE TO NTC-STATE
               MOVE CUST-ZIP TO NTC-ZIP
               WRITE NOTICE-RECORD
               MOVE WS-TODAY-DATE TO CD-NOTICE-DATE
               REWRITE CD-RECORD
                   INVALID KEY
                       DISPLAY "Unable To Update CD: " CD-ACCT-NO
               END-REWRITE
               ADD 1 TO WS-NOTICE-COUNT
               MOVE "NOTICE SENT" TO WS-RPT-ACTION
           ELSE
               DISPLAY "** NO CUSTOMER ADDRESS FOR CD "
                   CD-ACCT-NO " - NOTICE NOT SENT"
               ADD 1 TO WS-NO-ADDR-COUNT
               MOVE "NOTICE-NO ADDR" TO WS-RPT-ACTION
           END-IF.
           WRITE MATURITY-RPT-LINE FROM WS-RPT-DETAIL.

       FIND-CD-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND.
           MOVE SPACES TO WS-LOOKUP-CUST-ID.
           MOVE CD-ACCT-NO TO WS-LOOKUP-ACCT.
           MOVE 'Y' TO XREF-EOF.
           IF WS-XREF-FILE-OK = 'Y'
               MOVE WS-LOOKUP-ACCT TO XRF-ACCT-NO
               START CUST-XREF-FILE KEY IS EQUAL TO XRF-ACCT-NO
                   INVALID KEY MOVE 'Y' TO XREF-EOF
                   NOT INVALID KEY MOVE 'N' TO XREF-EOF
               END-START
           END-IF.
           PERFORM FIND-NEXT-OWNER UNTIL XREF-EOF = 'Y'.
           IF WS-LOOKUP-CUST-ID NOT = SPACES AND WS-CUST-FILE-OK = 'Y'
               MOVE WS-LOOKUP-CUST-ID TO CUST-ID
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
               IF WS-LOOKUP-CUST-ID = SPACES
                   OR XRF-OWNER-ROLE = 'P'
                   MOVE XRF-CUST-ID TO WS-LOOKUP-CUST-ID
               END-IF
           END-IF.

       ADD-CD-TERM.
           MOVE WS-MAT-DATE(1:4) TO WS-MAT-YEAR.
           MOVE WS-MAT-DATE(5:2) TO WS-MAT-MONTH.
           MOVE WS-MAT-DATE(7:2) TO WS-MAT-DAY.
           COMPUTE WS-MAT-MONTH-NUM =
               WS-MAT-YEAR * 12 + WS-MAT-MONTH - 1 + WS-MAT-TERM.
           DIVIDE WS-MAT-MONTH-NUM BY 12 GIVING WS-MAT-YEAR
               REMAINDER WS-MAT-MONTH.
           ADD 1 TO WS-MAT-MONTH.
           PERFORM SET-MAT-MONTH-LEN.
           IF WS-MAT-DAY > WS-MAT-MONTH-LEN
               MOVE WS-MAT-MONTH-LEN TO WS-MAT-DAY
           END-IF.
           MOVE WS-MAT-YEAR TO WS-MAT-DATE(1:4).
           MOVE WS-MAT-MONTH TO WS-MAT-DATE(5:2).
           MOVE WS-MAT-DAY TO WS-MAT-DATE(7:2).

       SET-MAT-MONTH-LEN.
           EVALUATE WS-MAT-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MAT-MONTH-LEN
               WHEN 2
                   COMPUTE WS-MAT-LEAP-REM =
                       FUNCTION MOD(WS-MAT-YEAR, 4)
                   IF WS-MAT-LEAP-REM = 0
                       MOVE 29 TO WS-MAT-MONTH-LEN
                   ELSE
                       MOVE 28 TO WS-MAT-MONTH-LEN
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MAT-MONTH-LEN
           END-EVALUATE.

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

       OPEN-CUSTOMER-FILES.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUST-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CUST-FILE-OK
           ELSE
               DISPLAY "No Customer Master - Notices Not Addressed"
           END-IF.
           OPEN INPUT CUST-XREF-FILE.
           IF XREF-FILE-STATUS = "00"
               MOVE 'Y' TO WS-XREF-FILE-OK
           ELSE
               DISPLAY "No Account Cross-Reference File"
           END-IF.
