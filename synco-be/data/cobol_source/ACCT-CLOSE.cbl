       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-REQ-FILE ASSIGN TO "CLSREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CRQ-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS.

           SELECT CLOSE-MASTER ASSIGN TO "CLOSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLS-ACCT-NO
               FILE STATUS IS CLS-FILE-STATUS.

           SELECT CD-MASTER ASSIGN TO "CDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-ACCT-NO
               FILE STATUS IS CD-FILE-STATUS.

           SELECT ODP-MASTER ASSIGN TO "ODPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODP-ACCT-NO
               FILE STATUS IS ODP-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT HOLD-OUT-FILE ASSIGN TO "HOLDCLS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOUT-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT ACCT-JOURNAL ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.

           SELECT OFFCHK-FILE ASSIGN TO "OFFCHKRQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OCK-FILE-STATUS.

           SELECT ACCT-HIST-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AHS-FILE-STATUS.

           SELECT CLOSE-RPT-FILE ASSIGN TO "CLOSRPT"
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
       FD  CLOSE-REQ-FILE.
           COPY CLOSE-REQ.

       FD  ACCOUNT-MASTER.
           COPY ACCOUNT-REC.

       FD  CLOSE-MASTER.
           COPY CLOSE-REC.

       FD  CD-MASTER.
           COPY CD-REC.

       FD  ODP-MASTER.
           COPY ODP-REC.

       FD  HOLD-FILE.
           COPY HOLD-REC.

       FD  HOLD-OUT-FILE.
       01  HOLD-OUT-RECORD         PIC X(32).

       FD  AUDIT-LOG.
           COPY AUDIT-REC.

       FD  ACCT-JOURNAL.
           COPY ACCT-JRNL.

       FD  OFFCHK-FILE.
       01  OFFCHK-RECORD.
           05  OCK-ACCT-NO         PIC 9(8).
           05  OCK-CUST-ID         PIC X(8).
           05  OCK-PAYEE-NAME      PIC X(30).
           05  OCK-ADDR-LINE       PIC X(30).
           05  OCK-CITY            PIC X(20).
           05  OCK-STATE           PIC XX.
           05  OCK-ZIP             PIC X(9).
           05  OCK-AMOUNT          PIC 9(7)V99.
           05  OCK-ISSUE-DATE      PIC X(8).
           05  OCK-REASON          PIC X(3).
           05  OCK-OPERATOR-ID     PIC X(8).

       FD  ACCT-HIST-FILE.
           COPY ACCT-HIST.

       FD  CLOSE-RPT-FILE.
       01  CLOSE-RPT-LINE          PIC X(80).

       FD  CUSTOMER-MASTER.
           COPY CUST-REC.

       FD  CUST-XREF-FILE.
           COPY CUST-XREF.

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-CARD-TYPE       PIC X.
           05  FILLER              PIC X(15).
       01  CTL-TIER-CARD.
           05  FILLER              PIC X.
           05  CTL-TIER-TYPE       PIC X.
           05  CTL-TIER-THRESHOLD  PIC 9(7)V99.
           05  CTL-TIER-RATE       PIC 9V9(4).
       01  CTL-FEE-CARD.
           05  FILLER              PIC X.
           05  CTL-FEE-TYPE        PIC X.
           05  CTL-FEE-AMOUNT      PIC 9(3)V99.
           05  CTL-WAIVE-MIN       PIC 9(7)V99.
       01  CTL-RETAIN-CARD.
           05  FILLER              PIC X.
           05  CTL-RETAIN-MONTHS   PIC 9(3).

       WORKING-STORAGE SECTION.
       01  CRQ-FILE-STATUS     PIC X(2) VALUE "00".
       01  ACCT-FILE-STATUS    PIC X(2) VALUE "00".
       01  CLS-FILE-STATUS     PIC X(2) VALUE "00".
       01  CD-FILE-STATUS      PIC X(2) VALUE "00".
       01  ODP-FILE-STATUS     PIC X(2) VALUE "00".
       01  HOLD-FILE-STATUS    PIC X(2) VALUE "00".
       01  HOUT-FILE-STATUS    PIC X(2) VALUE "00".
       01  AUDIT-FILE-STATUS   PIC X(2) VALUE "00".
       01  JRNL-FILE-STATUS    PIC X(2) VALUE "00".
       01  OCK-FILE-STATUS     PIC X(2) VALUE "00".
       01  AHS-FILE-STATUS     PIC X(2) VALUE "00".
       01  RPT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CUST-FILE-STATUS    PIC X(2) VALUE "00".
       01  XREF-FILE-STATUS    PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  CRQ-EOF             PIC X VALUE 'N'.
       01  CLS-EOF             PIC X VALUE 'N'.
       01  HOLD-EOF            PIC X VALUE 'N'.
       01  XREF-EOF            PIC X VALUE 'N'.
       01  WS-CUST-FILE-OK     PIC X VALUE 'N'.
       01  WS-XREF-FILE-OK     PIC X VALUE 'N'.
       01  CTL-EOF             PIC X VALUE 'N'.
       01  WS-CD-FILE-OK       PIC X VALUE 'N'.
       01  WS-ODP-FILE-OK      PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-CURRENT-DATETIME PIC X(21).
       01  WS-MAX-POST-AMT     PIC 9(8)V99 VALUE 99999.99.
       01  WS-JRNL-SEQ         PIC 9(6) VALUE 0.
       01  WS-BEFORE-IMAGE     PIC X(68).
       01  WS-CLOSE-SAVE-REC   PIC X(68).
       01  WS-REF-ID.
           05  FILLER          PIC X(3) VALUE "CLS".
           05  WS-REF-ACCT-NO  PIC 9(8).
           05  FILLER          PIC X(3) VALUE SPACES.

       01  WS-TYPE-SET-TABLE.
           05  WS-TYPE-SET OCCURS 5 TIMES.
               10  WS-SET-TYPE       PIC X.
               10  WS-SET-TIER-COUNT PIC 9.
               10  WS-SET-TIER OCCURS 5 TIMES.
                   15  WS-TIER-THRESHOLD PIC 9(7)V99.
                   15  WS-TIER-RATE      PIC 9V9(4).
       01  WS-TYPE-SET-COUNT   PIC 9 VALUE 0.
       01  SI                  PIC 9.
       01  WS-SET-IX           PIC 9.
       01  WS-SET-FOUND        PIC X.
       01  TI                  PIC 9.
       01  WS-TIER-FOUND       PIC X.
       01  WS-LOOKUP-TYPE      PIC X.

       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 5 TIMES.
               10  WS-FEE-TYPE     PIC X.
               10  WS-FEE-AMOUNT   PIC 9(3)V99.
               10  WS-WAIVE-MIN    PIC 9(7)V99.
       01  WS-FEE-COUNT        PIC 9 VALUE 0.
       01  FI                  PIC 9.
       01  WS-FEE-IX           PIC 9.
       01  WS-FEE-FOUND        PIC X.

       01  WS-CUST-FOUND       PIC X.
       01  WS-OWNER-ID         PIC X(8).
       01  WS-LOOKUP-ACCT      PIC 9(8).

       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-ACCT-NO PIC 9(8) OCCURS 500 TIMES.
       01  WS-CLOSED-TODAY     PIC 9(4) VALUE 0.
       01  WS-CRQ-COUNT        PIC 9(6) VALUE 0.
       01  KI                  PIC 9(4).
       01  WS-ACCT-CLOSED-TODAY PIC X.

       01  WS-RETAIN-MONTHS    PIC 9(3) VALUE 24.
       01  WS-CUTOFF-DATE      PIC X(8).
       01  WS-CUT-YEAR         PIC 9(4).
       01  WS-CUT-MONTH        PIC S9(4).
       01  WS-CUT-MONTH2       PIC 99.
       01  WS-CUT-YEARS-BACK   PIC 9(3).
       01  WS-CUT-MONTHS-BACK  PIC 9(3).

       01  WS-REFUSE-REASON    PIC X(20).
       01  WS-PAYOUT-METHOD    PIC X.
       01  WS-ACCRUAL-DAYS     PIC 99.
       01  WS-ANNUAL-RATE      PIC 9V9(4).
       01  WS-INTEREST-AMT     PIC 9(5)V99.
       01  WS-PENALTY-AMT      PIC 9(7)V99.
       01  WS-FEE-AMT          PIC 9(3)V99.
       01  WS-PAYOUT-AMT       PIC 9(7)V99.
       01  WS-POST-AMT         PIC 9(7)V99.
       01  WS-POST-SIGN        PIC X.
       01  WS-POST-OPTION      PIC 9.
       01  WS-POST-STATUS      PIC X(20).
       01  WS-PRE-BAL          PIC S9(7)V99.
       01  WS-RUN-BAL          PIC S9(7)V99.
       01  WS-CHUNK-LEFT       PIC 9(7)V99.
       01  WS-CHUNK-AMT        PIC 9(5)V99.

       01  WS-REQUEST-COUNT    PIC 9(6) VALUE 0.
       01  WS-CLOSED-COUNT     PIC 9(6) VALUE 0.
       01  WS-REFUSED-COUNT    PIC 9(6) VALUE 0.
       01  WS-XFER-COUNT       PIC 9(6) VALUE 0.
       01  WS-OFFCHK-COUNT     PIC 9(6) VALUE 0.
       01  WS-HOLDS-RELEASED   PIC 9(6) VALUE 0.
       01  WS-PURGED-COUNT     PIC 9(6) VALUE 0.
       01  WS-TOT-INTEREST     PIC 9(9)V99 VALUE 0.
       01  WS-TOT-CHARGES      PIC 9(9)V99 VALUE 0.
       01  WS-TOT-XFER         PIC 9(9)V99 VALUE 0.
       01  WS-TOT-OFFCHK       PIC 9(9)V99 VALUE 0.
       01  WS-TOT-PAID-OUT     PIC 9(9)V99 VALUE 0.
       01  DISP-AMT            PIC $$$,$$$,$$9.99.

       01  WS-RPT-HDR1.
           05  FILLER           PIC X(80)
               VALUE "ACCOUNT CLOSEOUT REPORT".
       01  WS-RPT-HDR2.
           05  FILLER           PIC X(10) VALUE "ACCOUNT   ".
           05  FILLER           PIC X(4)  VALUE "RSN ".
           05  FILLER           PIC X(11) VALUE "  INTEREST ".
           05  FILLER           PIC X(11) VALUE "   CHARGES ".
           05  FILLER           PIC X(15) VALUE "         PAYOUT".
           05  FILLER           PIC X(29) VALUE "  DISPOSITION".
       01  WS-RPT-DETAIL.
           05  WS-RPT-ACCT      PIC 9(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-REASON    PIC X(3).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-INTEREST  PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-CHARGES   PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-PAYOUT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-DISP      PIC X(27).
       01  WS-RPT-DISP-XFER.
           05  FILLER           PIC X(12) VALUE "TRANSFER TO ".
           05  WS-RPT-XFER-ACCT PIC 9(8).
           05  FILLER           PIC X(7) VALUE SPACES.
       01  WS-RPT-TOT-LINE.
           05  WS-RPT-TOT-LABEL PIC X(24).
           05  WS-RPT-TOT-COUNT PIC ZZZ,ZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-TOT-AMT   PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ACCOUNT CLOSEOUT STARTED".

           PERFORM READ-CONTROL-CARDS.
           PERFORM GET-BUSINESS-DATE.
           PERFORM COUNT-CLOSE-REQUESTS.
           PERFORM OPEN-CUSTOMER-FILES.

           OPEN I-O ACCOUNT-MASTER.
           IF ACCT-FILE-STATUS NOT = "00"
               DISPLAY "** ACCOUNT MASTER OPEN FAILED - STATUS "
                   ACCT-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CLOSE-MASTER.
           IF CLS-FILE-STATUS NOT = "00"
               DISPLAY "** CLOSED ACCOUNT MASTER OPEN FAILED - STATUS "
                   CLS-FILE-STATUS ", RUN STOPPED"
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CD-MASTER.
           IF CD-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CD-FILE-OK
           ELSE
               DISPLAY "No CD Master - CD Terms Not Updated"
           END-IF.
           OPEN I-O ODP-MASTER.
           IF ODP-FILE-STATUS = "00"
               MOVE 'Y' TO WS-ODP-FILE-OK
           ELSE
               DISPLAY "No Overdraft Protection Master"
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           OPEN EXTEND ACCT-JOURNAL.
           IF JRNL-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-JOURNAL
           END-IF.
           OPEN OUTPUT OFFCHK-FILE.
           OPEN OUTPUT CLOSE-RPT-FILE.
           WRITE CLOSE-RPT-LINE FROM WS-RPT-HDR1.
           WRITE CLOSE-RPT-LINE FROM WS-RPT-HDR2.

           OPEN INPUT CLOSE-REQ-FILE.
           IF CRQ-FILE-STATUS = "35"
               DISPLAY "No Close Requests - Nothing To Close"
               MOVE 'Y' TO CRQ-EOF
           ELSE
               READ CLOSE-REQ-FILE
                   AT END MOVE 'Y' TO CRQ-EOF
               END-READ
           END-IF.
           PERFORM CLOSE-ONE-ACCOUNT UNTIL CRQ-EOF = 'Y'.
           CLOSE CLOSE-REQ-FILE.

           PERFORM RELEASE-CLOSED-HOLDS.
           PERFORM PURGE-CLOSED-ACCOUNTS.
           PERFORM WRITE-REPORT-TOTALS.

           CLOSE ACCOUNT-MASTER.
           CLOSE CLOSE-MASTER.
           IF WS-CD-FILE-OK = 'Y'
               CLOSE CD-MASTER
           END-IF.
           IF WS-ODP-FILE-OK = 'Y'
               CLOSE ODP-MASTER
           END-IF.
           CLOSE AUDIT-LOG.
           CLOSE ACCT-JOURNAL.
           CLOSE OFFCHK-FILE.
           CLOSE CLOSE-RPT-FILE.
           IF WS-CUST-FILE-OK = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-XREF-FILE-OK = 'Y'
               CLOSE CUST-XREF-FILE
           END-IF.

           DISPLAY "CLOSE REQUESTS READ    : " WS-REQUEST-COUNT.
           DISPLAY "ACCOUNTS CLOSED        : " WS-CLOSED-COUNT.
           DISPLAY "CLOSES REFUSED         : " WS-REFUSED-COUNT.
           DISPLAY "PAID BY TRANSFER       : " WS-XFER-COUNT.
           DISPLAY "OFFICIAL CHECKS        : " WS-OFFCHK-COUNT.
           DISPLAY "HOLDS RELEASED         : " WS-HOLDS-RELEASED.
           DISPLAY "ACCOUNTS PURGED        : " WS-PURGED-COUNT.
           MOVE WS-TOT-INTEREST TO DISP-AMT.
           DISPLAY "FINAL INTEREST         : " DISP-AMT.
           COMPUTE WS-TOT-PAID-OUT = WS-TOT-XFER + WS-TOT-OFFCHK.
           MOVE WS-TOT-PAID-OUT TO DISP-AMT.
           DISPLAY "TOTAL PAID OUT         : " DISP-AMT.
           DISPLAY "ACCOUNT CLOSEOUT COMPLETE".
           STOP RUN.

       COUNT-CLOSE-REQUESTS.
           OPEN INPUT CLOSE-REQ-FILE.
           IF CRQ-FILE-STATUS = "35"
               MOVE 'Y' TO CRQ-EOF
           ELSE
               READ CLOSE-REQ-FILE
                   AT END MOVE 'Y' TO CRQ-EOF
               END-READ
           END-IF.
           PERFORM COUNT-ONE-REQUEST UNTIL CRQ-EOF = 'Y'.
           CLOSE CLOSE-REQ-FILE.
           MOVE 'N' TO CRQ-EOF.
           IF WS-CRQ-COUNT > 500
               DISPLAY "** CLOSED TABLE FULL - " WS-CRQ-COUNT
                   " CLOSE REQUESTS - CLOSEOUT RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       COUNT-ONE-REQUEST.
           ADD 1 TO WS-CRQ-COUNT.
           READ CLOSE-REQ-FILE
               AT END MOVE 'Y' TO CRQ-EOF
           END-READ.

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "No Control Card - No Final Interest Or Fees,"
                   " 24 Month Retention"
               MOVE 'Y' TO CTL-EOF
           ELSE
               READ CONTROL-CARD
                   AT END MOVE 'Y' TO CTL-EOF
               END-READ
               PERFORM APPLY-CONTROL-CARD UNTIL CTL-EOF = 'Y'
               CLOSE CONTROL-CARD
           END-IF.

       APPLY-CONTROL-CARD.
           EVALUATE CTL-CARD-TYPE
               WHEN 'I'
                   PERFORM APPLY-TIER-ENTRY
               WHEN 'F'
                   PERFORM APPLY-FEE-ENTRY
               WHEN 'R'
                   IF CTL-RETAIN-MONTHS NUMERIC
                       AND CTL-RETAIN-MONTHS > 0
                       MOVE CTL-RETAIN-MONTHS TO WS-RETAIN-MONTHS
                   END-IF
               WHEN OTHER
                   DISPLAY "** UNKNOWN CONTROL CARD IGNORED: "
                       CONTROL-RECORD
           END-EVALUATE.
           READ CONTROL-CARD
               AT END MOVE 'Y' TO CTL-EOF
           END-READ.

       APPLY-TIER-ENTRY.
           MOVE CTL-TIER-TYPE TO WS-LOOKUP-TYPE.
           PERFORM FIND-TYPE-SET.
           IF WS-SET-FOUND = 'N'
               IF WS-TYPE-SET-COUNT < 5
                   ADD 1 TO WS-TYPE-SET-COUNT
                   MOVE WS-TYPE-SET-COUNT TO WS-SET-IX
                   INITIALIZE WS-TYPE-SET(WS-SET-IX)
                   MOVE CTL-TIER-TYPE TO WS-SET-TYPE(WS-SET-IX)
                   MOVE 'Y' TO WS-SET-FOUND
               ELSE
                   DISPLAY "** TYPE SET TABLE FULL AT " CTL-TIER-TYPE
                       " - CLOSEOUT RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-SET-FOUND = 'Y'
               IF WS-SET-TIER-COUNT(WS-SET-IX) < 5
                   ADD 1 TO WS-SET-TIER-COUNT(WS-SET-IX)
                   MOVE CTL-TIER-THRESHOLD TO WS-TIER-THRESHOLD
                       (WS-SET-IX, WS-SET-TIER-COUNT(WS-SET-IX))
                   MOVE CTL-TIER-RATE TO WS-TIER-RATE
                       (WS-SET-IX, WS-SET-TIER-COUNT(WS-SET-IX))
               ELSE
                   DISPLAY "** TIER SET FULL FOR TYPE " CTL-TIER-TYPE
                       " - CLOSEOUT RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       APPLY-FEE-ENTRY.
           IF WS-FEE-COUNT < 5
               ADD 1 TO WS-FEE-COUNT
               MOVE CTL-FEE-TYPE TO WS-FEE-TYPE(WS-FEE-COUNT)
               MOVE CTL-FEE-AMOUNT TO WS-FEE-AMOUNT(WS-FEE-COUNT)
               MOVE CTL-WAIVE-MIN TO WS-WAIVE-MIN(WS-FEE-COUNT)
           ELSE
               DISPLAY "** FEE TABLE FULL AT " CTL-FEE-TYPE
                   " - CLOSEOUT RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       FIND-TYPE-SET.
           MOVE 'N' TO WS-SET-FOUND.
           PERFORM VARYING SI FROM 1 BY 1
                   UNTIL SI > WS-TYPE-SET-COUNT
                       OR WS-SET-FOUND = 'Y'
               IF WS-SET-TYPE(SI) = WS-LOOKUP-TYPE
                   MOVE SI TO WS-SET-IX
                   MOVE 'Y' TO WS-SET-FOUND
               END-IF
           END-PERFORM.

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

       OPEN-CUSTOMER-FILES.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUST-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CUST-FILE-OK
           ELSE
               DISPLAY "No Customer Master - Checks Payable To"
                   " Account Only"
           END-IF.
           OPEN INPUT CUST-XREF-FILE.
           IF XREF-FILE-STATUS = "00"
               MOVE 'Y' TO WS-XREF-FILE-OK
           ELSE
               DISPLAY "No Account Cross-Reference File"
           END-IF.

       CLOSE-ONE-ACCOUNT.
           ADD 1 TO WS-REQUEST-COUNT.
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE CRQ-PAYOUT-METHOD TO WS-PAYOUT-METHOD.
           MOVE 0 TO WS-INTEREST-AMT.
           MOVE 0 TO WS-PENALTY-AMT.
           MOVE 0 TO WS-FEE-AMT.
           MOVE 0 TO WS-PAYOUT-AMT.

           IF WS-PAYOUT-METHOD = 'T'
               PERFORM CHECK-PAYOUT-TARGET
           END-IF.

           MOVE CRQ-ACCT-NO TO ACCT-NO.
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF ACCT-FILE-STATUS NOT = "00"
               MOVE "UNKNOWN ACCOUNT" TO WS-REFUSE-REASON
           ELSE
           IF ACCT-DORMANT-SW = 'C'
               MOVE "ALREADY CLOSED" TO WS-REFUSE-REASON
           ELSE
           IF ACCT-BALANCE < 0
               MOVE "ACCOUNT OVERDRAWN" TO WS-REFUSE-REASON
           END-IF
           END-IF
           END-IF.

           IF WS-REFUSE-REASON NOT = SPACES
               DISPLAY "Close Refused: " CRQ-ACCT-NO " "
                   WS-REFUSE-REASON
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM WRITE-REFUSED-LINE
           ELSE
               MOVE ACCT-NO TO WS-REF-ACCT-NO
               PERFORM POST-FINAL-INTEREST
               PERFORM POST-EARLY-PENALTY
               PERFORM POST-PENDING-FEE
               IF ACCT-BALANCE > 0
                   MOVE ACCT-BALANCE TO WS-PAYOUT-AMT
                   IF WS-PAYOUT-METHOD = 'T'
                       PERFORM PAY-BY-TRANSFER
                   ELSE
                       PERFORM PAY-BY-OFFICIAL-CHECK
                   END-IF
               END-IF
               PERFORM MARK-ACCOUNT-CLOSED
           END-IF.

           READ CLOSE-REQ-FILE
               AT END MOVE 'Y' TO CRQ-EOF
           END-READ.

       CHECK-PAYOUT-TARGET.
           MOVE CRQ-PAYOUT-ACCT TO ACCT-NO.
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF ACCT-FILE-STATUS NOT = "00" OR ACCT-DORMANT-SW = 'C'
               OR ACCT-TYPE = 'T'
               DISPLAY "Payout Account " CRQ-PAYOUT-ACCT
                   " No Longer Valid - Official Check Issued For "
                   CRQ-ACCT-NO
               MOVE 'K' TO WS-PAYOUT-METHOD
           END-IF.

       POST-FINAL-INTEREST.
           MOVE 'N' TO WS-SET-FOUND.
           MOVE 0 TO WS-ANNUAL-RATE.
           IF ACCT-TYPE = 'T'
               IF WS-CD-FILE-OK = 'Y'
                   MOVE ACCT-NO TO CD-ACCT-NO
                   READ CD-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF CD-FILE-STATUS = "00" AND CD-STATUS = 'A'
                       MOVE CD-RATE TO WS-ANNUAL-RATE
                       MOVE 'Y' TO WS-SET-FOUND
                   END-IF
               END-IF
           ELSE
               MOVE ACCT-TYPE TO WS-LOOKUP-TYPE
               PERFORM FIND-TYPE-SET
               IF WS-SET-FOUND = 'Y'
                   PERFORM FIND-TIER-RATE
               END-IF
           END-IF.
           IF WS-SET-FOUND = 'Y' AND ACCT-BALANCE > 0
               MOVE WS-TODAY-DATE(7:2) TO WS-ACCRUAL-DAYS
               COMPUTE WS-INTEREST-AMT ROUNDED =
                   ACCT-BALANCE * WS-ANNUAL-RATE * WS-ACCRUAL-DAYS
                       / 365
               IF WS-INTEREST-AMT > 0
                   MOVE WS-INTEREST-AMT TO WS-POST-AMT
                   MOVE '+' TO WS-POST-SIGN
                   MOVE 7 TO WS-POST-OPTION
                   MOVE "INTEREST POSTED" TO WS-POST-STATUS
                   PERFORM POST-ACCOUNT-AMOUNT
                   ADD WS-INTEREST-AMT TO WS-TOT-INTEREST
               END-IF
           END-IF.

       FIND-TIER-RATE.
           MOVE 'N' TO WS-TIER-FOUND.
           PERFORM VARYING TI FROM 1 BY 1
                   UNTIL TI > WS-SET-TIER-COUNT(WS-SET-IX)
                       OR WS-TIER-FOUND = 'Y'
               IF ACCT-BALANCE <= WS-TIER-THRESHOLD(WS-SET-IX, TI)
                   MOVE WS-TIER-RATE(WS-SET-IX, TI)
                       TO WS-ANNUAL-RATE
                   MOVE 'Y' TO WS-TIER-FOUND
               END-IF
           END-PERFORM.
           IF WS-TIER-FOUND = 'N'
               AND WS-SET-TIER-COUNT(WS-SET-IX) > 0
               MOVE WS-TIER-RATE
                   (WS-SET-IX, WS-SET-TIER-COUNT(WS-SET-IX))
                   TO WS-ANNUAL-RATE
           END-IF.

       POST-EARLY-PENALTY.
           IF ACCT-TYPE = 'T' AND WS-CD-FILE-OK = 'Y'
               AND CD-FILE-STATUS = "00" AND CD-ACCT-NO = ACCT-NO
               AND CD-STATUS = 'A'
               AND WS-TODAY-DATE < CD-MATURITY-DATE
               AND ACCT-BALANCE > 0
               COMPUTE WS-PENALTY-AMT ROUNDED =
                   ACCT-BALANCE * CD-RATE * CD-PENALTY-DAYS / 365
               IF WS-PENALTY-AMT > ACCT-BALANCE
                   MOVE ACCT-BALANCE TO WS-PENALTY-AMT
               END-IF
               IF WS-PENALTY-AMT > 0
                   MOVE WS-PENALTY-AMT TO WS-POST-AMT
                   MOVE '-' TO WS-POST-SIGN
                   MOVE 9 TO WS-POST-OPTION
                   MOVE "EARLY WD PENALTY" TO WS-POST-STATUS
                   PERFORM POST-ACCOUNT-AMOUNT
                   ADD WS-PENALTY-AMT TO WS-TOT-CHARGES
                   DISPLAY "CD Closed Before Maturity: " ACCT-NO
                       " Penalty $" WS-PENALTY-AMT
               END-IF
           END-IF.

       POST-PENDING-FEE.
           MOVE 'N' TO WS-FEE-FOUND.
           PERFORM VARYING FI FROM 1 BY 1
                   UNTIL FI > WS-FEE-COUNT OR WS-FEE-FOUND = 'Y'
               IF WS-FEE-TYPE(FI) = ACCT-TYPE
                   MOVE FI TO WS-FEE-IX
                   MOVE 'Y' TO WS-FEE-FOUND
               END-IF
           END-PERFORM.
           IF WS-FEE-FOUND = 'Y' AND ACCT-BALANCE > 0
               AND ACCT-LOW-WATER-BAL < WS-WAIVE-MIN(WS-FEE-IX)
               MOVE WS-FEE-AMOUNT(WS-FEE-IX) TO WS-FEE-AMT
               IF WS-FEE-AMT > ACCT-BALANCE
                   MOVE ACCT-BALANCE TO WS-FEE-AMT
               END-IF
               IF WS-FEE-AMT > 0
                   MOVE WS-FEE-AMT TO WS-POST-AMT
                   MOVE '-' TO WS-POST-SIGN
                   MOVE 9 TO WS-POST-OPTION
                   MOVE "SERVICE FEE" TO WS-POST-STATUS
                   PERFORM POST-ACCOUNT-AMOUNT
                   ADD WS-FEE-AMT TO WS-TOT-CHARGES
               END-IF
           END-IF.

       PAY-BY-TRANSFER.
           MOVE WS-PAYOUT-AMT TO WS-POST-AMT.
           MOVE '-' TO WS-POST-SIGN.
           MOVE 4 TO WS-POST-OPTION.
           MOVE "TRANSFER OUT" TO WS-POST-STATUS.
           PERFORM POST-ACCOUNT-AMOUNT.

           MOVE ACCOUNT-RECORD TO WS-CLOSE-SAVE-REC.
           MOVE CRQ-PAYOUT-ACCT TO ACCT-NO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "Unable To Read Payout Account: " ACCT-NO
           END-READ.
           MOVE WS-PAYOUT-AMT TO WS-POST-AMT.
           MOVE '+' TO WS-POST-SIGN.
           MOVE "TRANSFER IN" TO WS-POST-STATUS.
           PERFORM POST-ACCOUNT-AMOUNT.
           MOVE WS-CLOSE-SAVE-REC TO ACCOUNT-RECORD.

           ADD 1 TO WS-XFER-COUNT.
           ADD WS-PAYOUT-AMT TO WS-TOT-XFER.
           DISPLAY "Closing Balance $" WS-PAYOUT-AMT " Of Acct "
               CRQ-ACCT-NO " Transferred To " CRQ-PAYOUT-ACCT.

       PAY-BY-OFFICIAL-CHECK.
           PERFORM FIND-ACCOUNT-OWNER.
           MOVE ACCT-NO TO OCK-ACCT-NO.
           MOVE WS-OWNER-ID TO OCK-CUST-ID.
           IF WS-CUST-FOUND = 'Y'
               MOVE CUST-NAME TO OCK-PAYEE-NAME
               MOVE CUST-ADDR-LINE TO OCK-ADDR-LINE
               MOVE CUST-CITY TO OCK-CITY
               MOVE CUST-STATE TO OCK-STATE
               MOVE CUST-ZIP TO OCK-ZIP
           ELSE
               DISPLAY "No Owner On File For Acct " ACCT-NO
                   " - Check Needs Payee Before Issue"
               MOVE SPACES TO OCK-PAYEE-NAME
               MOVE SPACES TO OCK-ADDR-LINE
               MOVE SPACES TO OCK-CITY
               MOVE SPACES TO OCK-STATE
               MOVE SPACES TO OCK-ZIP
           END-IF.
           MOVE WS-PAYOUT-AMT TO OCK-AMOUNT.
           MOVE WS-TODAY-DATE TO OCK-ISSUE-DATE.
           MOVE CRQ-REASON TO OCK-REASON.
           MOVE CRQ-OPERATOR-ID TO OCK-OPERATOR-ID.
           WRITE OFFCHK-RECORD.

           MOVE WS-PAYOUT-AMT TO WS-POST-AMT.
           MOVE '-' TO WS-POST-SIGN.
           MOVE 2 TO WS-POST-OPTION.
           MOVE "CLOSEOUT CHECK" TO WS-POST-STATUS.
           PERFORM POST-ACCOUNT-AMOUNT.

           ADD 1 TO WS-OFFCHK-COUNT.
           ADD WS-PAYOUT-AMT TO WS-TOT-OFFCHK.
           DISPLAY "Official Check Requested: $" WS-PAYOUT-AMT
               " For Acct " ACCT-NO.

       FIND-ACCOUNT-OWNER.
           MOVE 'N' TO WS-CUST-FOUND.
           MOVE SPACES TO WS-OWNER-ID.
           MOVE ACCT-NO TO WS-LOOKUP-ACCT.
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

       POST-ACCOUNT-AMOUNT.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
           MOVE ACCT-BALANCE TO WS-PRE-BAL.
           IF WS-POST-SIGN = '-'
               SUBTRACT WS-POST-AMT FROM ACCT-BALANCE
           ELSE
               ADD WS-POST-AMT TO ACCT-BALANCE
           END-IF.
           MOVE WS-TODAY-DATE TO ACCT-LAST-ACT-DATE.
           IF ACCT-BALANCE < ACCT-LOW-WATER-BAL
               MOVE ACCT-BALANCE TO ACCT-LOW-WATER-BAL
           END-IF.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable To Update Account: " ACCT-NO
           END-REWRITE.
           PERFORM WRITE-JOURNAL-IMAGES.

           MOVE WS-POST-AMT TO WS-CHUNK-LEFT.
           MOVE WS-PRE-BAL TO WS-RUN-BAL.
           PERFORM WRITE-ONE-AUDIT-CHUNK UNTIL WS-CHUNK-LEFT = 0.

       WRITE-ONE-AUDIT-CHUNK.
           IF WS-CHUNK-LEFT > WS-MAX-POST-AMT
               MOVE WS-MAX-POST-AMT TO WS-CHUNK-AMT
           ELSE
               MOVE WS-CHUNK-LEFT TO WS-CHUNK-AMT
           END-IF.
           SUBTRACT WS-CHUNK-AMT FROM WS-CHUNK-LEFT.
           IF WS-POST-SIGN = '-'
               SUBTRACT WS-CHUNK-AMT FROM WS-RUN-BAL
           ELSE
               ADD WS-CHUNK-AMT TO WS-RUN-BAL
           END-IF.
           MOVE WS-CHUNK-AMT TO AUD-AMOUNT.
           MOVE WS-POST-STATUS TO AUD-STATUS-MSG.
           PERFORM WRITE-AUDIT-RECORD.

       MARK-ACCOUNT-CLOSED.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
           MOVE 'C' TO ACCT-DORMANT-SW.
           MOVE WS-TODAY-DATE TO ACCT-LAST-ACT-DATE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable To Close Account: " ACCT-NO
           END-REWRITE.
           PERFORM WRITE-JOURNAL-IMAGES.

           MOVE ACCT-BALANCE TO WS-RUN-BAL.
           MOVE 0 TO WS-POST-OPTION.
           MOVE 0 TO AUD-AMOUNT.
           MOVE "ACCOUNT CLOSED" TO AUD-STATUS-MSG.
           PERFORM WRITE-AUDIT-RECORD.

           MOVE ACCT-NO TO CLS-ACCT-NO.
           MOVE WS-TODAY-DATE TO CLS-CLOSE-DATE.
           MOVE CRQ-REASON TO CLS-REASON.
           MOVE CRQ-OPERATOR-ID TO CLS-OPERATOR-ID.
           MOVE WS-PAYOUT-METHOD TO CLS-PAYOUT-METHOD.
           IF WS-PAYOUT-METHOD = 'T'
               MOVE CRQ-PAYOUT-ACCT TO CLS-PAYOUT-ACCT
           ELSE
               MOVE 0 TO CLS-PAYOUT-ACCT
           END-IF.
           MOVE WS-INTEREST-AMT TO CLS-FINAL-INTEREST.
           COMPUTE CLS-FINAL-FEE = WS-PENALTY-AMT + WS-FEE-AMT.
           MOVE WS-PAYOUT-AMT TO CLS-PAYOUT-AMT.
           MOVE 'C' TO CLS-STATUS.
           WRITE CLOSE-RECORD
               INVALID KEY
                   REWRITE CLOSE-RECORD
                       INVALID KEY
                           DISPLAY "Unable To Record Close: "
                               CLS-ACCT-NO
                   END-REWRITE
           END-WRITE.

           IF ACCT-TYPE = 'T' AND WS-CD-FILE-OK = 'Y'
               MOVE ACCT-NO TO CD-ACCT-NO
               READ CD-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF CD-FILE-STATUS = "00"
                   MOVE 'C' TO CD-STATUS
                   REWRITE CD-RECORD
                       INVALID KEY
                           DISPLAY "Unable To Close CD Terms: "
                               CD-ACCT-NO
                   END-REWRITE
               END-IF
           END-IF.
           IF WS-ODP-FILE-OK = 'Y'
               MOVE ACCT-NO TO ODP-ACCT-NO
               READ ODP-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF ODP-FILE-STATUS = "00" AND ODP-STATUS = 'A'
                   MOVE 'C' TO ODP-STATUS
                   REWRITE ODP-RECORD
                       INVALID KEY
                           DISPLAY "Unable To Drop Overdraft Link: "
                               ODP-ACCT-NO
                   END-REWRITE
               END-IF
           END-IF.

           IF WS-CLOSED-TODAY < 500
               ADD 1 TO WS-CLOSED-TODAY
               MOVE ACCT-NO TO WS-CLOSED-ACCT-NO(WS-CLOSED-TODAY)
           ELSE
               DISPLAY "** CLOSED TABLE FULL AT ACCT " ACCT-NO
                   " - CLOSEOUT RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-CLOSED-COUNT.
           MOVE ACCT-NO TO WS-RPT-ACCT.
           MOVE CRQ-REASON TO WS-RPT-REASON.
           MOVE WS-INTEREST-AMT TO WS-RPT-INTEREST.
           MOVE CLS-FINAL-FEE TO WS-RPT-CHARGES.
           MOVE WS-PAYOUT-AMT TO WS-RPT-PAYOUT.
           IF WS-PAYOUT-AMT = 0
               MOVE "NO BALANCE TO PAY" TO WS-RPT-DISP
           ELSE
           IF WS-PAYOUT-METHOD = 'T'
               MOVE CRQ-PAYOUT-ACCT TO WS-RPT-XFER-ACCT
               MOVE WS-RPT-DISP-XFER TO WS-RPT-DISP
           ELSE
               MOVE "OFFICIAL CHECK REQUESTED" TO WS-RPT-DISP
           END-IF
           END-IF.
           WRITE CLOSE-RPT-LINE FROM WS-RPT-DETAIL.
           DISPLAY "Account Closed: " ACCT-NO " Reason " CRQ-REASON.

       WRITE-REFUSED-LINE.
           MOVE CRQ-ACCT-NO TO WS-RPT-ACCT.
           MOVE CRQ-REASON TO WS-RPT-REASON.
           MOVE 0 TO WS-RPT-INTEREST.
           MOVE 0 TO WS-RPT-CHARGES.
           MOVE 0 TO WS-RPT-PAYOUT.
           MOVE SPACES TO WS-RPT-DISP.
           STRING "REFUSED - " WS-REFUSE-REASON
               DELIMITED BY SIZE INTO WS-RPT-DISP.
           WRITE CLOSE-RPT-LINE FROM WS-RPT-DETAIL.

       RELEASE-CLOSED-HOLDS.
           OPEN OUTPUT HOLD-OUT-FILE.
           OPEN INPUT HOLD-FILE.
           IF HOLD-FILE-STATUS = "35"
               MOVE 'Y' TO HOLD-EOF
           ELSE
               READ HOLD-FILE
                   AT END MOVE 'Y' TO HOLD-EOF
               END-READ
           END-IF.
           PERFORM RELEASE-ONE-HOLD UNTIL HOLD-EOF = 'Y'.
           CLOSE HOLD-FILE.
           CLOSE HOLD-OUT-FILE.

       RELEASE-ONE-HOLD.
           MOVE 'N' TO WS-ACCT-CLOSED-TODAY.
           IF HLD-STATUS = 'H'
               PERFORM VARYING KI FROM 1 BY 1
                       UNTIL KI > WS-CLOSED-TODAY
                           OR WS-ACCT-CLOSED-TODAY = 'Y'
                   IF WS-CLOSED-ACCT-NO(KI) = HLD-ACCT-NO
                       MOVE 'Y' TO WS-ACCT-CLOSED-TODAY
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-ACCT-CLOSED-TODAY = 'Y'
               MOVE HLD-ACCT-NO TO ACCT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY MOVE 0 TO ACCT-BALANCE
               END-READ
               MOVE HLD-ACCT-NO TO WS-REF-ACCT-NO
               MOVE ACCT-BALANCE TO WS-RUN-BAL
               MOVE 8 TO WS-POST-OPTION
               MOVE HLD-AMOUNT TO AUD-AMOUNT
               MOVE "HOLD RELEASED" TO AUD-STATUS-MSG
               PERFORM WRITE-AUDIT-RECORD
               ADD 1 TO WS-HOLDS-RELEASED
               DISPLAY "Hold Released On Closed Acct " HLD-ACCT-NO
                   " $" HLD-AMOUNT
           ELSE
               WRITE HOLD-OUT-RECORD FROM HOLD-RECORD
           END-IF.
           READ HOLD-FILE
               AT END MOVE 'Y' TO HOLD-EOF
           END-READ.

       PURGE-CLOSED-ACCOUNTS.
           PERFORM COMPUTE-CUTOFF-DATE.
           DISPLAY "PURGE CUTOFF: " WS-CUTOFF-DATE.
           OPEN EXTEND ACCT-HIST-FILE.
           IF AHS-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-HIST-FILE
           END-IF.
           MOVE 0 TO CLS-ACCT-NO.
           START CLOSE-MASTER KEY IS NOT LESS THAN CLS-ACCT-NO
               INVALID KEY MOVE 'Y' TO CLS-EOF
           END-START.
           IF CLS-EOF NOT = 'Y'
               READ CLOSE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO CLS-EOF
               END-READ
           END-IF.
           PERFORM PURGE-ONE-ACCOUNT UNTIL CLS-EOF = 'Y'.
           CLOSE ACCT-HIST-FILE.

       COMPUTE-CUTOFF-DATE.
           MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE.
           MOVE WS-TODAY-DATE(1:4) TO WS-CUT-YEAR.
           MOVE WS-TODAY-DATE(5:2) TO WS-CUT-MONTH.
           DIVIDE WS-RETAIN-MONTHS BY 12
               GIVING WS-CUT-YEARS-BACK
               REMAINDER WS-CUT-MONTHS-BACK.
           SUBTRACT WS-CUT-YEARS-BACK FROM WS-CUT-YEAR.
           SUBTRACT WS-CUT-MONTHS-BACK FROM WS-CUT-MONTH.
           IF WS-CUT-MONTH < 1
               ADD 12 TO WS-CUT-MONTH
               SUBTRACT 1 FROM WS-CUT-YEAR
           END-IF.
           MOVE WS-CUT-MONTH TO WS-CUT-MONTH2.
           MOVE WS-CUT-YEAR TO WS-CUTOFF-DATE(1:4).
           MOVE WS-CUT-MONTH2 TO WS-CUTOFF-DATE(5:2).

       PURGE-ONE-ACCOUNT.
           IF CLS-STATUS = 'C' AND CLS-CLOSE-DATE < WS-CUTOFF-DATE
               MOVE CLS-ACCT-NO TO ACCT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF ACCT-FILE-STATUS = "00"
                   AND (ACCT-DORMANT-SW NOT = 'C'
                       OR ACCT-BALANCE NOT = 0)
                   DISPLAY "Closed Acct " CLS-ACCT-NO
                       " Reopened Or Carries Balance - Not Purged"
               ELSE
                   MOVE WS-TODAY-DATE TO AHS-PURGE-DATE
                   IF ACCT-FILE-STATUS = "00"
                       MOVE ACCOUNT-RECORD TO AHS-ACCT-IMAGE
                       DELETE ACCOUNT-MASTER RECORD
                           INVALID KEY
                               DISPLAY "Unable To Purge Account: "
                                   ACCT-NO
                       END-DELETE
                   ELSE
                       MOVE SPACES TO AHS-ACCT-IMAGE
                   END-IF
                   MOVE CLOSE-RECORD TO AHS-CLOSE-IMAGE
                   WRITE ACCT-HIST-RECORD
                   PERFORM PURGE-SIDE-RECORDS
                   DELETE CLOSE-MASTER RECORD
                       INVALID KEY
                           DISPLAY "Unable To Purge Close Record: "
                               CLS-ACCT-NO
                   END-DELETE
                   ADD 1 TO WS-PURGED-COUNT
               END-IF
           END-IF.
           READ CLOSE-MASTER NEXT RECORD
               AT END MOVE 'Y' TO CLS-EOF
           END-READ.

       PURGE-SIDE-RECORDS.
           IF WS-CD-FILE-OK = 'Y'
               MOVE CLS-ACCT-NO TO CD-ACCT-NO
               DELETE CD-MASTER RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.
           IF WS-ODP-FILE-OK = 'Y'
               MOVE CLS-ACCT-NO TO ODP-ACCT-NO
               DELETE ODP-MASTER RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.

       WRITE-JOURNAL-IMAGES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           ADD 1 TO WS-JRNL-SEQ.

           MOVE WS-TODAY-DATE TO AJR-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO AJR-TIME.
           MOVE WS-JRNL-SEQ TO AJR-SEQ.
           MOVE 'B' TO AJR-IMAGE-TYPE.
           MOVE WS-BEFORE-IMAGE TO AJR-ACCT-IMAGE.
           MOVE WS-REF-ID TO AJR-REF-ID.
           WRITE ACCT-JRNL-RECORD.

           MOVE WS-TODAY-DATE TO AJR-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO AJR-TIME.
           MOVE WS-JRNL-SEQ TO AJR-SEQ.
           MOVE 'A' TO AJR-IMAGE-TYPE.
           MOVE ACCOUNT-RECORD TO AJR-ACCT-IMAGE.
           MOVE WS-REF-ID TO AJR-REF-ID.
           WRITE ACCT-JRNL-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-TODAY-DATE TO AUD-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO AUD-TIME.
           MOVE ACCT-NO TO AUD-ACCT-NO.
           MOVE WS-POST-OPTION TO AUD-OPTION.
           MOVE WS-RUN-BAL TO AUD-BALANCE.
           MOVE "HQ" TO AUD-BRANCH-ID.
           MOVE WS-REF-ID TO AUD-REF-ID.
           MOVE SPACES TO AUD-CHAIN.
           WRITE AUDIT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE "ACCOUNTS CLOSED       : " TO WS-RPT-TOT-LABEL.
           MOVE WS-CLOSED-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-INTEREST TO WS-RPT-TOT-AMT.
           WRITE CLOSE-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "CHARGES ON CLOSE      : " TO WS-RPT-TOT-LABEL.
           MOVE WS-CLOSED-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-CHARGES TO WS-RPT-TOT-AMT.
           WRITE CLOSE-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "PAID BY TRANSFER      : " TO WS-RPT-TOT-LABEL.
           MOVE WS-XFER-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-XFER TO WS-RPT-TOT-AMT.
           WRITE CLOSE-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "OFFICIAL CHECKS       : " TO WS-RPT-TOT-LABEL.
           MOVE WS-OFFCHK-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-OFFCHK TO WS-RPT-TOT-AMT.
           WRITE CLOSE-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "CLOSES REFUSED        : " TO WS-RPT-TOT-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-RPT-TOT-COUNT.
           MOVE 0 TO WS-RPT-TOT-AMT.
           WRITE CLOSE-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "HOLDS RELEASED        : " TO WS-RPT-TOT-LABEL.
           MOVE WS-HOLDS-RELEASED TO WS-RPT-TOT-COUNT.
           MOVE 0 TO WS-RPT-TOT-AMT.
           WRITE CLOSE-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "ACCOUNTS PURGED       : " TO WS-RPT-TOT-LABEL.
           MOVE WS-PURGED-COUNT TO WS-RPT-TOT-COUNT.
           MOVE 0 TO WS-RPT-TOT-AMT.
           WRITE CLOSE-RPT-LINE FROM WS-RPT-TOT-LINE.
