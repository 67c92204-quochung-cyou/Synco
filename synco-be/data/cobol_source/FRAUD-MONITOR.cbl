               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.
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
       01  WS-WINDOW-SECS      PIC 9(4) VALUE 300.

       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 2000 TIMES.
               10  WS-TBL-ACCT-NO      PIC 9(8).
               10  WS-TBL-PIN-FAILS    PIC 9(4).
               10  WS-TBL-LOCKOUTS     PIC 9(4).
               10  WS-TBL-LIMIT-HITS   PIC 9(4).
               10  WS-TBL-BIG-WDS      PIC 9(4).
               10  WS-TBL-QUICK-XFERS  PIC 9(4).
               10  WS-TBL-BLOCKED-CARD PIC 9(4).
               10  WS-TBL-LAST-FAIL    PIC 9(6).
               10  WS-TBL-LAST-RESET   PIC 9(6).
               10  WS-TBL-SCORE        PIC 9(6).
       01  WS-ACCT-COUNT       PIC 9(4) VALUE 0.
       01  AI                  PIC 9(4).
       01  AJ                  PIC 9(4).
       01  WS-ACCT-IX          PIC 9(4).
       01  WS-ACCT-FOUND       PIC X.

       01  WS-TIME-SECS        PIC 9(6).
           05  WS-TMP-LIMIT-HITS   PIC 9(4).
           05  WS-TMP-BIG-WDS      PIC 9(4).
           05  WS-TMP-QUICK-XFERS  PIC 9(4).
           05  WS-TMP-BLOCKED-CARD PIC 9(4).
           05  WS-TMP-LAST-FAIL    PIC 9(6).
           05  WS-TMP-LAST-RESET   PIC 9(6).
           05  WS-TMP-SCORE        PIC 9(6).
           05  FILLER           PIC X(80)
               VALUE "SUSPICIOUS ACTIVITY REPORT - FRAUD DESK".
       01  WS-RPT-HDR2.
           05  FILLER           PIC X(6)  VALUE "RANK ".
           05  FILLER           PIC X(10) VALUE "ACCOUNT   ".
           05  FILLER           PIC X(8)  VALUE "PINFAIL ".
           05  FILLER           PIC X(8)  VALUE "LOCKOUT ".
           05  FILLER           PIC X(8)  VALUE "LIMHIT  ".
           05  FILLER           PIC X(8)  VALUE "BIGWD   ".
           05  FILLER           PIC X(8)  VALUE "QUIKXFR ".
           05  FILLER           PIC X(8)  VALUE "BLKCARD ".
           05  FILLER           PIC X(16) VALUE "SCORE".
       01  WS-RPT-DETAIL.
           05  WS-RPT-RANK      PIC ZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-ACCT      PIC 9(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-PINFAIL   PIC ZZZ9.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-RPT-LOCKOUT   PIC ZZZ9.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-RPT-LIMHIT    PIC ZZZ9.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-RPT-BIGWD     PIC ZZZ9.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-RPT-QUIKXFR   PIC ZZZ9.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-RPT-BLKCARD   PIC ZZZ9.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-RPT-SCORE     PIC ZZZZZ9.
           05  FILLER           PIC X(10) VALUE SPACES.
       01  CUST-FILE-STATUS    PIC X(2) VALUE "00".
       01  XREF-FILE-STATUS    PIC X(2) VALUE "00".
       01  XREF-EOF            PIC X VALUE 'N'.
       01  WS-CUST-FILE-OK     PIC X VALUE 'N'.
       01  WS-XREF-FILE-OK     PIC X VALUE 'N'.
       01  WS-CUST-FOUND       PIC X.
       01  WS-RPT-CUST-LINE.
           05  FILLER           PIC X(6) VALUE SPACES.
           05  FILLER           PIC X(10) VALUE "CUSTOMER: ".

           PERFORM READ-CONTROL-CARD.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-CUSTOMER-FILES.
           MOVE WS-TODAY-DATE TO WS-WORK-DATE.
           PERFORM COMPUTE-DATE-SERIAL.
           MOVE WS-REC-SERIAL TO WS-TODAY-SERIAL.
           PERFORM SCORE-ACCOUNTS.
           PERFORM RANK-ACCOUNTS.
           PERFORM PRINT-FRAUD-REPORT.
           IF WS-CUST-FILE-OK = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-XREF-FILE-OK = 'Y'
               CLOSE CUST-XREF-FILE
           END-IF.

           DISPLAY "SUSPICIOUS ACTIVITY SCAN COMPLETE".
           STOP RUN.
                   ADD 1 TO WS-TBL-LOCKOUTS(WS-ACCT-IX)
               WHEN "CARD LOCKED"
                   ADD 1 TO WS-TBL-LOCKOUTS(WS-ACCT-IX)
               WHEN "HOT CARD"
                   ADD 1 TO WS-TBL-BLOCKED-CARD(WS-ACCT-IX)
               WHEN "EXPIRED CARD"
                   ADD 1 TO WS-TBL-BLOCKED-CARD(WS-ACCT-IX)
               WHEN "DAILY LIMIT EXCEEDED"
                   ADD 1 TO WS-TBL-LIMIT-HITS(WS-ACCT-IX)
               WHEN "WITHDRAWAL"
               END-IF
           END-PERFORM.
           IF WS-ACCT-FOUND = 'N'
               IF WS-ACCT-COUNT < 2000
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-IX
                   INITIALIZE WS-ACCT-ENTRY(WS-ACCT-IX)
                   MOVE WS-LOOKUP-ACCT TO WS-TBL-ACCT-NO(WS-ACCT-IX)
               ELSE
                   DISPLAY "** ACCOUNT TABLE FULL AT ACCT "
                       WS-LOOKUP-ACCT " - SCAN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

                   + WS-TBL-LIMIT-HITS(AI) * 15
                   + WS-TBL-BIG-WDS(AI) * 5
                   + WS-TBL-QUICK-XFERS(AI) * 20
                   + WS-TBL-BLOCKED-CARD(AI) * 30
           END-PERFORM.

       RANK-ACCOUNTS.
                   MOVE WS-TBL-LIMIT-HITS(AI) TO WS-RPT-LIMHIT
                   MOVE WS-TBL-BIG-WDS(AI) TO WS-RPT-BIGWD
                   MOVE WS-TBL-QUICK-XFERS(AI) TO WS-RPT-QUIKXFR
                   MOVE WS-TBL-BLOCKED-CARD(AI) TO WS-RPT-BLKCARD
                   MOVE WS-TBL-SCORE(AI) TO WS-RPT-SCORE
                   WRITE FRAUD-RPT-LINE FROM WS-RPT-DETAIL
                   MOVE WS-TBL-ACCT-NO(AI) TO WS-LOOKUP-ACCT
                   PERFORM FIND-CUSTOMER
                   IF WS-CUST-FOUND = 'Y'
                       MOVE CUST-NAME TO WS-RPT-CUST-NAME
                       MOVE CUST-PHONE TO WS-RPT-CUST-PHONE
                       WRITE FRAUD-RPT-LINE FROM WS-RPT-CUST-LINE
                   END-IF
               END-IF
           CLOSE FRAUD-RPT-FILE.
           DISPLAY "ACCOUNTS FLAGGED: " WS-ACCT-COUNT.

       OPEN-CUSTOMER-FILES.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUST-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CUST-FILE-OK
           ELSE
               DISPLAY "No Customer Master - Names Not Shown"
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
