           SELECT CHECK-REQ-FILE ASSIGN TO "CHKREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHKREQ-FILE-STATUS.
           SELECT ON-US-DEP-FILE ASSIGN TO "PAYDEP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYDEP-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.
           SELECT SCREEN-MASTER ASSIGN TO "SCRNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-KEY
               FILE STATUS IS SCR-FILE-STATUS.
           SELECT PAY-HOLD-FILE ASSIGN TO "PAYHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.
           SELECT NEW-PAY-HOLD-FILE ASSIGN TO "PAYHOLDN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLDN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REQ-FILE.
       01  CHECK-REQ-RECORD        PIC X(66).

       FD  ON-US-DEP-FILE.
           COPY TRANS-REC.

       FD  ACCOUNT-MASTER.
           COPY ACCOUNT-REC.

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-OWN-ROUTING-NO  PIC 9(9).
           05  CTL-ON-US-MAX       PIC 9(5)V99.

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       FD  SCREEN-MASTER.
           COPY SCREEN-REC.

       FD  PAY-HOLD-FILE.
       01  PAY-HOLD-RECORD         PIC X(66).

       FD  NEW-PAY-HOLD-FILE.
       01  NEW-PAY-HOLD-RECORD     PIC X(66).

       WORKING-STORAGE SECTION.
       01  NETPAY-FILE-STATUS  PIC X(2) VALUE "00".
       01  ACH-FILE-STATUS     PIC X(2) VALUE "00".
       01  WS-HASH-PART        PIC 9(8).
       01  CHKREQ-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-CHECK-REQ-COUNT  PIC 9(6) VALUE 0.
       01  PAYDEP-FILE-STATUS  PIC X(2) VALUE "00".
       01  ACCT-FILE-STATUS    PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-OWN-ROUTING-NO   PIC 9(9) VALUE 0.
       01  WS-ON-US-MAX        PIC 9(5)V99 VALUE 99999.99.
       01  WS-ON-US-ACCT       PIC 9(8).
       01  WS-ON-US-ACCT-OK    PIC X.
       01  WS-ON-US-REASON     PIC X(24).
       01  WS-ON-US-COUNT      PIC 9(6) VALUE 0.
       01  WS-ON-US-TOTAL      PIC 9(10)V99 VALUE 0.
       01  WS-ON-US-FALLBACK   PIC 9(6) VALUE 0.
       01  WS-ON-US-SEQ        PIC 9(5) VALUE 0.
       01  SCR-FILE-STATUS     PIC X(2) VALUE "00".
       01  HOLD-FILE-STATUS    PIC X(2) VALUE "00".
       01  HOLDN-FILE-STATUS   PIC X(2) VALUE "00".
       01  HOLD-EOF            PIC X VALUE 'N'.
       01  WS-SANCTION-MSG     PIC X(20).
       01  WS-HELD-COUNT       PIC 9(6) VALUE 0.
       01  WS-RELEASED-COUNT   PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ACH DIRECT DEPOSIT GENERATION STARTED".

           PERFORM READ-CONTROL-CARD.
           PERFORM GET-BUSINESS-DATE.

           OPEN INPUT NET-PAY-FILE.
           OPEN OUTPUT ACH-FILE.
           OPEN OUTPUT ACH-EXCP-FILE.
           OPEN OUTPUT CHECK-REQ-FILE.
           OPEN OUTPUT ON-US-DEP-FILE.
           OPEN OUTPUT NEW-PAY-HOLD-FILE.
           OPEN INPUT SCREEN-MASTER.
           IF SCR-FILE-STATUS NOT = "00"
               DISPLAY "** SCREENING MASTER OPEN FAILED - STATUS "
                   SCR-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OWN-ROUTING-NO > 0
               OPEN INPUT ACCOUNT-MASTER
               IF ACCT-FILE-STATUS NOT = "00"
                   DISPLAY "** ACCOUNT MASTER OPEN FAILED - STATUS "
                       ACCT-FILE-STATUS ", RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT PAY-HOLD-FILE.
           IF HOLD-FILE-STATUS = "35"
               MOVE 'Y' TO HOLD-EOF
           ELSE
               READ PAY-HOLD-FILE
                   AT END MOVE 'Y' TO HOLD-EOF
               END-READ
           END-IF.

           PERFORM RETRY-ONE-HELD UNTIL HOLD-EOF = 'Y'.

           IF HOLD-FILE-STATUS NOT = "35"
               CLOSE PAY-HOLD-FILE
           END-IF.

           IF NETPAY-FILE-STATUS = "35"
               DISPLAY "No Net Pay File - Nothing To Pay"
           CLOSE ACH-FILE.
           CLOSE ACH-EXCP-FILE.
           CLOSE CHECK-REQ-FILE.
           CLOSE ON-US-DEP-FILE.
           CLOSE NEW-PAY-HOLD-FILE.
           CLOSE SCREEN-MASTER.
           IF WS-OWN-ROUTING-NO > 0
               CLOSE ACCOUNT-MASTER
           END-IF.

           DISPLAY "ACH ENTRIES WRITTEN : " WS-ENTRY-COUNT.
           DISPLAY "ACH ENTRIES REJECTED: " WS-REJECT-COUNT.
           DISPLAY "ON-US DEPOSITS      : " WS-ON-US-COUNT.
           DISPLAY "ON-US DEPOSIT TOTAL : " WS-ON-US-TOTAL.
           DISPLAY "ON-US TO PAPER CHECK: " WS-ON-US-FALLBACK.
           DISPLAY "CHECK REQUESTS CUT  : " WS-CHECK-REQ-COUNT.
           DISPLAY "HELD FOR SANCTIONS  : " WS-HELD-COUNT.
           DISPLAY "RELEASED FROM HOLD  : " WS-RELEASED-COUNT.
           IF WS-REJECT-COUNT > 0 OR WS-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "ACH DIRECT DEPOSIT GENERATION COMPLETE".
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "No Control Card - All Net Pay Sent By ACH"
           ELSE
               READ CONTROL-CARD
                   AT END DISPLAY "Empty Control Card"
                   NOT AT END
                       IF CTL-OWN-ROUTING-NO NUMERIC
                           MOVE CTL-OWN-ROUTING-NO
                               TO WS-OWN-ROUTING-NO
                       END-IF
                       IF CTL-ON-US-MAX NUMERIC AND CTL-ON-US-MAX > 0
                           MOVE CTL-ON-US-MAX TO WS-ON-US-MAX
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.

       GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDT-FILE-STATUS = "35"
               DISPLAY "No Business Date File - Paying Anyway"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       DISPLAY "Empty Business Date File - Paying"
                           " Anyway"
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-TODAY-DATE
                   NOT AT END
                       MOVE BDT-CURRENT-DATE TO WS-TODAY-DATE
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE-FILE.

       RETRY-ONE-HELD.
           MOVE PAY-HOLD-RECORD TO NET-PAY-RECORD.
           PERFORM CHECK-SANCTIONS-HOLD.
           IF WS-SANCTION-MSG = SPACES
               ADD 1 TO WS-RELEASED-COUNT
               DISPLAY "SANCTIONS HOLD RELEASED FOR " NP-EMP-ID
               PERFORM PAY-ONE-ITEM
           ELSE
               PERFORM HOLD-ONE-ITEM
           END-IF.

           READ PAY-HOLD-FILE
               AT END MOVE 'Y' TO HOLD-EOF
           END-READ.

       BUILD-ONE-ENTRY.
           PERFORM CHECK-SANCTIONS-HOLD.
           IF WS-SANCTION-MSG = SPACES
               PERFORM PAY-ONE-ITEM
           ELSE
               PERFORM HOLD-ONE-ITEM
           END-IF.

           READ NET-PAY-FILE
               AT END MOVE 'Y' TO NETPAY-EOF
           END-READ.

       CHECK-SANCTIONS-HOLD.
           MOVE SPACES TO WS-SANCTION-MSG.
           MOVE 'E' TO SCR-PARTY-TYPE.
           PERFORM CHECK-ONE-PARTY.
           IF WS-SANCTION-MSG = SPACES
               MOVE 'S' TO SCR-PARTY-TYPE
               PERFORM CHECK-ONE-PARTY
           END-IF.

       CHECK-ONE-PARTY.
           MOVE NP-EMP-ID TO SCR-PARTY-KEY.
           READ SCREEN-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF SCR-FILE-STATUS = "00"
               IF SCR-STATUS = 'H'
                   MOVE "SANCTIONS HOLD" TO WS-SANCTION-MSG
               ELSE
               IF SCR-STATUS = 'B'
                   MOVE "SANCTIONS BLOCKED" TO WS-SANCTION-MSG
               END-IF
               END-IF
           END-IF.

       HOLD-ONE-ITEM.
           WRITE NEW-PAY-HOLD-RECORD FROM NET-PAY-RECORD.
           ADD 1 TO WS-HELD-COUNT.
           MOVE SPACES TO ACH-EXCP-LINE.
           STRING WS-SANCTION-MSG DELIMITED BY "  "
               " FOR EMPLOYEE " DELIMITED BY SIZE
               NP-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NP-EMP-NAME DELIMITED BY SIZE
               INTO ACH-EXCP-LINE
           END-STRING.
           WRITE ACH-EXCP-LINE.

       PAY-ONE-ITEM.
           IF NP-PAY-METHOD = 'P'
               WRITE CHECK-REQ-RECORD FROM NET-PAY-RECORD
               ADD 1 TO WS-CHECK-REQ-COUNT
               DISPLAY "PAPER CHECK REQUESTED FOR " NP-EMP-ID
           ELSE
           IF WS-OWN-ROUTING-NO > 0
               AND NP-ROUTING-NO = WS-OWN-ROUTING-NO
               PERFORM PAY-ON-US
           ELSE
               PERFORM PAY-BY-ACH
           END-IF
           END-IF.

       PAY-BY-ACH.
           PERFORM VALIDATE-ROUTING-NO.
           IF WS-ROUTING-OK = 'Y'
               ADD 1 TO WS-CHECK-REQ-COUNT
           END-IF.

       PAY-ON-US.
           COMPUTE WS-DEPOSIT-AMT ROUNDED =
               NP-NET-AMOUNT * NP-SPLIT-PCT / 100.
           PERFORM VALIDATE-ON-US-ACCOUNT.
           IF WS-DEPOSIT-AMT = 0
               DISPLAY "ZERO ON-US SPLIT SKIPPED FOR " NP-EMP-ID
           ELSE
           IF WS-ON-US-ACCT-OK = 'Y'
               MOVE WS-ON-US-ACCT TO TRANS-ACCT-NO
               MOVE ACCT-PVV TO TRANS-PIN
               MOVE 1 TO TRANS-OPTION
               MOVE WS-DEPOSIT-AMT TO TRANS-AMOUNT
               MOVE 0 TO TRANS-TO-ACCT
               MOVE 0 TO TRANS-ORIG-OPTION
               MOVE 0 TO TRANS-CARD-NO
               MOVE "PAY" TO TRANS-BRANCH-ID
               ADD 1 TO WS-ON-US-SEQ
               MOVE SPACES TO TRANS-REF-ID
               MOVE WS-TODAY-DATE TO TRANS-REF-ID(1:8)
               MOVE "P" TO TRANS-REF-ID(9:1)
               MOVE WS-ON-US-SEQ TO TRANS-REF-ID(10:5)
               WRITE TRANS-RECORD
               ADD 1 TO WS-ON-US-COUNT
               ADD WS-DEPOSIT-AMT TO WS-ON-US-TOTAL
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-ON-US-FALLBACK
               MOVE SPACES TO ACH-EXCP-LINE
               STRING "ON-US " DELIMITED BY SIZE
                   WS-ON-US-REASON DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   NP-BANK-ACCT-NO DELIMITED BY SPACE
                   " FOR EMPLOYEE " DELIMITED BY SIZE
                   NP-EMP-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NP-EMP-NAME DELIMITED BY SIZE
                   INTO ACH-EXCP-LINE
               END-STRING
               WRITE ACH-EXCP-LINE
               WRITE CHECK-REQ-RECORD FROM NET-PAY-RECORD
               ADD 1 TO WS-CHECK-REQ-COUNT
           END-IF
           END-IF.

       VALIDATE-ON-US-ACCOUNT.
           MOVE 'N' TO WS-ON-US-ACCT-OK.
           MOVE "ACCOUNT UNKNOWN" TO WS-ON-US-REASON.
           MOVE 0 TO WS-ON-US-ACCT.
           IF NP-BANK-ACCT-NO(1:8) NUMERIC
               AND NP-BANK-ACCT-NO(9:9) = SPACES
               MOVE NP-BANK-ACCT-NO(1:8) TO WS-ON-US-ACCT
           ELSE
           IF NP-BANK-ACCT-NO NUMERIC
               AND NP-BANK-ACCT-NO(1:9) = "000000000"
               MOVE NP-BANK-ACCT-NO(10:8) TO WS-ON-US-ACCT
           END-IF
           END-IF.
           IF WS-ON-US-ACCT > 0
               MOVE WS-ON-US-ACCT TO ACCT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF ACCT-FILE-STATUS = "00"
                   IF ACCT-DORMANT-SW = 'C'
                       MOVE "ACCOUNT CLOSED" TO WS-ON-US-REASON
                   ELSE
                   IF ACCT-LOCKED-SW = 'Y'
                       MOVE "ACCOUNT LOCKED" TO WS-ON-US-REASON
                   ELSE
                   IF WS-DEPOSIT-AMT > WS-ON-US-MAX
                       MOVE "AMOUNT OVER LIMIT" TO WS-ON-US-REASON
                   ELSE
                       MOVE 'Y' TO WS-ON-US-ACCT-OK
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDATE-ROUTING-NO.
           MOVE NP-ROUTING-NO TO WS-ROUTING-X.
           MOVE 'Y' TO WS-ROUTING-OK.
