       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-CLEAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARING-FILE ASSIGN TO "CHKCLEAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CCL-FILE-STATUS.

           SELECT STOP-MAINT-FILE ASSIGN TO "STOPMNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SPM-FILE-STATUS.

           SELECT STOP-MASTER ASSIGN TO "STOPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-KEY
               FILE STATUS IS STP-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT ACCT-JOURNAL ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.

           SELECT RETURN-RPT-FILE ASSIGN TO "CHKRTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT CONTROL-CARD ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

           SELECT ODP-MASTER ASSIGN TO "ODPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODP-ACCT-NO
               FILE STATUS IS ODP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARING-FILE.
       01  CLEARING-RECORD.
           05  CCL-ACCT-NO         PIC 9(8).
           05  CCL-CHECK-NO        PIC 9(10).
           05  CCL-AMOUNT          PIC 9(8)V99.
           05  CCL-PRESENT-BANK    PIC 9(9).
           05  CCL-TRACE-NO        PIC X(15).

       FD  STOP-MAINT-FILE.
       01  STOP-MAINT-RECORD.
           05  SPM-ACTION          PIC X.
           05  SPM-ACCT-NO         PIC 9(8).
           05  SPM-CHECK-NO        PIC 9(10).
           05  SPM-AMOUNT          PIC 9(8)V99.
           05  SPM-OPERATOR-ID     PIC X(8).
           05  SPM-PAYEE           PIC X(20).

       FD  STOP-MASTER.
           COPY STOP-REC.

       FD  ACCOUNT-MASTER.
           COPY ACCOUNT-REC.

       FD  AUDIT-LOG.
           COPY AUDIT-REC.

       FD  ACCT-JOURNAL.
           COPY ACCT-JRNL.

       FD  HOLD-FILE.
           COPY HOLD-REC.

       FD  MAINT-AUDIT-FILE.
           COPY MAINT-AUD-REC.

       FD  RETURN-RPT-FILE.
       01  RETURN-RPT-LINE         PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-NSF-FEE         PIC 9(3)V99.
           05  CTL-STOP-MONTHS     PIC 9(2).
           05  CTL-ODP-INCREMENT   PIC 9(3)V99.
           05  CTL-ODP-FEE         PIC 9(3)V99.

       FD  ODP-MASTER.
           COPY ODP-REC.

       WORKING-STORAGE SECTION.
       01  CCL-FILE-STATUS     PIC X(2) VALUE "00".
       01  SPM-FILE-STATUS     PIC X(2) VALUE "00".
       01  STP-FILE-STATUS     PIC X(2) VALUE "00".
       01  ACCT-FILE-STATUS    PIC X(2) VALUE "00".
       01  AUDIT-FILE-STATUS   PIC X(2) VALUE "00".
       01  JRNL-FILE-STATUS    PIC X(2) VALUE "00".
       01  HOLD-FILE-STATUS    PIC X(2) VALUE "00".
       01  MAUD-FILE-STATUS    PIC X(2) VALUE "00".
       01  RPT-FILE-STATUS     PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  ODP-FILE-STATUS     PIC X(2) VALUE "00".
       01  CCL-EOF             PIC X VALUE 'N'.
       01  SPM-EOF             PIC X VALUE 'N'.
       01  HOLD-EOF            PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-CURRENT-DATETIME PIC X(21).
       01  WS-NSF-FEE          PIC 9(3)V99 VALUE 25.00.
       01  WS-STOP-MONTHS      PIC 9(2) VALUE 6.
       01  WS-MAX-POST-AMT     PIC 9(8)V99 VALUE 99999.99.
       01  WS-JRNL-SEQ         PIC 9(6) VALUE 0.
       01  WS-BEFORE-IMAGE     PIC X(68).
       01  WS-ITEM-AMT         PIC 9(5)V99.
       01  WS-REPORT-AMT       PIC 9(8)V99.
       01  WS-RETURN-REASON    PIC X(20).
       01  WS-ACCT-FOUND       PIC X.
       01  WS-STOP-HIT         PIC X.
       01  WS-REF-ID.
           05  FILLER          PIC X(3) VALUE "CHK".
           05  WS-REF-CHECK-NO PIC 9(10).
           05  FILLER          PIC X VALUE SPACE.

       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 200 TIMES.
               10  WS-HLD-ACCT-NO  PIC 9(8).
               10  WS-HLD-AMOUNT   PIC 9(5)V99.
       01  WS-HOLD-COUNT       PIC 9(3) VALUE 0.
       01  HI                  PIC 9(3).
       01  WS-HELD-AMT         PIC 9(9)V99.
       01  WS-AVAIL-BAL        PIC S9(9)V99.
       01  WS-PROJECTED-BAL    PIC S9(9)V99.

       01  WS-ODP-FILE-OK      PIC X VALUE 'N'.
       01  WS-ODP-INCREMENT    PIC 9(3)V99 VALUE 100.00.
       01  WS-ODP-FEE          PIC 9(3)V99 VALUE 10.00.
       01  WS-ODP-FEE-DUE      PIC X VALUE 'N'.
       01  WS-ODP-SWEPT        PIC X.
       01  WS-ODP-SHORTFALL    PIC 9(7)V99.
       01  WS-ODP-UNITS        PIC 9(7).
       01  WS-ODP-REMAINDER    PIC 9(7)V99.
       01  WS-ODP-SWEEP-AMT    PIC 9(7)V99.
       01  WS-ODP-SOURCE-AVAIL PIC S9(9)V99.
       01  WS-ODP-SAVE-REC     PIC X(68).

       01  WS-STOP-AMOUNT      PIC 9(8)V99.
       01  WS-STOP-EXPIRY      PIC X(8).
       01  WS-EXP-YEAR         PIC 9(4).
       01  WS-EXP-MONTH-NUM    PIC 9(3).
       01  WS-EXP-MONTH        PIC 99.
       01  WS-EXP-DAY          PIC 99.
       01  WS-EXP-MONTH-LEN    PIC 99.
       01  WS-EXP-LEAP-REM     PIC 9(4).

       01  WS-STATUS-MSG       PIC X(20).
       01  WS-OLD-VALUE        PIC X(12).
       01  WS-NEW-VALUE        PIC X(12).
       01  WS-OLD-TEXT         PIC X(30).
       01  WS-NEW-TEXT         PIC X(30).
       01  WS-AUDIT-AMOUNT     PIC 9(7)V99.

       01  WS-STOP-APPLIED     PIC 9(4) VALUE 0.
       01  WS-STOP-REJECTED    PIC 9(4) VALUE 0.
       01  WS-PRESENTED-COUNT  PIC 9(6) VALUE 0.
       01  WS-PAID-COUNT       PIC 9(6) VALUE 0.
       01  WS-RETURNED-COUNT   PIC 9(6) VALUE 0.
       01  WS-STOPPED-COUNT    PIC 9(6) VALUE 0.
       01  WS-REFERRED-COUNT   PIC 9(6) VALUE 0.
       01  WS-NSF-COUNT        PIC 9(6) VALUE 0.
       01  WS-TOT-PAID         PIC 9(9)V99 VALUE 0.
       01  WS-TOT-RETURNED     PIC 9(9)V99 VALUE 0.
       01  WS-TOT-REFERRED     PIC 9(9)V99 VALUE 0.
       01  WS-TOT-NSF-FEES     PIC 9(9)V99 VALUE 0.
       01  WS-ODP-COUNT        PIC 9(6) VALUE 0.
       01  WS-TOT-ODP-FEES     PIC 9(9)V99 VALUE 0.
       01  DISP-AMT            PIC $$$,$$$,$$9.99.

       01  WS-RPT-HDR1.
           05  FILLER           PIC X(80)
               VALUE "INBOUND CLEARING RETURN ITEM REPORT".
       01  WS-RPT-HDR2.
           05  FILLER           PIC X(10) VALUE "ACCOUNT   ".
           05  FILLER           PIC X(12) VALUE "CHECK NO    ".
           05  FILLER           PIC X(11) VALUE "PRESENTED  ".
           05  FILLER           PIC X(15) VALUE "         AMOUNT".
           05  FILLER           PIC X(32) VALUE "  REASON".
       01  WS-RPT-DETAIL.
           05  WS-RPT-ACCT      PIC 9(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-CHECK-NO  PIC 9(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-BANK      PIC 9(9).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-AMOUNT    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-REASON    PIC X(20).
           05  FILLER           PIC X(12) VALUE SPACES.
       01  WS-RPT-TOT-LINE.
           05  WS-RPT-TOT-LABEL PIC X(24).
           05  WS-RPT-TOT-COUNT PIC ZZZ,ZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-TOT-AMT   PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "INBOUND CHECK CLEARING STARTED".

           PERFORM READ-CONTROL-CARD.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-HOLD-TABLE.

           OPEN I-O ACCOUNT-MASTER.
           IF ACCT-FILE-STATUS NOT = "00"
               DISPLAY "** ACCOUNT MASTER OPEN FAILED - STATUS "
                   ACCT-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O STOP-MASTER.
           IF STP-FILE-STATUS NOT = "00"
               DISPLAY "** STOP PAYMENT MASTER OPEN FAILED - STATUS "
                   STP-FILE-STATUS ", RUN STOPPED"
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ODP-MASTER.
           IF ODP-FILE-STATUS = "00"
               MOVE 'Y' TO WS-ODP-FILE-OK
           ELSE
               DISPLAY "No Overdraft Protection Master - No Sweeps"
           END-IF.

           OPEN EXTEND MAINT-AUDIT-FILE.
           IF MAUD-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           PERFORM APPLY-STOP-DECK.
           CLOSE MAINT-AUDIT-FILE.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           OPEN EXTEND ACCT-JOURNAL.
           IF JRNL-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-JOURNAL
           END-IF.
           OPEN OUTPUT RETURN-RPT-FILE.
           WRITE RETURN-RPT-LINE FROM WS-RPT-HDR1.
           WRITE RETURN-RPT-LINE FROM WS-RPT-HDR2.

           OPEN INPUT CLEARING-FILE.
           IF CCL-FILE-STATUS = "35"
               DISPLAY "No Clearing File - Nothing To Post"
               MOVE 'Y' TO CCL-EOF
           ELSE
               READ CLEARING-FILE
                   AT END MOVE 'Y' TO CCL-EOF
               END-READ
           END-IF.

           PERFORM POST-ONE-ITEM UNTIL CCL-EOF = 'Y'.

           PERFORM WRITE-REPORT-TOTALS.

           CLOSE CLEARING-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE STOP-MASTER.
           CLOSE AUDIT-LOG.
           CLOSE ACCT-JOURNAL.
           CLOSE RETURN-RPT-FILE.
           IF WS-ODP-FILE-OK = 'Y'
               CLOSE ODP-MASTER
           END-IF.

           DISPLAY "STOP ORDERS APPLIED    : " WS-STOP-APPLIED.
           DISPLAY "STOP ORDERS REJECTED   : " WS-STOP-REJECTED.
           DISPLAY "ITEMS PRESENTED        : " WS-PRESENTED-COUNT.
           DISPLAY "ITEMS PAID             : " WS-PAID-COUNT.
           DISPLAY "ITEMS RETURNED         : " WS-RETURNED-COUNT.
           DISPLAY "  ON STOP PAYMENT      : " WS-STOPPED-COUNT.
           DISPLAY "ITEMS REFERRED         : " WS-REFERRED-COUNT.
           DISPLAY "NSF FEES CHARGED       : " WS-NSF-COUNT.
           DISPLAY "OD PROTECTION SWEEPS   : " WS-ODP-COUNT.
           MOVE WS-TOT-PAID TO DISP-AMT.
           DISPLAY "TOTAL PAID             : " DISP-AMT.
           DISPLAY "INBOUND CHECK CLEARING COMPLETE".
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "No Control Card - Default NSF Fee And 6 Month"
                   " Stops"
           ELSE
               READ CONTROL-CARD
                   AT END DISPLAY "Empty Control Card"
                   NOT AT END
                       IF CTL-NSF-FEE NUMERIC AND CTL-NSF-FEE > 0
                           MOVE CTL-NSF-FEE TO WS-NSF-FEE
                       END-IF
                       IF CTL-STOP-MONTHS NUMERIC
                           AND CTL-STOP-MONTHS > 0
                           MOVE CTL-STOP-MONTHS TO WS-STOP-MONTHS
                       END-IF
                       IF CTL-ODP-INCREMENT NUMERIC
                           AND CTL-ODP-INCREMENT > 0
                           MOVE CTL-ODP-INCREMENT
                               TO WS-ODP-INCREMENT
                       END-IF
                       IF CTL-ODP-FEE NUMERIC AND CTL-ODP-FEE > 0
                           MOVE CTL-ODP-FEE TO WS-ODP-FEE
                       END-IF
               END-READ
           END-IF.
           CLOSE CONTROL-CARD.

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

       LOAD-HOLD-TABLE.
           OPEN INPUT HOLD-FILE.
           IF HOLD-FILE-STATUS = "35"
               MOVE 'Y' TO HOLD-EOF
           ELSE
               READ HOLD-FILE
                   AT END MOVE 'Y' TO HOLD-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-HOLD UNTIL HOLD-EOF = 'Y'.
           CLOSE HOLD-FILE.

       LOAD-ONE-HOLD.
           IF HLD-STATUS = 'H'
               IF WS-HOLD-COUNT < 200
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE HLD-ACCT-NO
                       TO WS-HLD-ACCT-NO(WS-HOLD-COUNT)
                   MOVE HLD-AMOUNT TO WS-HLD-AMOUNT(WS-HOLD-COUNT)
               ELSE
                   DISPLAY "** HOLD TABLE FULL AT ACCT " HLD-ACCT-NO
                       " - CLEARING RUN STOPPED"
                   CLOSE HOLD-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ HOLD-FILE
               AT END MOVE 'Y' TO HOLD-EOF
           END-READ.

       APPLY-STOP-DECK.
           OPEN INPUT STOP-MAINT-FILE.
           IF SPM-FILE-STATUS = "35"
               DISPLAY "No Stop Payment Deck - No Stops To Apply"
               MOVE 'Y' TO SPM-EOF
           ELSE
               READ STOP-MAINT-FILE
                   AT END MOVE 'Y' TO SPM-EOF
               END-READ
           END-IF.
           PERFORM APPLY-ONE-STOP-MAINT UNTIL SPM-EOF = 'Y'.
           CLOSE STOP-MAINT-FILE.

       APPLY-ONE-STOP-MAINT.
           MOVE SPACES TO WS-STATUS-MSG.
           MOVE SPACES TO WS-OLD-VALUE.
           MOVE SPACES TO WS-NEW-VALUE.
           MOVE SPACES TO WS-OLD-TEXT.
           MOVE SPM-PAYEE TO WS-NEW-TEXT.
           MOVE 0 TO WS-AUDIT-AMOUNT.

           IF SPM-ACCT-NO NOT NUMERIC OR SPM-CHECK-NO NOT NUMERIC
               OR SPM-CHECK-NO = 0
               MOVE "INVALID CHECK NUMBER" TO WS-STATUS-MSG
               ADD 1 TO WS-STOP-REJECTED
           ELSE
               MOVE SPM-CHECK-NO TO WS-NEW-VALUE
               EVALUATE SPM-ACTION
                   WHEN 'S'
                       PERFORM PLACE-STOP
                   WHEN 'X'
                       PERFORM CANCEL-STOP
                   WHEN OTHER
                       MOVE "INVALID ACTION" TO WS-STATUS-MSG
                       ADD 1 TO WS-STOP-REJECTED
               END-EVALUATE
           END-IF.
           PERFORM WRITE-MAINT-AUDIT.

           READ STOP-MAINT-FILE
               AT END MOVE 'Y' TO SPM-EOF
           END-READ.

       PLACE-STOP.
           MOVE SPM-ACCT-NO TO ACCT-NO.
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF SPM-AMOUNT NUMERIC
               MOVE SPM-AMOUNT TO WS-STOP-AMOUNT
           ELSE
               MOVE 0 TO WS-STOP-AMOUNT
           END-IF.
           MOVE WS-STOP-AMOUNT TO WS-AUDIT-AMOUNT.
           IF ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unknown Account: " SPM-ACCT-NO
               MOVE "UNKNOWN ACCOUNT" TO WS-STATUS-MSG
               ADD 1 TO WS-STOP-REJECTED
           ELSE
               MOVE SPM-ACCT-NO TO STP-ACCT-NO
               MOVE SPM-CHECK-NO TO STP-CHECK-NO
               READ STOP-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF STP-FILE-STATUS = "00"
                   IF STP-STATUS = 'A'
                       AND STP-EXPIRY-DATE >= WS-TODAY-DATE
                       MOVE "STOP ALREADY ACTIVE" TO WS-STATUS-MSG
                       ADD 1 TO WS-STOP-REJECTED
                   ELSE
                       MOVE STP-STATUS TO WS-OLD-VALUE
                       MOVE STP-PAYEE TO WS-OLD-TEXT
                       PERFORM BUILD-STOP-RECORD
                       REWRITE STOP-RECORD
                           INVALID KEY
                               DISPLAY "Unable To Update Stop: "
                                   STP-ACCT-NO " " STP-CHECK-NO
                       END-REWRITE
                       MOVE "STOP PLACED" TO WS-STATUS-MSG
                       ADD 1 TO WS-STOP-APPLIED
                   END-IF
               ELSE
                   PERFORM BUILD-STOP-RECORD
                   WRITE STOP-RECORD
                       INVALID KEY
                           DISPLAY "Unable To Write Stop: "
                               STP-ACCT-NO " " STP-CHECK-NO
                   END-WRITE
                   MOVE "STOP PLACED" TO WS-STATUS-MSG
                   ADD 1 TO WS-STOP-APPLIED
               END-IF
           END-IF.
           IF WS-STATUS-MSG = "STOP PLACED"
               DISPLAY "Stop Placed: " SPM-ACCT-NO " Check "
                   SPM-CHECK-NO " Expires " WS-STOP-EXPIRY
           END-IF.

       BUILD-STOP-RECORD.
           PERFORM COMPUTE-STOP-EXPIRY.
           MOVE SPM-ACCT-NO TO STP-ACCT-NO.
           MOVE SPM-CHECK-NO TO STP-CHECK-NO.
           MOVE WS-STOP-AMOUNT TO STP-AMOUNT.
           MOVE WS-TODAY-DATE TO STP-PLACED-DATE.
           MOVE WS-STOP-EXPIRY TO STP-EXPIRY-DATE.
           MOVE 'A' TO STP-STATUS.
           MOVE SPM-OPERATOR-ID TO STP-OPERATOR-ID.
           MOVE SPM-PAYEE TO STP-PAYEE.
           MOVE SPACES TO STP-HIT-DATE.

       COMPUTE-STOP-EXPIRY.
           MOVE WS-TODAY-DATE(1:4) TO WS-EXP-YEAR.
           MOVE WS-TODAY-DATE(5:2) TO WS-EXP-MONTH-NUM.
           MOVE WS-TODAY-DATE(7:2) TO WS-EXP-DAY.
           ADD WS-STOP-MONTHS TO WS-EXP-MONTH-NUM.
           PERFORM UNTIL WS-EXP-MONTH-NUM <= 12
               SUBTRACT 12 FROM WS-EXP-MONTH-NUM
               ADD 1 TO WS-EXP-YEAR
           END-PERFORM.
           MOVE WS-EXP-MONTH-NUM TO WS-EXP-MONTH.
           PERFORM SET-EXP-MONTH-LEN.
           IF WS-EXP-DAY > WS-EXP-MONTH-LEN
               MOVE WS-EXP-MONTH-LEN TO WS-EXP-DAY
           END-IF.
           MOVE WS-EXP-YEAR TO WS-STOP-EXPIRY(1:4).
           MOVE WS-EXP-MONTH TO WS-STOP-EXPIRY(5:2).
           MOVE WS-EXP-DAY TO WS-STOP-EXPIRY(7:2).

       SET-EXP-MONTH-LEN.
           EVALUATE WS-EXP-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-EXP-MONTH-LEN
               WHEN 2
                   COMPUTE WS-EXP-LEAP-REM =
                       FUNCTION MOD(WS-EXP-YEAR, 4)
                   IF WS-EXP-LEAP-REM = 0
                       MOVE 29 TO WS-EXP-MONTH-LEN
                   ELSE
                       MOVE 28 TO WS-EXP-MONTH-LEN
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-EXP-MONTH-LEN
           END-EVALUATE.

       CANCEL-STOP.
           MOVE SPM-ACCT-NO TO STP-ACCT-NO.
           MOVE SPM-CHECK-NO TO STP-CHECK-NO.
           READ STOP-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF STP-FILE-STATUS NOT = "00" OR STP-STATUS NOT = 'A'
               MOVE "NO ACTIVE STOP" TO WS-STATUS-MSG
               ADD 1 TO WS-STOP-REJECTED
           ELSE
               MOVE STP-STATUS TO WS-OLD-VALUE
               MOVE STP-PAYEE TO WS-OLD-TEXT
               MOVE STP-AMOUNT TO WS-AUDIT-AMOUNT
               MOVE 'C' TO STP-STATUS
               REWRITE STOP-RECORD
                   INVALID KEY
                       DISPLAY "Unable To Update Stop: "
                           STP-ACCT-NO " " STP-CHECK-NO
               END-REWRITE
               MOVE "STOP CANCELLED" TO WS-STATUS-MSG
               ADD 1 TO WS-STOP-APPLIED
               DISPLAY "Stop Cancelled: " SPM-ACCT-NO " Check "
                   SPM-CHECK-NO
           END-IF.

       WRITE-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-TODAY-DATE TO MAUD-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO MAUD-TIME.
           MOVE SPM-ACCT-NO TO MAUD-ACCT-NO.
           MOVE SPM-ACTION TO MAUD-ACTION.
           MOVE SPM-OPERATOR-ID TO MAUD-OPERATOR-ID.
           MOVE WS-OLD-VALUE TO MAUD-OLD-VALUE.
           MOVE WS-NEW-VALUE TO MAUD-NEW-VALUE.
           MOVE WS-STATUS-MSG TO MAUD-STATUS-MSG.
           MOVE WS-AUDIT-AMOUNT TO MAUD-AMOUNT.
           MOVE SPACES TO MAUD-CUST-ID.
           MOVE WS-OLD-TEXT TO MAUD-OLD-TEXT.
           MOVE WS-NEW-TEXT TO MAUD-NEW-TEXT.
           MOVE SPACES TO MAUD-CHAIN.
           WRITE MAINT-AUDIT-RECORD.

       POST-ONE-ITEM.
           ADD 1 TO WS-PRESENTED-COUNT.
           MOVE SPACES TO WS-RETURN-REASON.
           MOVE 'N' TO WS-ACCT-FOUND.

           IF CCL-ACCT-NO NOT NUMERIC OR CCL-CHECK-NO NOT NUMERIC
               OR CCL-AMOUNT NOT NUMERIC
               MOVE 0 TO WS-REPORT-AMT
               MOVE "INVALID ITEM" TO WS-RETURN-REASON
           ELSE
               MOVE CCL-AMOUNT TO WS-REPORT-AMT
               MOVE CCL-CHECK-NO TO WS-REF-CHECK-NO
               IF CCL-AMOUNT > WS-MAX-POST-AMT
                   PERFORM REFER-ITEM
               ELSE
                   MOVE CCL-AMOUNT TO WS-ITEM-AMT
                   MOVE CCL-ACCT-NO TO ACCT-NO
                   READ ACCOUNT-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF ACCT-FILE-STATUS NOT = "00"
                       DISPLAY "Unknown Account: " CCL-ACCT-NO
                       MOVE "NO SUCH ACCOUNT" TO WS-RETURN-REASON
                   ELSE
                       MOVE 'Y' TO WS-ACCT-FOUND
                       PERFORM DECIDE-ITEM
                   END-IF
               END-IF
           END-IF.

           IF WS-RETURN-REASON NOT = SPACES
               PERFORM RETURN-ITEM
           END-IF.

           READ CLEARING-FILE
               AT END MOVE 'Y' TO CCL-EOF
           END-READ.

       DECIDE-ITEM.
           PERFORM CHECK-STOP-ORDER.
           IF WS-STOP-HIT = 'Y'
               DISPLAY "Stop Payment On Check " CCL-CHECK-NO
                   " Acct " CCL-ACCT-NO " - Returned"
               MOVE "STOP PAYMENT" TO WS-RETURN-REASON
               MOVE WS-TODAY-DATE TO STP-HIT-DATE
               REWRITE STOP-RECORD
                   INVALID KEY
                       DISPLAY "Unable To Update Stop: "
                           STP-ACCT-NO " " STP-CHECK-NO
               END-REWRITE
               ADD 1 TO WS-STOPPED-COUNT
           ELSE
           IF ACCT-TYPE NOT = 'C' AND ACCT-TYPE NOT = 'M'
               AND ACCT-TYPE NOT = SPACE
               MOVE "NOT A CHECK ACCOUNT" TO WS-RETURN-REASON
           ELSE
           IF ACCT-DORMANT-SW = 'C'
               MOVE "ACCOUNT CLOSED" TO WS-RETURN-REASON
           ELSE
           IF ACCT-DORMANT-SW = 'Y'
               MOVE "ACCOUNT DORMANT" TO WS-RETURN-REASON
           ELSE
               MOVE 'N' TO WS-ODP-FEE-DUE
               PERFORM SUM-UNRELEASED-HOLDS
               COMPUTE WS-AVAIL-BAL = ACCT-BALANCE - WS-HELD-AMT
               IF WS-AVAIL-BAL - WS-ITEM-AMT < 0
                   AND WS-ODP-FILE-OK = 'Y'
                   PERFORM SWEEP-OVERDRAFT-PROTECT
               END-IF
               COMPUTE WS-PROJECTED-BAL = ACCT-BALANCE - WS-ITEM-AMT
               IF WS-PROJECTED-BAL < 0 - ACCT-OVERDRAFT-LIM
                   MOVE "INSUFFICIENT FUNDS" TO WS-RETURN-REASON
               ELSE
               IF WS-AVAIL-BAL - WS-ITEM-AMT < 0 - ACCT-OVERDRAFT-LIM
                   MOVE "UNCOLLECTED FUNDS" TO WS-RETURN-REASON
               ELSE
                   PERFORM PAY-ITEM
                   IF WS-ODP-FEE-DUE = 'Y'
                       PERFORM POST-ODP-FEE
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-STOP-ORDER.
           MOVE 'N' TO WS-STOP-HIT.
           MOVE CCL-ACCT-NO TO STP-ACCT-NO.
           MOVE CCL-CHECK-NO TO STP-CHECK-NO.
           READ STOP-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF STP-FILE-STATUS = "00" AND STP-STATUS = 'A'
               AND STP-EXPIRY-DATE >= WS-TODAY-DATE
               IF STP-AMOUNT = 0 OR STP-AMOUNT = CCL-AMOUNT
                   MOVE 'Y' TO WS-STOP-HIT
               END-IF
           END-IF.

       SUM-UNRELEASED-HOLDS.
           MOVE 0 TO WS-HELD-AMT.
           PERFORM VARYING HI FROM 1 BY 1 UNTIL HI > WS-HOLD-COUNT
               IF WS-HLD-ACCT-NO(HI) = ACCT-NO
                   ADD WS-HLD-AMOUNT(HI) TO WS-HELD-AMT
               END-IF
           END-PERFORM.

       PAY-ITEM.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
           SUBTRACT WS-ITEM-AMT FROM ACCT-BALANCE.
           MOVE WS-TODAY-DATE TO ACCT-LAST-ACT-DATE.
           IF ACCT-BALANCE < ACCT-LOW-WATER-BAL
               MOVE ACCT-BALANCE TO ACCT-LOW-WATER-BAL
           END-IF.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable To Update Account: " ACCT-NO
           END-REWRITE.
           PERFORM WRITE-JOURNAL-IMAGES.

           MOVE WS-ITEM-AMT TO AUD-AMOUNT.
           MOVE "CHECK PAID" TO AUD-STATUS-MSG.
           PERFORM WRITE-AUDIT-RECORD.
           ADD 1 TO WS-PAID-COUNT.
           ADD WS-ITEM-AMT TO WS-TOT-PAID.
           DISPLAY "Check Paid: " CCL-CHECK-NO " Acct " ACCT-NO
               " $" WS-ITEM-AMT.

           IF ACCT-BALANCE < 0
               DISPLAY "Balance Drawn Into Overdraft"
               PERFORM POST-NSF-FEE
           END-IF.

       POST-NSF-FEE.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
           SUBTRACT WS-NSF-FEE FROM ACCT-BALANCE.
           IF ACCT-BALANCE < ACCT-LOW-WATER-BAL
               MOVE ACCT-BALANCE TO ACCT-LOW-WATER-BAL
           END-IF.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable To Post NSF Fee: " ACCT-NO
           END-REWRITE.
           PERFORM WRITE-JOURNAL-IMAGES.
           DISPLAY "NSF/Overdraft Fee Charged: $" WS-NSF-FEE.

           MOVE WS-NSF-FEE TO AUD-AMOUNT.
           MOVE "NSF FEE" TO AUD-STATUS-MSG.
           PERFORM WRITE-AUDIT-RECORD.
           ADD 1 TO WS-NSF-COUNT.
           ADD WS-NSF-FEE TO WS-TOT-NSF-FEES.

       SWEEP-OVERDRAFT-PROTECT.
           MOVE 'N' TO WS-ODP-SWEPT.
           MOVE ACCT-NO TO ODP-ACCT-NO.
           READ ODP-MASTER
               INVALID KEY CONTINUE
           END-READ.

           IF ODP-FILE-STATUS = "00" AND ODP-STATUS = 'A'
               COMPUTE WS-ODP-SHORTFALL = WS-ITEM-AMT - WS-AVAIL-BAL
               DIVIDE WS-ODP-SHORTFALL BY WS-ODP-INCREMENT
                   GIVING WS-ODP-UNITS REMAINDER WS-ODP-REMAINDER
               IF WS-ODP-REMAINDER > 0
                   ADD 1 TO WS-ODP-UNITS
               END-IF
               COMPUTE WS-ODP-SWEEP-AMT =
                   WS-ODP-UNITS * WS-ODP-INCREMENT

               MOVE ACCOUNT-RECORD TO WS-ODP-SAVE-REC
               MOVE ODP-SOURCE-ACCT TO ACCT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "Protecting Account Not On File: "
                           ACCT-NO
               END-READ
               IF ACCT-FILE-STATUS = "00"
                   AND (ACCT-TYPE = 'S' OR ACCT-TYPE = 'M')
                   AND ACCT-DORMANT-SW NOT = 'Y'
                   AND ACCT-DORMANT-SW NOT = 'C'
                   PERFORM SUM-UNRELEASED-HOLDS
                   COMPUTE WS-ODP-SOURCE-AVAIL =
                       ACCT-BALANCE - WS-HELD-AMT
                   IF WS-ODP-SOURCE-AVAIL < WS-ODP-SHORTFALL
                       DISPLAY "Protecting Account Cannot Cover "
                           "Shortfall: " ACCT-NO
                   ELSE
                       IF WS-ODP-SWEEP-AMT > WS-ODP-SOURCE-AVAIL
                           MOVE WS-ODP-SOURCE-AVAIL
                               TO WS-ODP-SWEEP-AMT
                       END-IF
                       IF WS-ODP-SWEEP-AMT <= WS-MAX-POST-AMT
                           PERFORM POST-ODP-SOURCE-LEG
                           MOVE 'Y' TO WS-ODP-SWEPT
                       END-IF
                   END-IF
               END-IF

               MOVE WS-ODP-SAVE-REC TO ACCOUNT-RECORD
               IF WS-ODP-SWEPT = 'Y'
                   PERFORM POST-ODP-TARGET-LEG
               END-IF
           END-IF.

       POST-ODP-SOURCE-LEG.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
           SUBTRACT WS-ODP-SWEEP-AMT FROM ACCT-BALANCE.
           MOVE WS-TODAY-DATE TO ACCT-LAST-ACT-DATE.
           IF ACCT-BALANCE < ACCT-LOW-WATER-BAL
               MOVE ACCT-BALANCE TO ACCT-LOW-WATER-BAL
           END-IF.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable To Debit Protecting Account"
           END-REWRITE.
           PERFORM WRITE-JOURNAL-IMAGES.
           MOVE WS-ODP-SWEEP-AMT TO AUD-AMOUNT.
           MOVE "TRANSFER OUT" TO AUD-STATUS-MSG.
           PERFORM WRITE-AUDIT-RECORD.

       POST-ODP-TARGET-LEG.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
           ADD WS-ODP-SWEEP-AMT TO ACCT-BALANCE.
           ADD WS-ODP-SWEEP-AMT TO WS-AVAIL-BAL.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable To Credit Protected Account"
           END-REWRITE.
           PERFORM WRITE-JOURNAL-IMAGES.
           MOVE WS-ODP-SWEEP-AMT TO AUD-AMOUNT.
           MOVE "TRANSFER IN" TO AUD-STATUS-MSG.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE 'Y' TO WS-ODP-FEE-DUE.
           ADD 1 TO WS-ODP-COUNT.
           DISPLAY "Overdraft Protection Transfer: $" WS-ODP-SWEEP-AMT
               " From Acct " ODP-SOURCE-ACCT.

       POST-ODP-FEE.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
           SUBTRACT WS-ODP-FEE FROM ACCT-BALANCE.
           IF ACCT-BALANCE < ACCT-LOW-WATER-BAL
               MOVE ACCT-BALANCE TO ACCT-LOW-WATER-BAL
           END-IF.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable To Post Transfer Fee: " ACCT-NO
           END-REWRITE.
           PERFORM WRITE-JOURNAL-IMAGES.
           DISPLAY "Overdraft Transfer Fee Charged: $" WS-ODP-FEE.

           MOVE WS-ODP-FEE TO AUD-AMOUNT.
           MOVE "OD TRANSFER FEE" TO AUD-STATUS-MSG.
           PERFORM WRITE-AUDIT-RECORD.
           ADD WS-ODP-FEE TO WS-TOT-ODP-FEES.

       REFER-ITEM.
           DISPLAY "Check " CCL-CHECK-NO " Acct " CCL-ACCT-NO
               " Over Posting Limit - Referred".
           MOVE CCL-ACCT-NO TO WS-RPT-ACCT.
           MOVE CCL-CHECK-NO TO WS-RPT-CHECK-NO.
           MOVE CCL-PRESENT-BANK TO WS-RPT-BANK.
           MOVE WS-REPORT-AMT TO WS-RPT-AMOUNT.
           MOVE "REFER - OVER LIMIT" TO WS-RPT-REASON.
           WRITE RETURN-RPT-LINE FROM WS-RPT-DETAIL.
           ADD 1 TO WS-REFERRED-COUNT.
           ADD WS-REPORT-AMT TO WS-TOT-REFERRED.

       RETURN-ITEM.
           MOVE CCL-ACCT-NO TO WS-RPT-ACCT.
           MOVE CCL-CHECK-NO TO WS-RPT-CHECK-NO.
           MOVE CCL-PRESENT-BANK TO WS-RPT-BANK.
           MOVE WS-REPORT-AMT TO WS-RPT-AMOUNT.
           MOVE WS-RETURN-REASON TO WS-RPT-REASON.
           WRITE RETURN-RPT-LINE FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RETURNED-COUNT.
           ADD WS-REPORT-AMT TO WS-TOT-RETURNED.
           IF WS-ACCT-FOUND = 'Y'
               MOVE WS-ITEM-AMT TO AUD-AMOUNT
               MOVE WS-RETURN-REASON TO AUD-STATUS-MSG
               PERFORM WRITE-AUDIT-RECORD
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
           MOVE 0 TO AUD-OPTION.
           MOVE ACCT-BALANCE TO AUD-BALANCE.
           MOVE "CLR" TO AUD-BRANCH-ID.
           MOVE WS-REF-ID TO AUD-REF-ID.
           MOVE SPACES TO AUD-CHAIN.
           WRITE AUDIT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE "CHECKS PAID           : " TO WS-RPT-TOT-LABEL.
           MOVE WS-PAID-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-PAID TO WS-RPT-TOT-AMT.
           WRITE RETURN-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "CHECKS RETURNED       : " TO WS-RPT-TOT-LABEL.
           MOVE WS-RETURNED-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-RETURNED TO WS-RPT-TOT-AMT.
           WRITE RETURN-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "CHECKS REFERRED       : " TO WS-RPT-TOT-LABEL.
           MOVE WS-REFERRED-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-REFERRED TO WS-RPT-TOT-AMT.
           WRITE RETURN-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "NSF FEES CHARGED      : " TO WS-RPT-TOT-LABEL.
           MOVE WS-NSF-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-NSF-FEES TO WS-RPT-TOT-AMT.
           WRITE RETURN-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "OD TRANSFER FEES      : " TO WS-RPT-TOT-LABEL.
           MOVE WS-ODP-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-ODP-FEES TO WS-RPT-TOT-AMT.
           WRITE RETURN-RPT-LINE FROM WS-RPT-TOT-LINE.
