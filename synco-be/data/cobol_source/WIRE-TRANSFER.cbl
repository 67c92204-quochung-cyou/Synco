       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRE-TRANSFER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIRE-REQUEST-FILE ASSIGN TO "WIREREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRQ-FILE-STATUS.

           SELECT WIRE-IN-FILE ASSIGN TO "WIREIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WIN-FILE-STATUS.

           SELECT WIRE-MASTER ASSIGN TO "WIREMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WIR-KEY
               FILE STATUS IS WIR-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT ACCT-JOURNAL ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.

           SELECT WIRE-OUT-FILE ASSIGN TO "WIREOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WMO-FILE-STATUS.

           SELECT REPAIR-FILE ASSIGN TO "WIRERPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RPR-FILE-STATUS.

           SELECT WIRE-RPT-FILE ASSIGN TO "WIRERPT"
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
       FD  WIRE-REQUEST-FILE.
       01  WIRE-REQUEST-RECORD.
           05  WRQ-ACTION          PIC X.
           05  WRQ-WIRE-ID         PIC X(14).
           05  WRQ-ACCT-NO         PIC 9(8).
           05  WRQ-AMOUNT          PIC 9(7)V99.
           05  WRQ-BENE-ROUTING    PIC 9(9).
           05  WRQ-BENE-BANK       PIC X(30).
           05  WRQ-BENE-ACCT       PIC X(17).
           05  WRQ-BENE-NAME       PIC X(30).
           05  WRQ-DETAILS         PIC X(30).
           05  WRQ-OPERATOR-ID     PIC X(8).

       FD  WIRE-IN-FILE.
       01  WIRE-IN-RECORD.
           05  WIN-WIRE-ID         PIC X(14).
           05  WIN-VALUE-DATE      PIC X(8).
           05  WIN-AMOUNT          PIC 9(7)V99.
           05  WIN-ORIG-ROUTING    PIC 9(9).
           05  WIN-ORIG-BANK       PIC X(30).
           05  WIN-ORIG-NAME       PIC X(30).
           05  WIN-BENE-ACCT       PIC X(17).
           05  WIN-BENE-NAME       PIC X(30).
           05  WIN-DETAILS         PIC X(30).

       FD  WIRE-MASTER.
           COPY WIRE-REC.

       FD  ACCOUNT-MASTER.
           COPY ACCOUNT-REC.

       FD  HOLD-FILE.
           COPY HOLD-REC.

       FD  AUDIT-LOG.
           COPY AUDIT-REC.

       FD  ACCT-JOURNAL.
           COPY ACCT-JRNL.

       FD  MAINT-AUDIT-FILE.
           COPY MAINT-AUD-REC.

       FD  WIRE-OUT-FILE.
       01  WIRE-OUT-RECORD.
           05  WMO-REC-TYPE        PIC X.
           05  WMO-WIRE-ID         PIC X(14).
           05  WMO-VALUE-DATE      PIC X(8).
           05  WMO-AMOUNT          PIC 9(7)V99.
           05  WMO-SENDER-ROUTING  PIC 9(9).
           05  WMO-SENDER-ACCT     PIC 9(8).
           05  WMO-SENDER-NAME     PIC X(30).
           05  WMO-BENE-ROUTING    PIC 9(9).
           05  WMO-BENE-BANK       PIC X(30).
           05  WMO-BENE-ACCT       PIC X(17).
           05  WMO-BENE-NAME       PIC X(30).
           05  WMO-DETAILS         PIC X(30).
           05  WMO-MAKER-ID        PIC X(8).
           05  WMO-CHECKER-ID      PIC X(8).
       01  WIRE-OUT-TRAILER.
           05  WMT-REC-TYPE        PIC X.
           05  WMT-WIRE-COUNT      PIC 9(6).
           05  WMT-TOTAL-AMT       PIC 9(11)V99.
           05  FILLER              PIC X(191).

       FD  REPAIR-FILE.
       01  REPAIR-LINE             PIC X(80).

       FD  WIRE-RPT-FILE.
       01  WIRE-RPT-LINE           PIC X(80).

       FD  CUSTOMER-MASTER.
           COPY CUST-REC.

       FD  CUST-XREF-FILE.
           COPY CUST-XREF.

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-OWN-ROUTING-NO  PIC 9(9).
           05  CTL-RELEASE-DAYS    PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WRQ-FILE-STATUS     PIC X(2) VALUE "00".
       01  WIN-FILE-STATUS     PIC X(2) VALUE "00".
       01  WIR-FILE-STATUS     PIC X(2) VALUE "00".
       01  ACCT-FILE-STATUS    PIC X(2) VALUE "00".
       01  HOLD-FILE-STATUS    PIC X(2) VALUE "00".
       01  AUDIT-FILE-STATUS   PIC X(2) VALUE "00".
       01  JRNL-FILE-STATUS    PIC X(2) VALUE "00".
       01  MAUD-FILE-STATUS    PIC X(2) VALUE "00".
       01  WMO-FILE-STATUS     PIC X(2) VALUE "00".
       01  RPR-FILE-STATUS     PIC X(2) VALUE "00".
       01  RPT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CUST-FILE-STATUS    PIC X(2) VALUE "00".
       01  XREF-FILE-STATUS    PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  WRQ-EOF             PIC X VALUE 'N'.
       01  WIN-EOF             PIC X VALUE 'N'.
       01  WIR-EOF             PIC X VALUE 'N'.
       01  HOLD-EOF            PIC X VALUE 'N'.
       01  XREF-EOF            PIC X VALUE 'N'.
       01  WS-CUST-FILE-OK     PIC X VALUE 'N'.
       01  WS-XREF-FILE-OK     PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-CURRENT-DATETIME PIC X(21).
       01  WS-JRNL-SEQ         PIC 9(6) VALUE 0.
       01  WS-BEFORE-IMAGE     PIC X(68).
       01  WS-REF-ID           PIC X(14).

       01  WS-OWN-ROUTING-NO   PIC 9(9) VALUE 0.
       01  WS-RELEASE-DAYS     PIC 9(3) VALUE 5.
       01  WS-MAX-POST-AMT     PIC 9(8)V99 VALUE 99999.99.
       01  WS-MAX-BALANCE      PIC S9(9)V99 VALUE 9999999.99.

       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 200 TIMES.
               10  WS-HLD-ACCT-NO  PIC 9(8).
               10  WS-HLD-AMOUNT   PIC 9(5)V99.
       01  WS-HOLD-COUNT       PIC 9(3) VALUE 0.
       01  HI                  PIC 9(3).
       01  WS-HELD-AMT         PIC 9(9)V99.
       01  WS-AVAIL-BAL        PIC S9(9)V99.
       01  WS-NEW-BAL          PIC S9(9)V99.

       01  WS-CUST-FOUND       PIC X.
       01  WS-OWNER-ID         PIC X(8).
       01  WS-LOOKUP-ACCT      PIC 9(8).

       01  WS-ROUTING-DIGITS.
           05  WS-RD           PIC 9 OCCURS 9 TIMES.
       01  WS-ROUTING-X REDEFINES WS-ROUTING-DIGITS PIC X(9).
       01  WS-CHECK-SUM        PIC 9(4).
       01  WS-CHECK-REM        PIC 9(4).
       01  WS-CHECK-QUO        PIC 9(4).
       01  WS-ROUTING-OK       PIC X.

       01  WS-TODAY-SERIAL     PIC 9(7).
       01  WS-REC-SERIAL       PIC 9(7).
       01  WS-WIRE-AGE         PIC S9(7).
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

       01  WS-ACCT-OPEN        PIC X.
       01  WS-WIRE-ON-FILE     PIC X.
       01  WS-IN-ACCT          PIC 9(8).
       01  WS-REPAIR-REASON    PIC X(20).
       01  WS-POST-AMT         PIC 9(7)V99.
       01  WS-POST-SIGN        PIC X.
       01  WS-POST-STATUS      PIC X(20).
       01  WS-PRE-BAL          PIC S9(7)V99.
       01  WS-RUN-BAL          PIC S9(7)V99.
       01  WS-CHUNK-LEFT       PIC 9(7)V99.
       01  WS-CHUNK-AMT        PIC 9(5)V99.

       01  WS-STATUS-MSG       PIC X(20).
       01  WS-OLD-VALUE        PIC X(12).
       01  WS-NEW-VALUE        PIC X(12).
       01  WS-NEW-TEXT         PIC X(30).
       01  WS-AUDIT-AMOUNT     PIC 9(7)V99.
       01  WS-AUDIT-ACCT-NO    PIC 9(8).
       01  WS-AUDIT-ACTION     PIC X.
       01  WS-AUDIT-OPERATOR   PIC X(8).

       01  WS-DECK-COUNT       PIC 9(6) VALUE 0.
       01  WS-REJECTED-COUNT   PIC 9(6) VALUE 0.
       01  WS-QUEUED-COUNT     PIC 9(6) VALUE 0.
       01  WS-SENT-COUNT       PIC 9(6) VALUE 0.
       01  WS-REFUSED-COUNT    PIC 9(6) VALUE 0.
       01  WS-CANCEL-COUNT     PIC 9(6) VALUE 0.
       01  WS-EXPIRED-COUNT    PIC 9(6) VALUE 0.
       01  WS-PENDING-COUNT    PIC 9(6) VALUE 0.
       01  WS-IN-COUNT         PIC 9(6) VALUE 0.
       01  WS-CREDITED-COUNT   PIC 9(6) VALUE 0.
       01  WS-REPAIR-COUNT     PIC 9(6) VALUE 0.
       01  WS-HELD-COUNT       PIC 9(6) VALUE 0.
       01  WS-TOT-QUEUED       PIC 9(9)V99 VALUE 0.
       01  WS-TOT-SENT         PIC 9(11)V99 VALUE 0.
       01  WS-TOT-REFUSED      PIC 9(9)V99 VALUE 0.
       01  WS-TOT-CANCELLED    PIC 9(9)V99 VALUE 0.
       01  WS-TOT-EXPIRED      PIC 9(9)V99 VALUE 0.
       01  WS-TOT-PENDING      PIC 9(9)V99 VALUE 0.
       01  WS-TOT-IN           PIC 9(9)V99 VALUE 0.
       01  WS-TOT-CREDITED     PIC 9(9)V99 VALUE 0.
       01  WS-TOT-REPAIR       PIC 9(9)V99 VALUE 0.
       01  WS-TOT-HELD         PIC 9(9)V99 VALUE 0.
       01  DISP-AMT            PIC $$$,$$$,$$9.99.

       01  WS-RPT-HDR1.
           05  FILLER           PIC X(80)
               VALUE "WIRE TRANSFER ACTIVITY REPORT".
       01  WS-RPT-HDR2.
           05  FILLER           PIC X(2)  VALUE "D ".
           05  FILLER           PIC X(15) VALUE "WIRE ID        ".
           05  FILLER           PIC X(9)  VALUE "ACCOUNT  ".
           05  FILLER           PIC X(13) VALUE "      AMOUNT ".
           05  FILLER           PIC X(21) VALUE "RESULT".
           05  FILLER           PIC X(20) VALUE "OPERATOR".
       01  WS-RPT-DETAIL.
           05  WS-RPT-DIR       PIC X.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-WIRE-ID   PIC X(14).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-ACCT      PIC 9(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-RESULT    PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-OPERATOR  PIC X(8).
           05  FILLER           PIC X(12) VALUE SPACES.
       01  WS-RPT-TOT-LINE.
           05  WS-RPT-TOT-LABEL PIC X(24).
           05  WS-RPT-TOT-COUNT PIC ZZZ,ZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-TOT-AMT   PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(33) VALUE SPACES.

       01  WS-RPR-HDR1.
           05  FILLER           PIC X(80)
               VALUE "INCOMING WIRE REPAIR LIST".
       01  WS-RPR-HDR2.
           05  FILLER           PIC X(15) VALUE "WIRE ID        ".
           05  FILLER           PIC X(9)  VALUE "VALUE DT ".
           05  FILLER           PIC X(13) VALUE "      AMOUNT ".
           05  FILLER           PIC X(18) VALUE "BENEFICIARY ACCT  ".
           05  FILLER           PIC X(25) VALUE "REASON".
       01  WS-RPR-DETAIL.
           05  WS-RPR-WIRE-ID   PIC X(14).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPR-VALUE-DATE PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPR-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPR-BENE-ACCT PIC X(17).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPR-REASON    PIC X(20).
           05  FILLER           PIC X(5) VALUE SPACES.
       01  WS-RPR-NAMES.
           05  FILLER           PIC X(15) VALUE SPACES.
           05  WS-RPR-ORIG-NAME PIC X(30).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPR-BENE-NAME PIC X(30).
           05  FILLER           PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "WIRE TRANSFER PROCESSING STARTED".

           PERFORM READ-CONTROL-CARD.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-TODAY-DATE TO WS-WORK-DATE.
           PERFORM COMPUTE-DATE-SERIAL.
           MOVE WS-REC-SERIAL TO WS-TODAY-SERIAL.
           PERFORM OPEN-CUSTOMER-FILES.
           PERFORM LOAD-HOLD-TABLE.

           OPEN I-O ACCOUNT-MASTER.
           IF ACCT-FILE-STATUS NOT = "00"
               DISPLAY "** ACCOUNT MASTER OPEN FAILED - STATUS "
                   ACCT-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O WIRE-MASTER.
           IF WIR-FILE-STATUS NOT = "00"
               DISPLAY "** WIRE MASTER OPEN FAILED - STATUS "
                   WIR-FILE-STATUS ", RUN STOPPED"
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           OPEN EXTEND ACCT-JOURNAL.
           IF JRNL-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-JOURNAL
           END-IF.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF MAUD-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           OPEN OUTPUT WIRE-OUT-FILE.
           OPEN OUTPUT REPAIR-FILE.
           WRITE REPAIR-LINE FROM WS-RPR-HDR1.
           WRITE REPAIR-LINE FROM WS-RPR-HDR2.
           OPEN OUTPUT WIRE-RPT-FILE.
           WRITE WIRE-RPT-LINE FROM WS-RPT-HDR1.
           WRITE WIRE-RPT-LINE FROM WS-RPT-HDR2.

           PERFORM APPLY-INCOMING-WIRES.
           PERFORM APPLY-WIRE-DECK.
           PERFORM REVIEW-WIRE-MASTER.
           CLOSE MAINT-AUDIT-FILE.

           MOVE SPACES TO WIRE-OUT-TRAILER.
           MOVE 'T' TO WMT-REC-TYPE.
           MOVE WS-SENT-COUNT TO WMT-WIRE-COUNT.
           MOVE WS-TOT-SENT TO WMT-TOTAL-AMT.
           WRITE WIRE-OUT-TRAILER.
           PERFORM WRITE-REPORT-TOTALS.

           CLOSE ACCOUNT-MASTER.
           CLOSE WIRE-MASTER.
           CLOSE AUDIT-LOG.
           CLOSE ACCT-JOURNAL.
           CLOSE WIRE-OUT-FILE.
           CLOSE REPAIR-FILE.
           CLOSE WIRE-RPT-FILE.
           IF WS-CUST-FILE-OK = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-XREF-FILE-OK = 'Y'
               CLOSE CUST-XREF-FILE
           END-IF.

           DISPLAY "INCOMING WIRES READ    : " WS-IN-COUNT.
           DISPLAY "INCOMING CREDITED      : " WS-CREDITED-COUNT.
           DISPLAY "INCOMING TO REPAIR     : " WS-REPAIR-COUNT.
           DISPLAY "WIRE DECK ITEMS        : " WS-DECK-COUNT.
           DISPLAY "DECK ITEMS REJECTED    : " WS-REJECTED-COUNT.
           DISPLAY "WIRES QUEUED           : " WS-QUEUED-COUNT.
           DISPLAY "WIRES RELEASED         : " WS-SENT-COUNT.
           DISPLAY "REFUSED - FUNDS        : " WS-REFUSED-COUNT.
           DISPLAY "WIRES CANCELLED        : " WS-CANCEL-COUNT.
           DISPLAY "WIRES EXPIRED          : " WS-EXPIRED-COUNT.
           DISPLAY "AWAITING RELEASE       : " WS-PENDING-COUNT.
           DISPLAY "HELD IN REPAIR         : " WS-HELD-COUNT.
           MOVE WS-TOT-SENT TO DISP-AMT.
           DISPLAY "OUTGOING WIRES SENT    : " DISP-AMT.
           MOVE WS-TOT-CREDITED TO DISP-AMT.
           DISPLAY "INCOMING WIRES CREDITED: " DISP-AMT.
           DISPLAY "WIRE TRANSFER PROCESSING COMPLETE".
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "No Control Card - Default 5 Day Release Window"
           ELSE
               READ CONTROL-CARD
                   AT END DISPLAY "Empty Control Card"
                   NOT AT END
                       IF CTL-OWN-ROUTING-NO NUMERIC
                           MOVE CTL-OWN-ROUTING-NO TO WS-OWN-ROUTING-NO
                       END-IF
                       IF CTL-RELEASE-DAYS NUMERIC
                           AND CTL-RELEASE-DAYS > 0
                           MOVE CTL-RELEASE-DAYS TO WS-RELEASE-DAYS
                       END-IF
               END-READ
           END-IF.
           CLOSE CONTROL-CARD.
           IF WS-OWN-ROUTING-NO = 0
               DISPLAY "** NO SENDING ROUTING NUMBER ON CONTROL CARD"
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

       OPEN-CUSTOMER-FILES.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUST-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CUST-FILE-OK
           ELSE
               DISPLAY "No Customer Master - Originator Names Blank"
           END-IF.
           OPEN INPUT CUST-XREF-FILE.
           IF XREF-FILE-STATUS = "00"
               MOVE 'Y' TO WS-XREF-FILE-OK
           ELSE
               DISPLAY "No Account Cross-Reference File"
           END-IF.

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
                       " - WIRE RUN STOPPED"
                   CLOSE HOLD-FILE
                   IF WS-CUST-FILE-OK = 'Y'
                       CLOSE CUSTOMER-MASTER
                   END-IF
                   IF WS-XREF-FILE-OK = 'Y'
                       CLOSE CUST-XREF-FILE
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ HOLD-FILE
               AT END MOVE 'Y' TO HOLD-EOF
           END-READ.

       APPLY-INCOMING-WIRES.
           OPEN INPUT WIRE-IN-FILE.
           IF WIN-FILE-STATUS = "35"
               DISPLAY "No Incoming Wire File - No Wires To Credit"
               MOVE 'Y' TO WIN-EOF
           ELSE
               READ WIRE-IN-FILE
                   AT END MOVE 'Y' TO WIN-EOF
               END-READ
           END-IF.
           PERFORM APPLY-ONE-INCOMING UNTIL WIN-EOF = 'Y'.
           CLOSE WIRE-IN-FILE.

       APPLY-ONE-INCOMING.
           ADD 1 TO WS-IN-COUNT.
           MOVE SPACES TO WS-REPAIR-REASON.
           MOVE 0 TO WS-IN-ACCT.
           MOVE 'N' TO WS-WIRE-ON-FILE.
           IF WIN-AMOUNT NUMERIC
               ADD WIN-AMOUNT TO WS-TOT-IN
           END-IF.

           IF WIN-WIRE-ID = SPACES
               MOVE "INVALID WIRE ID" TO WS-REPAIR-REASON
           ELSE
               MOVE 'I' TO WIR-DIRECTION
               MOVE WIN-WIRE-ID TO WIR-WIRE-ID
               READ WIRE-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF WIR-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-WIRE-ON-FILE
               END-IF
           END-IF.

           IF WS-REPAIR-REASON = SPACES
               IF WS-WIRE-ON-FILE = 'Y' AND WIR-STATUS NOT = 'H'
                   MOVE "DUPLICATE WIRE" TO WS-REPAIR-REASON
               ELSE
               IF WIN-AMOUNT NOT NUMERIC OR WIN-AMOUNT = 0
                   MOVE "INVALID AMOUNT" TO WS-REPAIR-REASON
               ELSE
                   PERFORM MATCH-BENEFICIARY
               END-IF
               END-IF
           END-IF.

           IF WS-REPAIR-REASON = SPACES
               PERFORM CREDIT-INCOMING-WIRE
           ELSE
               PERFORM SEND-TO-REPAIR
           END-IF.

           READ WIRE-IN-FILE
               AT END MOVE 'Y' TO WIN-EOF
           END-READ.

       MATCH-BENEFICIARY.
           IF WIN-BENE-ACCT(1:8) NUMERIC
               AND WIN-BENE-ACCT(9:9) = SPACES
               MOVE WIN-BENE-ACCT(1:8) TO WS-IN-ACCT
           ELSE
           IF WIN-BENE-ACCT NUMERIC
               AND WIN-BENE-ACCT(1:9) = "000000000"
               MOVE WIN-BENE-ACCT(10:8) TO WS-IN-ACCT
           END-IF
           END-IF.
           IF WS-IN-ACCT = 0
               MOVE "ACCOUNT UNKNOWN" TO WS-REPAIR-REASON
           ELSE
               MOVE WS-IN-ACCT TO ACCT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF ACCT-FILE-STATUS NOT = "00"
                   MOVE "ACCOUNT UNKNOWN" TO WS-REPAIR-REASON
               ELSE
               IF ACCT-DORMANT-SW = 'C'
                   MOVE "ACCOUNT CLOSED" TO WS-REPAIR-REASON
               ELSE
                   COMPUTE WS-NEW-BAL = ACCT-BALANCE + WIN-AMOUNT
                   IF WS-NEW-BAL > WS-MAX-BALANCE
                       MOVE "BALANCE LIMIT" TO WS-REPAIR-REASON
                   END-IF
               END-IF
               END-IF
           END-IF.

       CREDIT-INCOMING-WIRE.
           MOVE WIN-AMOUNT TO WS-POST-AMT.
           MOVE '+' TO WS-POST-SIGN.
           MOVE "WIRE IN" TO WS-POST-STATUS.
           MOVE WIN-WIRE-ID TO WS-REF-ID.
           PERFORM POST-WIRE-AMOUNT.

           PERFORM BUILD-INCOMING-RECORD.
           MOVE WS-TODAY-DATE TO WIR-RELEASE-DATE.
           MOVE 'I' TO WIR-STATUS.
           MOVE SPACES TO WIR-REASON.
           PERFORM STORE-INCOMING-RECORD.

           ADD 1 TO WS-CREDITED-COUNT.
           ADD WIN-AMOUNT TO WS-TOT-CREDITED.
           MOVE "WIRE CREDITED" TO WS-STATUS-MSG.
           MOVE SPACES TO WS-AUDIT-OPERATOR.
           PERFORM WRITE-ACTIVITY-LINE.
           DISPLAY "Incoming Wire Credited: " WIN-WIRE-ID " Acct "
               WS-IN-ACCT " $" WIN-AMOUNT.

       SEND-TO-REPAIR.
           MOVE WIN-WIRE-ID TO WS-RPR-WIRE-ID.
           MOVE WIN-VALUE-DATE TO WS-RPR-VALUE-DATE.
           IF WIN-AMOUNT NUMERIC
               MOVE WIN-AMOUNT TO WS-RPR-AMOUNT
               ADD WIN-AMOUNT TO WS-TOT-REPAIR
           ELSE
               MOVE 0 TO WS-RPR-AMOUNT
           END-IF.
           MOVE WIN-BENE-ACCT TO WS-RPR-BENE-ACCT.
           MOVE WS-REPAIR-REASON TO WS-RPR-REASON.
           WRITE REPAIR-LINE FROM WS-RPR-DETAIL.
           MOVE WIN-ORIG-NAME TO WS-RPR-ORIG-NAME.
           MOVE WIN-BENE-NAME TO WS-RPR-BENE-NAME.
           WRITE REPAIR-LINE FROM WS-RPR-NAMES.
           ADD 1 TO WS-REPAIR-COUNT.

           IF WS-REPAIR-REASON NOT = "INVALID WIRE ID"
               AND WS-REPAIR-REASON NOT = "DUPLICATE WIRE"
               PERFORM BUILD-INCOMING-RECORD
               MOVE SPACES TO WIR-RELEASE-DATE
               MOVE 'H' TO WIR-STATUS
               MOVE WS-REPAIR-REASON TO WIR-REASON
               PERFORM STORE-INCOMING-RECORD
           END-IF.

           MOVE WS-REPAIR-REASON TO WS-STATUS-MSG.
           MOVE SPACES TO WS-AUDIT-OPERATOR.
           PERFORM WRITE-ACTIVITY-LINE.
           DISPLAY "Incoming Wire To Repair: " WIN-WIRE-ID " "
               WS-REPAIR-REASON.

       BUILD-INCOMING-RECORD.
           INITIALIZE WIRE-RECORD.
           MOVE 'I' TO WIR-DIRECTION.
           MOVE WIN-WIRE-ID TO WIR-WIRE-ID.
           MOVE WS-IN-ACCT TO WIR-ACCT-NO.
           IF WIN-AMOUNT NUMERIC
               MOVE WIN-AMOUNT TO WIR-AMOUNT
           END-IF.
           MOVE WIN-VALUE-DATE TO WIR-VALUE-DATE.
           IF WIN-ORIG-ROUTING NUMERIC
               MOVE WIN-ORIG-ROUTING TO WIR-BANK-ROUTING
           END-IF.
           MOVE WIN-ORIG-BANK TO WIR-BANK-NAME.
           MOVE WIN-BENE-ACCT TO WIR-PARTY-ACCT.
           MOVE WIN-ORIG-NAME TO WIR-PARTY-NAME.
           MOVE WIN-BENE-NAME TO WIR-CUST-NAME.
           MOVE WIN-DETAILS TO WIR-DETAILS.
           MOVE WS-TODAY-DATE TO WIR-REQUEST-DATE.

       STORE-INCOMING-RECORD.
           IF WS-WIRE-ON-FILE = 'Y'
               REWRITE WIRE-RECORD
                   INVALID KEY
                       DISPLAY "Unable To Update Wire: " WIR-WIRE-ID
               END-REWRITE
           ELSE
               WRITE WIRE-RECORD
                   INVALID KEY
                       DISPLAY "Unable To Record Wire: " WIR-WIRE-ID
               END-WRITE
           END-IF.

       APPLY-WIRE-DECK.
           OPEN INPUT WIRE-REQUEST-FILE.
           IF WRQ-FILE-STATUS = "35"
               DISPLAY "No Wire Request Deck - No Wires To Apply"
               MOVE 'Y' TO WRQ-EOF
           ELSE
               READ WIRE-REQUEST-FILE
                   AT END MOVE 'Y' TO WRQ-EOF
               END-READ
           END-IF.
           PERFORM APPLY-ONE-WIRE-REQUEST UNTIL WRQ-EOF = 'Y'.
           CLOSE WIRE-REQUEST-FILE.

       APPLY-ONE-WIRE-REQUEST.
           ADD 1 TO WS-DECK-COUNT.
           MOVE SPACES TO WS-STATUS-MSG.
           MOVE SPACES TO WS-OLD-VALUE.
           MOVE SPACES TO WS-NEW-VALUE.
           MOVE SPACES TO WS-NEW-TEXT.
           STRING WRQ-WIRE-ID " " WRQ-BENE-ROUTING
               DELIMITED BY SIZE INTO WS-NEW-TEXT.
           MOVE 0 TO WS-AUDIT-AMOUNT.
           IF WRQ-AMOUNT NUMERIC
               MOVE WRQ-AMOUNT TO WS-AUDIT-AMOUNT
           END-IF.
           MOVE WRQ-ACCT-NO TO WS-AUDIT-ACCT-NO.
           MOVE WRQ-ACTION TO WS-AUDIT-ACTION.
           MOVE WRQ-OPERATOR-ID TO WS-AUDIT-OPERATOR.

           IF WRQ-WIRE-ID = SPACES OR WRQ-ACCT-NO NOT NUMERIC
               MOVE "INVALID WIRE KEY" TO WS-STATUS-MSG
           ELSE
           IF WRQ-OPERATOR-ID = SPACES
               MOVE "OPERATOR REQUIRED" TO WS-STATUS-MSG
           ELSE
               MOVE 'O' TO WIR-DIRECTION
               MOVE WRQ-WIRE-ID TO WIR-WIRE-ID
               READ WIRE-MASTER
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE WRQ-ACTION
                   WHEN 'Q'
                       PERFORM QUEUE-WIRE
                   WHEN 'E'
                       PERFORM RELEASE-WIRE
                   WHEN 'Z'
                       PERFORM CANCEL-WIRE
                   WHEN OTHER
                       MOVE "INVALID ACTION" TO WS-STATUS-MSG
               END-EVALUATE
           END-IF
           END-IF.

           IF WS-STATUS-MSG NOT = "WIRE QUEUED"
               AND WS-STATUS-MSG NOT = "WIRE RELEASED"
               AND WS-STATUS-MSG NOT = "WIRE CANCELLED"
               AND WS-STATUS-MSG NOT = "INSUFFICIENT FUNDS"
               DISPLAY "Wire Request Rejected: " WRQ-WIRE-ID " "
                   WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           PERFORM WRITE-MAINT-AUDIT.
           MOVE 'O' TO WS-RPT-DIR.
           MOVE WRQ-WIRE-ID TO WS-RPT-WIRE-ID.
           MOVE WRQ-ACCT-NO TO WS-RPT-ACCT.
           MOVE WS-AUDIT-AMOUNT TO WS-RPT-AMOUNT.
           MOVE WS-STATUS-MSG TO WS-RPT-RESULT.
           MOVE WRQ-OPERATOR-ID TO WS-RPT-OPERATOR.
           WRITE WIRE-RPT-LINE FROM WS-RPT-DETAIL.

           READ WIRE-REQUEST-FILE
               AT END MOVE 'Y' TO WRQ-EOF
           END-READ.

       QUEUE-WIRE.
           MOVE WRQ-BENE-ROUTING TO WS-ROUTING-X.
           MOVE 'N' TO WS-ROUTING-OK.
           IF WRQ-BENE-ROUTING NUMERIC
               PERFORM VALIDATE-ROUTING-NO
           END-IF.
           IF WIR-FILE-STATUS = "00"
               MOVE "WIRE ALREADY EXISTS" TO WS-STATUS-MSG
           ELSE
           IF WRQ-AMOUNT NOT NUMERIC OR WRQ-AMOUNT = 0
               MOVE "INVALID AMOUNT" TO WS-STATUS-MSG
           ELSE
           IF WS-ROUTING-OK = 'N'
               MOVE "INVALID ROUTING NO" TO WS-STATUS-MSG
           ELSE
           IF WRQ-BENE-ROUTING = WS-OWN-ROUTING-NO
               MOVE "ON-US - USE TRANSFER" TO WS-STATUS-MSG
           ELSE
           IF WRQ-BENE-BANK = SPACES OR WRQ-BENE-ACCT = SPACES
               OR WRQ-BENE-NAME = SPACES
               MOVE "BENEFICIARY MISSING" TO WS-STATUS-MSG
           ELSE
               MOVE WRQ-ACCT-NO TO ACCT-NO
               PERFORM READ-WIRE-ACCOUNT
               IF WS-ACCT-OPEN = 'N'
                   MOVE "ACCOUNT NOT OPEN" TO WS-STATUS-MSG
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           IF WS-STATUS-MSG = SPACES
               INITIALIZE WIRE-RECORD
               MOVE 'O' TO WIR-DIRECTION
               MOVE WRQ-WIRE-ID TO WIR-WIRE-ID
               MOVE WRQ-ACCT-NO TO WIR-ACCT-NO
               MOVE WRQ-AMOUNT TO WIR-AMOUNT
               MOVE SPACES TO WIR-VALUE-DATE
               MOVE WRQ-BENE-ROUTING TO WIR-BANK-ROUTING
               MOVE WRQ-BENE-BANK TO WIR-BANK-NAME
               MOVE WRQ-BENE-ACCT TO WIR-PARTY-ACCT
               MOVE WRQ-BENE-NAME TO WIR-PARTY-NAME
               MOVE SPACES TO WIR-CUST-NAME
               MOVE WRQ-DETAILS TO WIR-DETAILS
               MOVE WS-TODAY-DATE TO WIR-REQUEST-DATE
               MOVE WRQ-OPERATOR-ID TO WIR-MAKER-ID
               MOVE SPACES TO WIR-RELEASE-DATE
               MOVE SPACES TO WIR-CHECKER-ID
               MOVE 'P' TO WIR-STATUS
               MOVE SPACES TO WIR-REASON
               WRITE WIRE-RECORD
                   INVALID KEY
                       DISPLAY "Unable To Record Wire: " WIR-WIRE-ID
               END-WRITE
               MOVE "WIRE QUEUED" TO WS-STATUS-MSG
               MOVE 'P' TO WS-NEW-VALUE
               ADD 1 TO WS-QUEUED-COUNT
               ADD WRQ-AMOUNT TO WS-TOT-QUEUED
           END-IF.

       RELEASE-WIRE.
           IF WIR-FILE-STATUS NOT = "00"
               MOVE "WIRE NOT FOUND" TO WS-STATUS-MSG
           ELSE
           IF WIR-STATUS NOT = 'P'
               MOVE "WIRE NOT PENDING" TO WS-STATUS-MSG
           ELSE
           IF WRQ-OPERATOR-ID = WIR-MAKER-ID
               MOVE "NEEDS 2ND OPERATOR" TO WS-STATUS-MSG
           ELSE
           IF WRQ-ACCT-NO NOT = WIR-ACCT-NO
               OR WRQ-AMOUNT NOT NUMERIC
               OR WRQ-AMOUNT NOT = WIR-AMOUNT
               MOVE "RELEASE MISMATCH" TO WS-STATUS-MSG
           ELSE
               MOVE WIR-ACCT-NO TO ACCT-NO
               PERFORM READ-WIRE-ACCOUNT
               IF WS-ACCT-OPEN = 'N'
                   MOVE "ACCOUNT NOT OPEN" TO WS-STATUS-MSG
               ELSE
               IF ACCT-DORMANT-SW = 'Y'
                   MOVE "ACCOUNT DORMANT" TO WS-STATUS-MSG
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           IF WS-STATUS-MSG = SPACES
               MOVE WIR-STATUS TO WS-OLD-VALUE
               PERFORM SUM-UNRELEASED-HOLDS
               COMPUTE WS-AVAIL-BAL = ACCT-BALANCE - WS-HELD-AMT
               IF WS-AVAIL-BAL < WIR-AMOUNT
                   PERFORM REFUSE-WIRE
               ELSE
                   PERFORM SEND-WIRE
               END-IF
               MOVE WIR-STATUS TO WS-NEW-VALUE
           END-IF.

       SEND-WIRE.
           MOVE WIR-AMOUNT TO WS-POST-AMT.
           MOVE '-' TO WS-POST-SIGN.
           MOVE "WIRE OUT" TO WS-POST-STATUS.
           MOVE WIR-WIRE-ID TO WS-REF-ID.
           PERFORM POST-WIRE-AMOUNT.

           MOVE WIR-ACCT-NO TO WS-LOOKUP-ACCT.
           PERFORM FIND-ACCOUNT-OWNER.
           IF WS-CUST-FOUND = 'Y'
               MOVE CUST-NAME TO WIR-CUST-NAME
           ELSE
               MOVE SPACES TO WIR-CUST-NAME
               DISPLAY "** NO OWNER NAME FOR ACCT " WIR-ACCT-NO
                   " - WIRE " WIR-WIRE-ID " SENT WITHOUT IT"
           END-IF.
           MOVE WS-TODAY-DATE TO WIR-VALUE-DATE.
           MOVE WS-TODAY-DATE TO WIR-RELEASE-DATE.
           MOVE WRQ-OPERATOR-ID TO WIR-CHECKER-ID.
           MOVE 'S' TO WIR-STATUS.
           REWRITE WIRE-RECORD
               INVALID KEY
                   DISPLAY "Unable To Update Wire: " WIR-WIRE-ID
           END-REWRITE.

           MOVE 'D' TO WMO-REC-TYPE.
           MOVE WIR-WIRE-ID TO WMO-WIRE-ID.
           MOVE WIR-VALUE-DATE TO WMO-VALUE-DATE.
           MOVE WIR-AMOUNT TO WMO-AMOUNT.
           MOVE WS-OWN-ROUTING-NO TO WMO-SENDER-ROUTING.
           MOVE WIR-ACCT-NO TO WMO-SENDER-ACCT.
           MOVE WIR-CUST-NAME TO WMO-SENDER-NAME.
           MOVE WIR-BANK-ROUTING TO WMO-BENE-ROUTING.
           MOVE WIR-BANK-NAME TO WMO-BENE-BANK.
           MOVE WIR-PARTY-ACCT TO WMO-BENE-ACCT.
           MOVE WIR-PARTY-NAME TO WMO-BENE-NAME.
           MOVE WIR-DETAILS TO WMO-DETAILS.
           MOVE WIR-MAKER-ID TO WMO-MAKER-ID.
           MOVE WIR-CHECKER-ID TO WMO-CHECKER-ID.
           WRITE WIRE-OUT-RECORD.

           MOVE "WIRE RELEASED" TO WS-STATUS-MSG.
           ADD 1 TO WS-SENT-COUNT.
           ADD WIR-AMOUNT TO WS-TOT-SENT.
           DISPLAY "Wire Released: " WIR-WIRE-ID " Acct "
               WIR-ACCT-NO " $" WIR-AMOUNT.

       REFUSE-WIRE.
           MOVE WRQ-OPERATOR-ID TO WIR-CHECKER-ID.
           MOVE WS-TODAY-DATE TO WIR-RELEASE-DATE.
           MOVE 'F' TO WIR-STATUS.
           MOVE "INSUFFICIENT FUNDS" TO WIR-REASON.
           REWRITE WIRE-RECORD
               INVALID KEY
                   DISPLAY "Unable To Update Wire: " WIR-WIRE-ID
           END-REWRITE.
           MOVE "INSUFFICIENT FUNDS" TO WS-STATUS-MSG.
           ADD 1 TO WS-REFUSED-COUNT.
           ADD WIR-AMOUNT TO WS-TOT-REFUSED.
           DISPLAY "Wire Refused - Insufficient Funds: " WIR-WIRE-ID
               " Acct " WIR-ACCT-NO.

       CANCEL-WIRE.
           IF WIR-FILE-STATUS NOT = "00"
               MOVE "WIRE NOT FOUND" TO WS-STATUS-MSG
           ELSE
           IF WIR-STATUS NOT = 'P'
               MOVE "WIRE NOT PENDING" TO WS-STATUS-MSG
           ELSE
           IF WRQ-ACCT-NO NOT = WIR-ACCT-NO
               MOVE "ACCOUNT MISMATCH" TO WS-STATUS-MSG
           END-IF
           END-IF
           END-IF.

           IF WS-STATUS-MSG = SPACES
               MOVE WIR-STATUS TO WS-OLD-VALUE
               MOVE WIR-AMOUNT TO WS-AUDIT-AMOUNT
               MOVE WRQ-OPERATOR-ID TO WIR-CHECKER-ID
               MOVE WS-TODAY-DATE TO WIR-RELEASE-DATE
               MOVE 'C' TO WIR-STATUS
               MOVE "CANCELLED" TO WIR-REASON
               REWRITE WIRE-RECORD
                   INVALID KEY
                       DISPLAY "Unable To Update Wire: " WIR-WIRE-ID
               END-REWRITE
               MOVE 'C' TO WS-NEW-VALUE
               MOVE "WIRE CANCELLED" TO WS-STATUS-MSG
               ADD 1 TO WS-CANCEL-COUNT
               ADD WIR-AMOUNT TO WS-TOT-CANCELLED
           END-IF.

       READ-WIRE-ACCOUNT.
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF ACCT-FILE-STATUS = "00" AND ACCT-DORMANT-SW NOT = 'C'
               MOVE 'Y' TO WS-ACCT-OPEN
           ELSE
               MOVE 'N' TO WS-ACCT-OPEN
           END-IF.

       SUM-UNRELEASED-HOLDS.
           MOVE 0 TO WS-HELD-AMT.
           PERFORM VARYING HI FROM 1 BY 1 UNTIL HI > WS-HOLD-COUNT
               IF WS-HLD-ACCT-NO(HI) = ACCT-NO
                   ADD WS-HLD-AMOUNT(HI) TO WS-HELD-AMT
               END-IF
           END-PERFORM.

       VALIDATE-ROUTING-NO.
           MOVE 'Y' TO WS-ROUTING-OK.
           IF WRQ-BENE-ROUTING = 0
               MOVE 'N' TO WS-ROUTING-OK
           ELSE
               COMPUTE WS-CHECK-SUM =
                   3 * (WS-RD(1) + WS-RD(4) + WS-RD(7))
                   + 7 * (WS-RD(2) + WS-RD(5) + WS-RD(8))
                   + (WS-RD(3) + WS-RD(6) + WS-RD(9))
               DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUO
                   REMAINDER WS-CHECK-REM
               IF WS-CHECK-REM NOT = 0
                   MOVE 'N' TO WS-ROUTING-OK
               END-IF
           END-IF.

       REVIEW-WIRE-MASTER.
           MOVE LOW-VALUES TO WIR-KEY.
           START WIRE-MASTER KEY IS NOT LESS THAN WIR-KEY
               INVALID KEY MOVE 'Y' TO WIR-EOF
           END-START.
           IF WIR-EOF NOT = 'Y'
               READ WIRE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WIR-EOF
               END-READ
           END-IF.
           PERFORM REVIEW-ONE-WIRE UNTIL WIR-EOF = 'Y'.

       REVIEW-ONE-WIRE.
           IF WIR-STATUS = 'P'
               MOVE WIR-REQUEST-DATE TO WS-WORK-DATE
               PERFORM COMPUTE-DATE-SERIAL
               COMPUTE WS-WIRE-AGE = WS-TODAY-SERIAL - WS-REC-SERIAL
               IF WS-WIRE-AGE > WS-RELEASE-DAYS
                   PERFORM EXPIRE-WIRE
               ELSE
                   ADD 1 TO WS-PENDING-COUNT
                   ADD WIR-AMOUNT TO WS-TOT-PENDING
               END-IF
           END-IF.
           IF WIR-STATUS = 'H'
               ADD 1 TO WS-HELD-COUNT
               ADD WIR-AMOUNT TO WS-TOT-HELD
           END-IF.
           READ WIRE-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WIR-EOF
           END-READ.

       EXPIRE-WIRE.
           MOVE WS-TODAY-DATE TO WIR-RELEASE-DATE.
           MOVE 'E' TO WIR-STATUS.
           MOVE "NOT RELEASED" TO WIR-REASON.
           REWRITE WIRE-RECORD
               INVALID KEY
                   DISPLAY "Unable To Update Wire: " WIR-WIRE-ID
           END-REWRITE.
           MOVE "WIRE EXPIRED" TO WS-STATUS-MSG.
           MOVE 'P' TO WS-OLD-VALUE.
           MOVE 'E' TO WS-NEW-VALUE.
           MOVE SPACES TO WS-NEW-TEXT.
           STRING WIR-WIRE-ID " " WIR-BANK-ROUTING
               DELIMITED BY SIZE INTO WS-NEW-TEXT.
           MOVE WIR-AMOUNT TO WS-AUDIT-AMOUNT.
           MOVE WIR-ACCT-NO TO WS-AUDIT-ACCT-NO.
           MOVE 'Z' TO WS-AUDIT-ACTION.
           MOVE WIR-MAKER-ID TO WS-AUDIT-OPERATOR.
           PERFORM WRITE-MAINT-AUDIT.
           ADD 1 TO WS-EXPIRED-COUNT.
           ADD WIR-AMOUNT TO WS-TOT-EXPIRED.
           MOVE 'O' TO WS-RPT-DIR.
           MOVE WIR-WIRE-ID TO WS-RPT-WIRE-ID.
           MOVE WIR-ACCT-NO TO WS-RPT-ACCT.
           MOVE WIR-AMOUNT TO WS-RPT-AMOUNT.
           MOVE WS-STATUS-MSG TO WS-RPT-RESULT.
           MOVE WIR-MAKER-ID TO WS-RPT-OPERATOR.
           WRITE WIRE-RPT-LINE FROM WS-RPT-DETAIL.
           DISPLAY "Wire Expired Unreleased: " WIR-WIRE-ID " Acct "
               WIR-ACCT-NO.

       WRITE-ACTIVITY-LINE.
           MOVE 'I' TO WS-RPT-DIR.
           MOVE WIN-WIRE-ID TO WS-RPT-WIRE-ID.
           MOVE WS-IN-ACCT TO WS-RPT-ACCT.
           IF WIN-AMOUNT NUMERIC
               MOVE WIN-AMOUNT TO WS-RPT-AMOUNT
           ELSE
               MOVE 0 TO WS-RPT-AMOUNT
           END-IF.
           MOVE WS-STATUS-MSG TO WS-RPT-RESULT.
           MOVE WS-AUDIT-OPERATOR TO WS-RPT-OPERATOR.
           WRITE WIRE-RPT-LINE FROM WS-RPT-DETAIL.

       POST-WIRE-AMOUNT.
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-TODAY-DATE TO AUD-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO AUD-TIME.
           MOVE ACCT-NO TO AUD-ACCT-NO.
           MOVE 0 TO AUD-OPTION.
           MOVE WS-CHUNK-AMT TO AUD-AMOUNT.
           MOVE WS-RUN-BAL TO AUD-BALANCE.
           MOVE WS-POST-STATUS TO AUD-STATUS-MSG.
           MOVE "WIR" TO AUD-BRANCH-ID.
           MOVE WS-REF-ID TO AUD-REF-ID.
           MOVE SPACES TO AUD-CHAIN.
           WRITE AUDIT-RECORD.

       FIND-ACCOUNT-OWNER.
           MOVE 'N' TO WS-CUST-FOUND.
           MOVE SPACES TO WS-OWNER-ID.
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

       WRITE-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-TODAY-DATE TO MAUD-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO MAUD-TIME.
           MOVE WS-AUDIT-ACCT-NO TO MAUD-ACCT-NO.
           MOVE WS-AUDIT-ACTION TO MAUD-ACTION.
           MOVE WS-AUDIT-OPERATOR TO MAUD-OPERATOR-ID.
           MOVE WS-OLD-VALUE TO MAUD-OLD-VALUE.
           MOVE WS-NEW-VALUE TO MAUD-NEW-VALUE.
           MOVE WS-STATUS-MSG TO MAUD-STATUS-MSG.
           MOVE WS-AUDIT-AMOUNT TO MAUD-AMOUNT.
           MOVE SPACES TO MAUD-CUST-ID.
           MOVE SPACES TO MAUD-OLD-TEXT.
           MOVE WS-NEW-TEXT TO MAUD-NEW-TEXT.
           MOVE SPACES TO MAUD-CHAIN.
           WRITE MAINT-AUDIT-RECORD.

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

       WRITE-REPORT-TOTALS.
           MOVE "INCOMING WIRES READ   : " TO WS-RPT-TOT-LABEL.
           MOVE WS-IN-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-IN TO WS-RPT-TOT-AMT.
           WRITE WIRE-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "INCOMING CREDITED     : " TO WS-RPT-TOT-LABEL.
           MOVE WS-CREDITED-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-CREDITED TO WS-RPT-TOT-AMT.
           WRITE WIRE-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "INCOMING TO REPAIR    : " TO WS-RPT-TOT-LABEL.
           MOVE WS-REPAIR-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-REPAIR TO WS-RPT-TOT-AMT.
           WRITE WIRE-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "WIRE DECK ITEMS       : " TO WS-RPT-TOT-LABEL.
           MOVE WS-DECK-COUNT TO WS-RPT-TOT-COUNT.
           MOVE 0 TO WS-RPT-TOT-AMT.
           WRITE WIRE-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "DECK ITEMS REJECTED   : " TO WS-RPT-TOT-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-RPT-TOT-COUNT.
           MOVE 0 TO WS-RPT-TOT-AMT.
           WRITE WIRE-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "WIRES QUEUED          : " TO WS-RPT-TOT-LABEL.
           MOVE WS-QUEUED-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-QUEUED TO WS-RPT-TOT-AMT.
           WRITE WIRE-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "WIRES RELEASED        : " TO WS-RPT-TOT-LABEL.
           MOVE WS-SENT-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-SENT TO WS-RPT-TOT-AMT.
           WRITE WIRE-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "REFUSED - FUNDS       : " TO WS-RPT-TOT-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-REFUSED TO WS-RPT-TOT-AMT.
           WRITE WIRE-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "WIRES CANCELLED       : " TO WS-RPT-TOT-LABEL.
           MOVE WS-CANCEL-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-CANCELLED TO WS-RPT-TOT-AMT.
           WRITE WIRE-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "WIRES EXPIRED         : " TO WS-RPT-TOT-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-EXPIRED TO WS-RPT-TOT-AMT.
           WRITE WIRE-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "AWAITING RELEASE      : " TO WS-RPT-TOT-LABEL.
           MOVE WS-PENDING-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-PENDING TO WS-RPT-TOT-AMT.
           WRITE WIRE-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "HELD IN REPAIR        : " TO WS-RPT-TOT-LABEL.
           MOVE WS-HELD-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-HELD TO WS-RPT-TOT-AMT.
           WRITE WIRE-RPT-LINE FROM WS-RPT-TOT-LINE.
