       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFT-DISPUTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-MAINT-FILE ASSIGN TO "DSPMNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSM-FILE-STATUS.

           SELECT DISPUTE-MASTER ASSIGN TO "DSPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-REF-ID
               FILE STATUS IS DSP-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARC-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT ACCT-JOURNAL ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "DSPNOTC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NTC-FILE-STATUS.

           SELECT AGING-RPT-FILE ASSIGN TO "DSPRPT"
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
       FD  DISPUTE-MAINT-FILE.
       01  DISPUTE-MAINT-RECORD.
           05  DSM-ACTION          PIC X.
           05  DSM-REF-ID          PIC X(14).
           05  DSM-ACCT-NO         PIC 9(8).
           05  DSM-CLAIM-DATE      PIC X(8).
           05  DSM-CLAIM-AMOUNT    PIC 9(5)V99.
           05  DSM-REASON          PIC X(3).
           05  DSM-EXTENDED-SW     PIC X.
           05  DSM-OPERATOR-ID     PIC X(8).

       FD  DISPUTE-MASTER.
           COPY DISPUTE-REC.

       FD  ACCOUNT-MASTER.
           COPY ACCOUNT-REC.

       FD  AUDIT-ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARC-DATE            PIC X(8).
           05  ARC-TIME            PIC X(6).
           05  ARC-ACCT-NO         PIC 9(8).
           05  ARC-OPTION          PIC 9.
           05  ARC-AMOUNT          PIC 9(5)V99.
           05  ARC-BALANCE         PIC S9(7)V99.
           05  ARC-STATUS-MSG      PIC X(20).
           05  ARC-BRANCH-ID       PIC X(4).
           05  ARC-REF-ID          PIC X(14).
           05  FILLER              PIC X(25).

       FD  AUDIT-LOG.
           COPY AUDIT-REC.

       FD  ACCT-JOURNAL.
           COPY ACCT-JRNL.

       FD  MAINT-AUDIT-FILE.
           COPY MAINT-AUD-REC.

       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           05  NTC-ACCT-NO         PIC 9(8).
           05  NTC-REF-ID          PIC X(14).
           05  NTC-NOTICE-TYPE     PIC X.
           05  NTC-AMOUNT          PIC 9(5)V99.
           05  NTC-NOTICE-DATE     PIC X(8).
           05  NTC-RESOLVE-DUE     PIC X(8).
           05  NTC-CUST-NAME       PIC X(30).
           05  NTC-ADDR-LINE       PIC X(30).
           05  NTC-CITY            PIC X(20).
           05  NTC-STATE           PIC XX.
           05  NTC-ZIP             PIC X(9).

       FD  AGING-RPT-FILE.
       01  AGING-RPT-LINE          PIC X(80).

       FD  CUSTOMER-MASTER.
           COPY CUST-REC.

       FD  CUST-XREF-FILE.
           COPY CUST-XREF.

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-PROV-DAYS       PIC 9(3).
           05  CTL-RESOLVE-DAYS    PIC 9(3).
           05  CTL-EXT-PROV-DAYS   PIC 9(3).
           05  CTL-EXT-RESOLVE-DAYS PIC 9(3).
           05  CTL-CREDIT-LEAD     PIC 9(3).
           05  CTL-WARN-DAYS       PIC 9(3).

       WORKING-STORAGE SECTION.
       01  DSM-FILE-STATUS     PIC X(2) VALUE "00".
       01  DSP-FILE-STATUS     PIC X(2) VALUE "00".
       01  ACCT-FILE-STATUS    PIC X(2) VALUE "00".
       01  ARC-FILE-STATUS     PIC X(2) VALUE "00".
       01  AUDIT-FILE-STATUS   PIC X(2) VALUE "00".
       01  JRNL-FILE-STATUS    PIC X(2) VALUE "00".
       01  MAUD-FILE-STATUS    PIC X(2) VALUE "00".
       01  NTC-FILE-STATUS     PIC X(2) VALUE "00".
       01  RPT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CUST-FILE-STATUS    PIC X(2) VALUE "00".
       01  XREF-FILE-STATUS    PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  DSM-EOF             PIC X VALUE 'N'.
       01  DSP-EOF             PIC X VALUE 'N'.
       01  ARC-EOF             PIC X VALUE 'N'.
       01  XREF-EOF            PIC X VALUE 'N'.
       01  WS-CUST-FILE-OK     PIC X VALUE 'N'.
       01  WS-XREF-FILE-OK     PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-CURRENT-DATETIME PIC X(21).
       01  WS-JRNL-SEQ         PIC 9(6) VALUE 0.
       01  WS-BEFORE-IMAGE     PIC X(68).
       01  WS-REF-ID           PIC X(14).

       01  WS-PROV-DAYS        PIC 9(3) VALUE 10.
       01  WS-RESOLVE-DAYS     PIC 9(3) VALUE 45.
       01  WS-EXT-PROV-DAYS    PIC 9(3) VALUE 20.
       01  WS-EXT-RESOLVE-DAYS PIC 9(3) VALUE 90.
       01  WS-CREDIT-LEAD      PIC 9(3) VALUE 2.
       01  WS-WARN-DAYS        PIC 9(3) VALUE 5.

       01  WS-NEW-CLAIM-TABLE.
           05  WS-NEW-CLAIM OCCURS 200 TIMES.
               10  WS-NCL-REF-ID       PIC X(14).
               10  WS-NCL-ACCT-NO      PIC 9(8).
               10  WS-NCL-CLAIM-DATE   PIC X(8).
               10  WS-NCL-CLAIM-AMT    PIC 9(5)V99.
               10  WS-NCL-REASON       PIC X(3).
               10  WS-NCL-EXTENDED-SW  PIC X.
               10  WS-NCL-OPERATOR-ID  PIC X(8).
               10  WS-NCL-FOUND        PIC X.
               10  WS-NCL-TXN-DATE     PIC X(8).
               10  WS-NCL-TXN-STATUS   PIC X(20).
               10  WS-NCL-TXN-AMOUNT   PIC 9(5)V99.
       01  WS-NEW-COUNT        PIC 9(3) VALUE 0.
       01  WS-DSM-NEW-COUNT    PIC 9(6) VALUE 0.
       01  NI                  PIC 9(3).
       01  WS-DUP-FOUND        PIC X.
       01  WS-CLAIM-DATE       PIC X(8).

       01  WS-CUST-FOUND       PIC X.
       01  WS-OWNER-ID         PIC X(8).
       01  WS-LOOKUP-ACCT      PIC 9(8).

       01  WS-ADD-BASE-DATE    PIC X(8).
       01  WS-ADD-DAYS         PIC 9(3).
       01  WS-ADD-RESULT-DATE  PIC X(8).
       01  WS-ADD-YEAR         PIC 9(4).
       01  WS-ADD-MONTH        PIC 99.
       01  WS-ADD-DAY-NUM      PIC 9(3).
       01  WS-ADD-DAY2         PIC 99.
       01  WS-ADD-MONTH-LEN    PIC 99.
       01  WS-ADD-LEAP-REM     PIC 9(4).

       01  WS-TODAY-SERIAL     PIC 9(7).
       01  WS-REC-SERIAL       PIC 9(7).
       01  WS-PROV-LEFT        PIC S9(7).
       01  WS-RESOLVE-LEFT     PIC S9(7).
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
       01  WS-MONEY-DUE        PIC X.
       01  WS-POST-AMT         PIC 9(5)V99.
       01  WS-POST-SIGN        PIC X.
       01  WS-POST-STATUS      PIC X(20).
       01  WS-NOTICE-TYPE      PIC X.
       01  WS-NOTICE-AMT       PIC 9(5)V99.

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
       01  WS-OPENED-COUNT     PIC 9(6) VALUE 0.
       01  WS-PROV-COUNT       PIC 9(6) VALUE 0.
       01  WS-FINAL-COUNT      PIC 9(6) VALUE 0.
       01  WS-DENIED-COUNT     PIC 9(6) VALUE 0.
       01  WS-OUTSTANDING-COUNT PIC 9(6) VALUE 0.
       01  WS-DUE-SOON-COUNT   PIC 9(6) VALUE 0.
       01  WS-PAST-DUE-COUNT   PIC 9(6) VALUE 0.
       01  WS-CLOSED-ACCT-COUNT PIC 9(6) VALUE 0.
       01  WS-NOTICE-COUNT     PIC 9(6) VALUE 0.
       01  WS-NO-ADDR-COUNT    PIC 9(6) VALUE 0.
       01  WS-TOT-CLAIMED      PIC 9(9)V99 VALUE 0.
       01  WS-TOT-PROV         PIC 9(9)V99 VALUE 0.
       01  WS-TOT-FINAL        PIC 9(9)V99 VALUE 0.
       01  WS-TOT-REVERSED     PIC 9(9)V99 VALUE 0.
       01  WS-TOT-OUTSTANDING  PIC 9(9)V99 VALUE 0.
       01  DISP-AMT            PIC $$$,$$$,$$9.99.

       01  WS-RPT-HDR1.
           05  FILLER           PIC X(80)
               VALUE "EFT DISPUTE CLAIMS AGING REPORT".
       01  WS-RPT-HDR2.
           05  FILLER           PIC X(15) VALUE "REF ID         ".
           05  FILLER           PIC X(9)  VALUE "ACCOUNT  ".
           05  FILLER           PIC X(9)  VALUE "CLAIMED  ".
           05  FILLER           PIC X(9)  VALUE "  AMOUNT ".
           05  FILLER           PIC X(2)  VALUE "S ".
           05  FILLER           PIC X(9)  VALUE "CR DUE   ".
           05  FILLER           PIC X(5)  VALUE "LEFT ".
           05  FILLER           PIC X(9)  VALUE "RES DUE  ".
           05  FILLER           PIC X(5)  VALUE "LEFT ".
           05  FILLER           PIC X(8)  VALUE "FLAG".
       01  WS-RPT-DETAIL.
           05  WS-RPT-REF-ID    PIC X(14).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-ACCT      PIC 9(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-CLAIM-DATE PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-AMOUNT    PIC ZZZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-STATUS    PIC X.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-CR-DUE    PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-CR-LEFT   PIC ---9.
           05  WS-RPT-CR-LEFT-X REDEFINES WS-RPT-CR-LEFT PIC X(4).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-RES-DUE   PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-RES-LEFT  PIC ---9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-FLAG      PIC X(8).
       01  WS-RPT-TOT-LINE.
           05  WS-RPT-TOT-LABEL PIC X(24).
           05  WS-RPT-TOT-COUNT PIC ZZZ,ZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-TOT-AMT   PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "EFT DISPUTE PROCESSING STARTED".

           PERFORM READ-CONTROL-CARD.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-TODAY-DATE TO WS-WORK-DATE.
           PERFORM COMPUTE-DATE-SERIAL.
           MOVE WS-REC-SERIAL TO WS-TODAY-SERIAL.
           PERFORM COUNT-NEW-CLAIMS.
           PERFORM OPEN-CUSTOMER-FILES.

           OPEN I-O ACCOUNT-MASTER.
           IF ACCT-FILE-STATUS NOT = "00"
               DISPLAY "** ACCOUNT MASTER OPEN FAILED - STATUS "
                   ACCT-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O DISPUTE-MASTER.
           IF DSP-FILE-STATUS NOT = "00"
               DISPLAY "** DISPUTE MASTER OPEN FAILED - STATUS "
                   DSP-FILE-STATUS ", RUN STOPPED"
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
           OPEN OUTPUT NOTICE-FILE.
           OPEN OUTPUT AGING-RPT-FILE.
           WRITE AGING-RPT-LINE FROM WS-RPT-HDR1.
           WRITE AGING-RPT-LINE FROM WS-RPT-HDR2.

           PERFORM APPLY-DISPUTE-DECK.
           IF WS-NEW-COUNT > 0
               PERFORM FIND-DISPUTED-TRANSACTIONS
               PERFORM OPEN-ONE-CLAIM
                   VARYING NI FROM 1 BY 1 UNTIL NI > WS-NEW-COUNT
           END-IF.
           CLOSE MAINT-AUDIT-FILE.

           PERFORM AGE-OPEN-CLAIMS.
           PERFORM WRITE-REPORT-TOTALS.

           CLOSE ACCOUNT-MASTER.
           CLOSE DISPUTE-MASTER.
           CLOSE AUDIT-LOG.
           CLOSE ACCT-JOURNAL.
           CLOSE NOTICE-FILE.
           CLOSE AGING-RPT-FILE.
           IF WS-CUST-FILE-OK = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-XREF-FILE-OK = 'Y'
               CLOSE CUST-XREF-FILE
           END-IF.

           DISPLAY "DISPUTE DECK ITEMS     : " WS-DECK-COUNT.
           DISPLAY "DECK ITEMS REJECTED    : " WS-REJECTED-COUNT.
           DISPLAY "CLAIMS OPENED          : " WS-OPENED-COUNT.
           DISPLAY "PROVISIONAL CREDITS    : " WS-PROV-COUNT.
           DISPLAY "CREDITS MADE FINAL     : " WS-FINAL-COUNT.
           DISPLAY "DENIED OR WITHDRAWN    : " WS-DENIED-COUNT.
           DISPLAY "CLAIMS OUTSTANDING     : " WS-OUTSTANDING-COUNT.
           DISPLAY "DEADLINES DUE SOON     : " WS-DUE-SOON-COUNT.
           DISPLAY "DEADLINES PAST DUE     : " WS-PAST-DUE-COUNT.
           DISPLAY "CUSTOMER NOTICES       : " WS-NOTICE-COUNT.
           DISPLAY "NOTICES - NO ADDRESS   : " WS-NO-ADDR-COUNT.
           MOVE WS-TOT-PROV TO DISP-AMT.
           DISPLAY "PROVISIONAL CREDITED   : " DISP-AMT.
           MOVE WS-TOT-REVERSED TO DISP-AMT.
           DISPLAY "CREDITS REVERSED       : " DISP-AMT.
           DISPLAY "EFT DISPUTE PROCESSING COMPLETE".
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "No Control Card - Default 10/45 Day Clock"
           ELSE
               READ CONTROL-CARD
                   AT END DISPLAY "Empty Control Card"
                   NOT AT END
                       IF CTL-PROV-DAYS NUMERIC AND CTL-PROV-DAYS > 0
                           MOVE CTL-PROV-DAYS TO WS-PROV-DAYS
                       END-IF
                       IF CTL-RESOLVE-DAYS NUMERIC
                           AND CTL-RESOLVE-DAYS > 0
                           MOVE CTL-RESOLVE-DAYS TO WS-RESOLVE-DAYS
                       END-IF
                       IF CTL-EXT-PROV-DAYS NUMERIC
                           AND CTL-EXT-PROV-DAYS > 0
                           MOVE CTL-EXT-PROV-DAYS
                               TO WS-EXT-PROV-DAYS
                       END-IF
                       IF CTL-EXT-RESOLVE-DAYS NUMERIC
                           AND CTL-EXT-RESOLVE-DAYS > 0
                           MOVE CTL-EXT-RESOLVE-DAYS
                               TO WS-EXT-RESOLVE-DAYS
                       END-IF
                       IF CTL-CREDIT-LEAD NUMERIC
                           MOVE CTL-CREDIT-LEAD TO WS-CREDIT-LEAD
                       END-IF
                       IF CTL-WARN-DAYS NUMERIC
                           MOVE CTL-WARN-DAYS TO WS-WARN-DAYS
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

       COUNT-NEW-CLAIMS.
           OPEN INPUT DISPUTE-MAINT-FILE.
           IF DSM-FILE-STATUS = "35"
               MOVE 'Y' TO DSM-EOF
           ELSE
               READ DISPUTE-MAINT-FILE
                   AT END MOVE 'Y' TO DSM-EOF
               END-READ
           END-IF.
           PERFORM COUNT-ONE-NEW-CLAIM UNTIL DSM-EOF = 'Y'.
           CLOSE DISPUTE-MAINT-FILE.
           MOVE 'N' TO DSM-EOF.
           IF WS-DSM-NEW-COUNT > 200
               DISPLAY "** CLAIM TABLE FULL - " WS-DSM-NEW-COUNT
                   " NEW CLAIMS - DISPUTE RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       COUNT-ONE-NEW-CLAIM.
           IF DSM-ACTION = 'N'
               ADD 1 TO WS-DSM-NEW-COUNT
           END-IF.
           READ DISPUTE-MAINT-FILE
               AT END MOVE 'Y' TO DSM-EOF
           END-READ.

       APPLY-DISPUTE-DECK.
           OPEN INPUT DISPUTE-MAINT-FILE.
           IF DSM-FILE-STATUS = "35"
               DISPLAY "No Dispute Deck - No Claims To Apply"
               MOVE 'Y' TO DSM-EOF
           ELSE
               READ DISPUTE-MAINT-FILE
                   AT END MOVE 'Y' TO DSM-EOF
               END-READ
           END-IF.
           PERFORM APPLY-ONE-DISPUTE-MAINT UNTIL DSM-EOF = 'Y'.
           CLOSE DISPUTE-MAINT-FILE.

       APPLY-ONE-DISPUTE-MAINT.
           ADD 1 TO WS-DECK-COUNT.
           MOVE SPACES TO WS-STATUS-MSG.
           MOVE SPACES TO WS-OLD-VALUE.
           MOVE SPACES TO WS-NEW-VALUE.
           MOVE SPACES TO WS-NEW-TEXT.
           STRING DSM-REF-ID " " DSM-REASON
               DELIMITED BY SIZE INTO WS-NEW-TEXT.
           MOVE 0 TO WS-AUDIT-AMOUNT.
           MOVE DSM-ACCT-NO TO WS-AUDIT-ACCT-NO.
           MOVE DSM-ACTION TO WS-AUDIT-ACTION.
           MOVE DSM-OPERATOR-ID TO WS-AUDIT-OPERATOR.

           IF DSM-REF-ID = SPACES OR DSM-ACCT-NO NOT NUMERIC
               MOVE "INVALID CLAIM KEY" TO WS-STATUS-MSG
           ELSE
               EVALUATE DSM-ACTION
                   WHEN 'N'
                       PERFORM QUEUE-NEW-CLAIM
                   WHEN 'F'
                   WHEN 'D'
                   WHEN 'W'
                       PERFORM RESOLVE-CLAIM
                   WHEN OTHER
                       MOVE "INVALID ACTION" TO WS-STATUS-MSG
               END-EVALUATE
           END-IF.

           IF WS-STATUS-MSG NOT = SPACES
               IF WS-STATUS-MSG NOT = "CREDIT MADE FINAL"
                   AND WS-STATUS-MSG NOT = "CLAIM DENIED"
                   AND WS-STATUS-MSG NOT = "CLAIM WITHDRAWN"
                   DISPLAY "Dispute Rejected: " DSM-REF-ID " "
                       WS-STATUS-MSG
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               PERFORM WRITE-MAINT-AUDIT
           END-IF.

           READ DISPUTE-MAINT-FILE
               AT END MOVE 'Y' TO DSM-EOF
           END-READ.

       QUEUE-NEW-CLAIM.
           IF DSM-CLAIM-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-CLAIM-DATE
           ELSE
               MOVE DSM-CLAIM-DATE TO WS-CLAIM-DATE
           END-IF.
           IF DSM-CLAIM-AMOUNT NUMERIC
               MOVE DSM-CLAIM-AMOUNT TO WS-AUDIT-AMOUNT
           END-IF.

           MOVE DSM-REF-ID TO DSP-REF-ID.
           READ DISPUTE-MASTER
               INVALID KEY CONTINUE
           END-READ.
           MOVE 'N' TO WS-DUP-FOUND.
           PERFORM VARYING NI FROM 1 BY 1
                   UNTIL NI > WS-NEW-COUNT OR WS-DUP-FOUND = 'Y'
               IF WS-NCL-REF-ID(NI) = DSM-REF-ID
                   MOVE 'Y' TO WS-DUP-FOUND
               END-IF
           END-PERFORM.

           IF WS-CLAIM-DATE NOT NUMERIC
               OR WS-CLAIM-DATE(5:2) < "01"
               OR WS-CLAIM-DATE(5:2) > "12"
               OR WS-CLAIM-DATE(7:2) < "01"
               OR WS-CLAIM-DATE(7:2) > "31"
               OR WS-CLAIM-DATE > WS-TODAY-DATE
               MOVE "INVALID CLAIM DATE" TO WS-STATUS-MSG
           ELSE
           IF DSM-CLAIM-AMOUNT NOT NUMERIC
               MOVE "INVALID AMOUNT" TO WS-STATUS-MSG
           ELSE
           IF DSP-FILE-STATUS = "00" OR WS-DUP-FOUND = 'Y'
               MOVE "CLAIM ALREADY FILED" TO WS-STATUS-MSG
           ELSE
           IF WS-NEW-COUNT NOT < 200
               DISPLAY "** CLAIM TABLE FULL AT REF " DSM-REF-ID
                   " - DISPUTE RUN STOPPED"
               CLOSE DISPUTE-MAINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF
           END-IF
           END-IF.

           IF WS-STATUS-MSG = SPACES
               ADD 1 TO WS-NEW-COUNT
               MOVE DSM-REF-ID TO WS-NCL-REF-ID(WS-NEW-COUNT)
               MOVE DSM-ACCT-NO TO WS-NCL-ACCT-NO(WS-NEW-COUNT)
               MOVE WS-CLAIM-DATE TO WS-NCL-CLAIM-DATE(WS-NEW-COUNT)
               MOVE DSM-CLAIM-AMOUNT
                   TO WS-NCL-CLAIM-AMT(WS-NEW-COUNT)
               MOVE DSM-REASON TO WS-NCL-REASON(WS-NEW-COUNT)
               MOVE DSM-EXTENDED-SW
                   TO WS-NCL-EXTENDED-SW(WS-NEW-COUNT)
               MOVE DSM-OPERATOR-ID
                   TO WS-NCL-OPERATOR-ID(WS-NEW-COUNT)
               MOVE 'N' TO WS-NCL-FOUND(WS-NEW-COUNT)
               MOVE SPACES TO WS-NCL-TXN-DATE(WS-NEW-COUNT)
               MOVE SPACES TO WS-NCL-TXN-STATUS(WS-NEW-COUNT)
               MOVE 0 TO WS-NCL-TXN-AMOUNT(WS-NEW-COUNT)
           END-IF.

       FIND-DISPUTED-TRANSACTIONS.
           OPEN INPUT AUDIT-ARCHIVE-FILE.
           IF ARC-FILE-STATUS = "35"
               DISPLAY "No Audit Archive - Disputed Items Not Found"
               MOVE 'Y' TO ARC-EOF
           ELSE
               READ AUDIT-ARCHIVE-FILE
                   AT END MOVE 'Y' TO ARC-EOF
               END-READ
           END-IF.
           PERFORM MATCH-ONE-ARCHIVE UNTIL ARC-EOF = 'Y'.
           CLOSE AUDIT-ARCHIVE-FILE.

       MATCH-ONE-ARCHIVE.
           IF ARC-STATUS-MSG = "WITHDRAWAL"
               OR ARC-STATUS-MSG = "OVERDRAFT WITHDRAWAL"
               OR ARC-STATUS-MSG = "TRANSFER OUT"
               PERFORM VARYING NI FROM 1 BY 1 UNTIL NI > WS-NEW-COUNT
                   IF WS-NCL-REF-ID(NI) = ARC-REF-ID
                       AND WS-NCL-ACCT-NO(NI) = ARC-ACCT-NO
                       AND WS-NCL-FOUND(NI) = 'N'
                       MOVE 'Y' TO WS-NCL-FOUND(NI)
                       MOVE ARC-DATE TO WS-NCL-TXN-DATE(NI)
                       MOVE ARC-STATUS-MSG TO WS-NCL-TXN-STATUS(NI)
                       MOVE ARC-AMOUNT TO WS-NCL-TXN-AMOUNT(NI)
                   END-IF
               END-PERFORM
           END-IF.
           READ AUDIT-ARCHIVE-FILE
               AT END MOVE 'Y' TO ARC-EOF
           END-READ.

       OPEN-ONE-CLAIM.
           MOVE SPACES TO WS-STATUS-MSG.
           MOVE SPACES TO WS-OLD-VALUE.
           MOVE SPACES TO WS-NEW-VALUE.
           MOVE SPACES TO WS-NEW-TEXT.
           STRING WS-NCL-REF-ID(NI) " " WS-NCL-REASON(NI)
               DELIMITED BY SIZE INTO WS-NEW-TEXT.
           MOVE WS-NCL-ACCT-NO(NI) TO WS-AUDIT-ACCT-NO.
           MOVE 'N' TO WS-AUDIT-ACTION.
           MOVE WS-NCL-OPERATOR-ID(NI) TO WS-AUDIT-OPERATOR.
           MOVE WS-NCL-CLAIM-AMT(NI) TO WS-AUDIT-AMOUNT.

           INITIALIZE DISPUTE-RECORD.
           MOVE WS-NCL-REF-ID(NI) TO DSP-REF-ID.
           MOVE WS-NCL-ACCT-NO(NI) TO DSP-ACCT-NO.
           MOVE WS-NCL-CLAIM-DATE(NI) TO DSP-CLAIM-DATE.
           MOVE WS-NCL-TXN-DATE(NI) TO DSP-TXN-DATE.
           MOVE WS-NCL-TXN-STATUS(NI) TO DSP-TXN-STATUS.
           MOVE WS-NCL-TXN-AMOUNT(NI) TO DSP-TXN-AMOUNT.
           PERFORM READ-CLAIM-ACCOUNT.

           IF WS-NCL-FOUND(NI) = 'N'
               MOVE "TRANSACTION NOT FOUND" TO WS-STATUS-MSG
           ELSE
           IF WS-NCL-TXN-DATE(NI) > WS-NCL-CLAIM-DATE(NI)
               MOVE "CLAIM BEFORE TXN" TO WS-STATUS-MSG
           ELSE
           IF WS-ACCT-OPEN = 'N'
               MOVE "ACCOUNT CLOSED" TO WS-STATUS-MSG
           END-IF
           END-IF
           END-IF.

           IF WS-STATUS-MSG NOT = SPACES
               DISPLAY "Dispute Rejected: " WS-NCL-REF-ID(NI) " "
                   WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF WS-NCL-CLAIM-AMT(NI) = 0
                   OR WS-NCL-CLAIM-AMT(NI) > WS-NCL-TXN-AMOUNT(NI)
                   MOVE WS-NCL-TXN-AMOUNT(NI) TO DSP-CLAIM-AMOUNT
               ELSE
                   MOVE WS-NCL-CLAIM-AMT(NI) TO DSP-CLAIM-AMOUNT
               END-IF
               MOVE DSP-CLAIM-AMOUNT TO WS-AUDIT-AMOUNT
               MOVE WS-NCL-REASON(NI) TO DSP-REASON
               IF WS-NCL-EXTENDED-SW(NI) = 'Y'
                   MOVE 'Y' TO DSP-EXTENDED-SW
               ELSE
                   MOVE 'N' TO DSP-EXTENDED-SW
               END-IF
               MOVE DSP-CLAIM-DATE TO WS-ADD-BASE-DATE
               IF DSP-EXTENDED-SW = 'Y'
                   MOVE WS-EXT-PROV-DAYS TO WS-ADD-DAYS
               ELSE
                   MOVE WS-PROV-DAYS TO WS-ADD-DAYS
               END-IF
               PERFORM COMPUTE-DUE-DATE
               MOVE WS-ADD-RESULT-DATE TO DSP-PROV-DUE-DATE
               IF DSP-EXTENDED-SW = 'Y'
                   MOVE WS-EXT-RESOLVE-DAYS TO WS-ADD-DAYS
               ELSE
                   MOVE WS-RESOLVE-DAYS TO WS-ADD-DAYS
               END-IF
               PERFORM COMPUTE-DUE-DATE
               MOVE WS-ADD-RESULT-DATE TO DSP-RESOLVE-DUE-DATE
               MOVE 0 TO DSP-PROV-CREDIT-AMT
               MOVE SPACES TO DSP-PROV-CREDIT-DATE
               MOVE 'O' TO DSP-STATUS
               MOVE SPACES TO DSP-RESOLVE-DATE
               MOVE WS-NCL-OPERATOR-ID(NI) TO DSP-OPERATOR-ID
               WRITE DISPUTE-RECORD
                   INVALID KEY
                       DISPLAY "Unable To Write Claim: " DSP-REF-ID
               END-WRITE
               MOVE "CLAIM OPENED" TO WS-STATUS-MSG
               MOVE 'O' TO WS-NEW-VALUE
               ADD 1 TO WS-OPENED-COUNT
               ADD DSP-CLAIM-AMOUNT TO WS-TOT-CLAIMED
               DISPLAY "Claim Opened: " DSP-REF-ID " Acct "
                   DSP-ACCT-NO " Credit Due " DSP-PROV-DUE-DATE
                   " Resolve By " DSP-RESOLVE-DUE-DATE
           END-IF.
           PERFORM WRITE-MAINT-AUDIT.

       RESOLVE-CLAIM.
           MOVE DSM-REF-ID TO DSP-REF-ID.
           READ DISPUTE-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF DSP-FILE-STATUS NOT = "00"
               MOVE "CLAIM NOT FOUND" TO WS-STATUS-MSG
           ELSE
           IF DSP-STATUS NOT = 'O' AND DSP-STATUS NOT = 'P'
               MOVE "CLAIM NOT OPEN" TO WS-STATUS-MSG
           ELSE
           IF DSP-ACCT-NO NOT = DSM-ACCT-NO
               MOVE "ACCOUNT MISMATCH" TO WS-STATUS-MSG
           END-IF
           END-IF
           END-IF.

           IF WS-STATUS-MSG = SPACES
               MOVE DSP-STATUS TO WS-OLD-VALUE
               MOVE DSP-CLAIM-AMOUNT TO WS-AUDIT-AMOUNT
               MOVE 'N' TO WS-MONEY-DUE
               IF DSM-ACTION = 'F' AND DSP-STATUS = 'O'
                   MOVE 'Y' TO WS-MONEY-DUE
               END-IF
               IF DSM-ACTION NOT = 'F' AND DSP-STATUS = 'P'
                   AND DSP-PROV-CREDIT-AMT > 0
                   MOVE 'Y' TO WS-MONEY-DUE
               END-IF
               IF WS-MONEY-DUE = 'Y'
                   PERFORM READ-CLAIM-ACCOUNT
                   IF WS-ACCT-OPEN = 'N'
                       MOVE "ACCOUNT CLOSED" TO WS-STATUS-MSG
                   END-IF
               END-IF
           END-IF.

           IF WS-STATUS-MSG = SPACES
               IF DSM-ACTION = 'F'
                   PERFORM MAKE-CREDIT-FINAL
               ELSE
                   PERFORM REVERSE-PROVISIONAL-CREDIT
               END-IF
               MOVE DSP-STATUS TO WS-NEW-VALUE
           END-IF.

       MAKE-CREDIT-FINAL.
           IF WS-MONEY-DUE = 'Y'
               MOVE DSP-CLAIM-AMOUNT TO WS-POST-AMT
               MOVE '+' TO WS-POST-SIGN
               MOVE "DISPUTE CREDIT" TO WS-POST-STATUS
               PERFORM POST-DISPUTE-AMOUNT
               MOVE DSP-CLAIM-AMOUNT TO DSP-PROV-CREDIT-AMT
               MOVE WS-TODAY-DATE TO DSP-PROV-CREDIT-DATE
               ADD DSP-CLAIM-AMOUNT TO WS-TOT-FINAL
           END-IF.
           MOVE 'F' TO DSP-STATUS.
           MOVE WS-TODAY-DATE TO DSP-RESOLVE-DATE.
           MOVE DSM-OPERATOR-ID TO DSP-OPERATOR-ID.
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "Unable To Update Claim: " DSP-REF-ID
           END-REWRITE.
           MOVE 'F' TO WS-NOTICE-TYPE.
           MOVE DSP-PROV-CREDIT-AMT TO WS-NOTICE-AMT.
           PERFORM WRITE-DISPUTE-NOTICE.
           MOVE "CREDIT MADE FINAL" TO WS-STATUS-MSG.
           ADD 1 TO WS-FINAL-COUNT.
           DISPLAY "Claim Resolved In Customer Favor: " DSP-REF-ID
               " $" DSP-CLAIM-AMOUNT.

       REVERSE-PROVISIONAL-CREDIT.
           MOVE 0 TO WS-NOTICE-AMT.
           IF WS-MONEY-DUE = 'Y'
               MOVE DSP-PROV-CREDIT-AMT TO WS-POST-AMT
               MOVE '-' TO WS-POST-SIGN
               MOVE "DISPUTE REVERSAL" TO WS-POST-STATUS
               PERFORM POST-DISPUTE-AMOUNT
               MOVE DSP-PROV-CREDIT-AMT TO WS-NOTICE-AMT
               ADD DSP-PROV-CREDIT-AMT TO WS-TOT-REVERSED
           END-IF.
           MOVE DSM-ACTION TO DSP-STATUS.
           MOVE WS-TODAY-DATE TO DSP-RESOLVE-DATE.
           MOVE DSM-OPERATOR-ID TO DSP-OPERATOR-ID.
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "Unable To Update Claim: " DSP-REF-ID
           END-REWRITE.
           MOVE DSM-ACTION TO WS-NOTICE-TYPE.
           PERFORM WRITE-DISPUTE-NOTICE.
           IF DSM-ACTION = 'D'
               MOVE "CLAIM DENIED" TO WS-STATUS-MSG
           ELSE
               MOVE "CLAIM WITHDRAWN" TO WS-STATUS-MSG
           END-IF.
           ADD 1 TO WS-DENIED-COUNT.
           DISPLAY "Claim Closed Without Credit: " DSP-REF-ID
               " Reversed $" WS-NOTICE-AMT.

       READ-CLAIM-ACCOUNT.
           MOVE DSP-ACCT-NO TO ACCT-NO.
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF ACCT-FILE-STATUS = "00" AND ACCT-DORMANT-SW NOT = 'C'
               MOVE 'Y' TO WS-ACCT-OPEN
           ELSE
               MOVE 'N' TO WS-ACCT-OPEN
           END-IF.

       AGE-OPEN-CLAIMS.
           MOVE LOW-VALUES TO DSP-REF-ID.
           START DISPUTE-MASTER KEY IS NOT LESS THAN DSP-REF-ID
               INVALID KEY MOVE 'Y' TO DSP-EOF
           END-START.
           IF DSP-EOF NOT = 'Y'
               READ DISPUTE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO DSP-EOF
               END-READ
           END-IF.
           PERFORM AGE-ONE-CLAIM UNTIL DSP-EOF = 'Y'.

       AGE-ONE-CLAIM.
           IF DSP-STATUS = 'O' OR DSP-STATUS = 'P'
               PERFORM READ-CLAIM-ACCOUNT
               MOVE DSP-PROV-DUE-DATE TO WS-WORK-DATE
               PERFORM COMPUTE-DATE-SERIAL
               COMPUTE WS-PROV-LEFT = WS-REC-SERIAL - WS-TODAY-SERIAL
               MOVE DSP-RESOLVE-DUE-DATE TO WS-WORK-DATE
               PERFORM COMPUTE-DATE-SERIAL
               COMPUTE WS-RESOLVE-LEFT =
                   WS-REC-SERIAL - WS-TODAY-SERIAL
               IF DSP-STATUS = 'O' AND WS-ACCT-OPEN = 'Y'
                   AND WS-PROV-LEFT <= WS-CREDIT-LEAD
                   PERFORM POST-PROVISIONAL-CREDIT
               END-IF
               PERFORM WRITE-AGING-LINE
           END-IF.
           READ DISPUTE-MASTER NEXT RECORD
               AT END MOVE 'Y' TO DSP-EOF
           END-READ.

       POST-PROVISIONAL-CREDIT.
           MOVE DSP-CLAIM-AMOUNT TO WS-POST-AMT.
           MOVE '+' TO WS-POST-SIGN.
           MOVE "DISPUTE CREDIT" TO WS-POST-STATUS.
           PERFORM POST-DISPUTE-AMOUNT.
           MOVE DSP-CLAIM-AMOUNT TO DSP-PROV-CREDIT-AMT.
           MOVE WS-TODAY-DATE TO DSP-PROV-CREDIT-DATE.
           MOVE 'P' TO DSP-STATUS.
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "Unable To Update Claim: " DSP-REF-ID
           END-REWRITE.
           MOVE 'P' TO WS-NOTICE-TYPE.
           MOVE DSP-CLAIM-AMOUNT TO WS-NOTICE-AMT.
           PERFORM WRITE-DISPUTE-NOTICE.
           ADD 1 TO WS-PROV-COUNT.
           ADD DSP-CLAIM-AMOUNT TO WS-TOT-PROV.
           DISPLAY "Provisional Credit Posted: " DSP-REF-ID " Acct "
               DSP-ACCT-NO " $" DSP-CLAIM-AMOUNT.

       WRITE-AGING-LINE.
           MOVE DSP-REF-ID TO WS-RPT-REF-ID.
           MOVE DSP-ACCT-NO TO WS-RPT-ACCT.
           MOVE DSP-CLAIM-DATE TO WS-RPT-CLAIM-DATE.
           MOVE DSP-CLAIM-AMOUNT TO WS-RPT-AMOUNT.
           MOVE DSP-STATUS TO WS-RPT-STATUS.
           MOVE DSP-RESOLVE-DUE-DATE TO WS-RPT-RES-DUE.
           MOVE WS-RESOLVE-LEFT TO WS-RPT-RES-LEFT.
           MOVE SPACES TO WS-RPT-FLAG.
           IF DSP-STATUS = 'P'
               MOVE DSP-PROV-CREDIT-DATE TO WS-RPT-CR-DUE
               MOVE SPACES TO WS-RPT-CR-LEFT-X
           ELSE
               MOVE DSP-PROV-DUE-DATE TO WS-RPT-CR-DUE
               MOVE WS-PROV-LEFT TO WS-RPT-CR-LEFT
               IF WS-PROV-LEFT < 0
                   MOVE "CR LATE" TO WS-RPT-FLAG
               ELSE
               IF WS-PROV-LEFT <= WS-WARN-DAYS
                   MOVE "CR SOON" TO WS-RPT-FLAG
               END-IF
               END-IF
           END-IF.
           IF WS-RPT-FLAG = SPACES
               IF WS-RESOLVE-LEFT < 0
                   MOVE "RES LATE" TO WS-RPT-FLAG
               ELSE
               IF WS-RESOLVE-LEFT <= WS-WARN-DAYS
                   MOVE "RES SOON" TO WS-RPT-FLAG
               END-IF
               END-IF
           END-IF.
           IF WS-RPT-FLAG(5:4) = "LATE"
               ADD 1 TO WS-PAST-DUE-COUNT
           END-IF.
           IF WS-RPT-FLAG(5:4) = "SOON"
               ADD 1 TO WS-DUE-SOON-COUNT
           END-IF.
           IF WS-ACCT-OPEN = 'N'
               MOVE "ACCT CLS" TO WS-RPT-FLAG
               ADD 1 TO WS-CLOSED-ACCT-COUNT
           END-IF.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           ADD DSP-CLAIM-AMOUNT TO WS-TOT-OUTSTANDING.
           WRITE AGING-RPT-LINE FROM WS-RPT-DETAIL.

       POST-DISPUTE-AMOUNT.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
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
           MOVE DSP-REF-ID TO WS-REF-ID.
           PERFORM WRITE-JOURNAL-IMAGES.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-TODAY-DATE TO AUD-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO AUD-TIME.
           MOVE ACCT-NO TO AUD-ACCT-NO.
           MOVE 5 TO AUD-OPTION.
           MOVE WS-POST-AMT TO AUD-AMOUNT.
           MOVE ACCT-BALANCE TO AUD-BALANCE.
           MOVE WS-POST-STATUS TO AUD-STATUS-MSG.
           MOVE "DSP" TO AUD-BRANCH-ID.
           MOVE WS-REF-ID TO AUD-REF-ID.
           MOVE SPACES TO AUD-CHAIN.
           WRITE AUDIT-RECORD.

       WRITE-DISPUTE-NOTICE.
           MOVE DSP-ACCT-NO TO WS-LOOKUP-ACCT.
           PERFORM FIND-ACCOUNT-OWNER.
           IF WS-CUST-FOUND = 'Y'
               MOVE DSP-ACCT-NO TO NTC-ACCT-NO
               MOVE DSP-REF-ID TO NTC-REF-ID
               MOVE WS-NOTICE-TYPE TO NTC-NOTICE-TYPE
               MOVE WS-NOTICE-AMT TO NTC-AMOUNT
               MOVE WS-TODAY-DATE TO NTC-NOTICE-DATE
               MOVE DSP-RESOLVE-DUE-DATE TO NTC-RESOLVE-DUE
               MOVE CUST-NAME TO NTC-CUST-NAME
               MOVE CUST-ADDR-LINE TO NTC-ADDR-LINE
               MOVE CUST-CITY TO NTC-CITY
               MOVE CUST-STATE TO NTC-STATE
               MOVE CUST-ZIP TO NTC-ZIP
               WRITE NOTICE-RECORD
               ADD 1 TO WS-NOTICE-COUNT
           ELSE
               DISPLAY "** NO CUSTOMER ADDRESS FOR ACCT "
                   DSP-ACCT-NO " - DISPUTE NOTICE NOT SENT"
               ADD 1 TO WS-NO-ADDR-COUNT
           END-IF.

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

       COMPUTE-DUE-DATE.
           MOVE WS-ADD-BASE-DATE(1:4) TO WS-ADD-YEAR.
           MOVE WS-ADD-BASE-DATE(5:2) TO WS-ADD-MONTH.
           MOVE WS-ADD-BASE-DATE(7:2) TO WS-ADD-DAY-NUM.
           ADD WS-ADD-DAYS TO WS-ADD-DAY-NUM.
           PERFORM SET-DUE-MONTH-LEN.
           PERFORM ROLL-DUE-MONTH
               UNTIL WS-ADD-DAY-NUM <= WS-ADD-MONTH-LEN.
           MOVE WS-ADD-DAY-NUM TO WS-ADD-DAY2.
           MOVE WS-ADD-YEAR TO WS-ADD-RESULT-DATE(1:4).
           MOVE WS-ADD-MONTH TO WS-ADD-RESULT-DATE(5:2).
           MOVE WS-ADD-DAY2 TO WS-ADD-RESULT-DATE(7:2).

       ROLL-DUE-MONTH.
           SUBTRACT WS-ADD-MONTH-LEN FROM WS-ADD-DAY-NUM.
           ADD 1 TO WS-ADD-MONTH.
           IF WS-ADD-MONTH > 12
               MOVE 1 TO WS-ADD-MONTH
               ADD 1 TO WS-ADD-YEAR
           END-IF.
           PERFORM SET-DUE-MONTH-LEN.

       SET-DUE-MONTH-LEN.
           EVALUATE WS-ADD-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-ADD-MONTH-LEN
               WHEN 2
                   COMPUTE WS-ADD-LEAP-REM =
                       FUNCTION MOD(WS-ADD-YEAR, 4)
                   IF WS-ADD-LEAP-REM = 0
                       MOVE 29 TO WS-ADD-MONTH-LEN
                   ELSE
                       MOVE 28 TO WS-ADD-MONTH-LEN
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-ADD-MONTH-LEN
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
           MOVE "CLAIMS OPENED         : " TO WS-RPT-TOT-LABEL.
           MOVE WS-OPENED-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-CLAIMED TO WS-RPT-TOT-AMT.
           WRITE AGING-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "DECK ITEMS REJECTED   : " TO WS-RPT-TOT-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-RPT-TOT-COUNT.
           MOVE 0 TO WS-RPT-TOT-AMT.
           WRITE AGING-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "PROVISIONAL CREDITS   : " TO WS-RPT-TOT-LABEL.
           MOVE WS-PROV-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-PROV TO WS-RPT-TOT-AMT.
           WRITE AGING-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "CREDITS MADE FINAL    : " TO WS-RPT-TOT-LABEL.
           MOVE WS-FINAL-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-FINAL TO WS-RPT-TOT-AMT.
           WRITE AGING-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "DENIED OR WITHDRAWN   : " TO WS-RPT-TOT-LABEL.
           MOVE WS-DENIED-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-REVERSED TO WS-RPT-TOT-AMT.
           WRITE AGING-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "CLAIMS OUTSTANDING    : " TO WS-RPT-TOT-LABEL.
           MOVE WS-OUTSTANDING-COUNT TO WS-RPT-TOT-COUNT.
           MOVE WS-TOT-OUTSTANDING TO WS-RPT-TOT-AMT.
           WRITE AGING-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "DEADLINES DUE SOON    : " TO WS-RPT-TOT-LABEL.
           MOVE WS-DUE-SOON-COUNT TO WS-RPT-TOT-COUNT.
           MOVE 0 TO WS-RPT-TOT-AMT.
           WRITE AGING-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "DEADLINES PAST DUE    : " TO WS-RPT-TOT-LABEL.
           MOVE WS-PAST-DUE-COUNT TO WS-RPT-TOT-COUNT.
           MOVE 0 TO WS-RPT-TOT-AMT.
           WRITE AGING-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "CLAIMS ON CLOSED ACCTS: " TO WS-RPT-TOT-LABEL.
           MOVE WS-CLOSED-ACCT-COUNT TO WS-RPT-TOT-COUNT.
           MOVE 0 TO WS-RPT-TOT-AMT.
           WRITE AGING-RPT-LINE FROM WS-RPT-TOT-LINE.
