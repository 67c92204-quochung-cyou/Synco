       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-TXN-FILE ASSIGN TO "CARDMNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CDMT-FILE-STATUS.

           SELECT CARD-MASTER ASSIGN TO "CARDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CARD-NO
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS.

           SELECT CARD-SEQ-FILE ASSIGN TO "CARDSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.

           SELECT CARD-SEQ-OUT ASSIGN TO "CARDSEQN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEQN-FILE-STATUS.

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

           SELECT REISSUE-FILE ASSIGN TO "REISSUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RISS-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT CONTROL-CARD ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

           SELECT PIN-KEY-FILE ASSIGN TO "PINKEY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PKY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-TXN-FILE.
       01  CARD-TXN-RECORD.
           05  CDM-ACTION          PIC X.
           05  CDM-CARD-NO         PIC 9(16).
           05  CDM-ACCT-NO         PIC 9(8).
           05  CDM-PIN             PIC 9(4).
           05  CDM-DAILY-LIMIT     PIC 9(7)V99.
           05  CDM-OPERATOR-ID     PIC X(8).
           05  CDM-REASON          PIC X.

       FD  CARD-MASTER.
           COPY CARD-REC.

       FD  ACCOUNT-MASTER.
           COPY ACCOUNT-REC.

       FD  CARD-SEQ-FILE.
       01  CARD-SEQ-RECORD.
           05  CSQ-NEXT-SEQ        PIC 9(9).

       FD  CARD-SEQ-OUT.
       01  CARD-SEQ-OUT-RECORD     PIC X(9).

       FD  CUSTOMER-MASTER.
           COPY CUST-REC.

       FD  CUST-XREF-FILE.
           COPY CUST-XREF.

       FD  REISSUE-FILE.
       01  REISSUE-RECORD.
           05  RIS-CARD-NO         PIC 9(16).
           05  RIS-ACCT-NO         PIC 9(8).
           05  RIS-EXPIRY-DATE     PIC X(8).
           05  RIS-CUST-NAME       PIC X(30).
           05  RIS-ADDR-LINE       PIC X(30).
           05  RIS-CITY            PIC X(20).
           05  RIS-STATE           PIC XX.
           05  RIS-ZIP             PIC X(9).

       FD  MAINT-AUDIT-FILE.
           COPY MAINT-AUD-REC.

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-CARD-BIN        PIC 9(6).
           05  CTL-EXPIRY-YEARS    PIC 9(2).

       FD  PIN-KEY-FILE.
       01  PIN-KEY-RECORD.
           05  PKY-KEY             PIC X(16).
           05  FILLER              PIC X(64).

       WORKING-STORAGE SECTION.
       01  CDMT-FILE-STATUS    PIC X(2) VALUE "00".
       01  CARD-FILE-STATUS    PIC X(2) VALUE "00".
       01  ACCT-FILE-STATUS    PIC X(2) VALUE "00".
       01  SEQ-FILE-STATUS     PIC X(2) VALUE "00".
       01  SEQN-FILE-STATUS    PIC X(2) VALUE "00".
       01  CUST-FILE-STATUS    PIC X(2) VALUE "00".
       01  XREF-FILE-STATUS    PIC X(2) VALUE "00".
       01  RISS-FILE-STATUS    PIC X(2) VALUE "00".
       01  MAUD-FILE-STATUS    PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  PKY-FILE-STATUS     PIC X(2) VALUE "00".
       01  CDMT-EOF            PIC X VALUE 'N'.
       01  CARD-EOF            PIC X VALUE 'N'.
       01  XREF-EOF            PIC X VALUE 'N'.
       01  WS-CUST-FILE-OK     PIC X VALUE 'N'.
       01  WS-XREF-FILE-OK     PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-CURRENT-DATETIME PIC X(21).
       01  WS-MONTH-END-SW     PIC X VALUE 'N'.
       01  WS-CARD-BIN         PIC 9(6) VALUE 400000.
       01  WS-EXPIRY-YEARS     PIC 9(2) VALUE 3.
       01  WS-NEXT-SEQ         PIC 9(9) VALUE 1.
       01  WS-DUMMY-CARD-NO    PIC 9(16) VALUE 9999999999999999.
       01  WS-APPLIED-COUNT    PIC 9(4) VALUE 0.
       01  WS-REJECTED-COUNT   PIC 9(4) VALUE 0.
       01  WS-EXPIRED-COUNT    PIC 9(6) VALUE 0.
       01  WS-REISSUE-COUNT    PIC 9(6) VALUE 0.
       01  WS-NO-ADDR-COUNT    PIC 9(6) VALUE 0.
       01  WS-STATUS-MSG       PIC X(20).
       01  WS-AUDIT-ACTION     PIC X.
       01  WS-AUDIT-ACCT       PIC 9(8).
       01  WS-AUDIT-OPERATOR   PIC X(8).
       01  WS-AUDIT-AMOUNT     PIC 9(7)V99.
       01  WS-OLD-TEXT         PIC X(30).
       01  WS-NEW-TEXT         PIC X(30).

       01  WS-NEW-CARD-X       PIC X(16).
       01  WS-NEW-CARD-NO REDEFINES WS-NEW-CARD-X PIC 9(16).
       01  WS-SEQ-DIGITS       PIC 9(9).
       01  WS-CHECK-DIGIT      PIC 9.
       01  LX                  PIC 99.
       01  WS-LUHN-SUM         PIC 9(4) VALUE 0.
       01  WS-LUHN-DIGIT       PIC 9(2) VALUE 0.
       01  WS-LUHN-DOUBLE      PIC X VALUE 'N'.
       01  WS-LUHN-QUOTIENT    PIC 9(4).
       01  WS-LUHN-REMAINDER   PIC 9(4).

       01  WS-OLD-CARD-NO      PIC 9(16).
       01  WS-OLD-ACCT-NO      PIC 9(8).
       01  WS-OLD-PVV          PIC 9(4).
       01  WS-OLD-DAILY-LIMIT  PIC 9(7)V99.
       01  WS-OLD-STATUS       PIC X.
       01  WS-NEW-PVV          PIC 9(4).
       01  WS-NEW-DAILY-LIMIT  PIC 9(7)V99.
       01  WS-CARD-WRITTEN     PIC X.

       01  WS-EXPIRY-DATE      PIC X(8).
       01  WS-EXP-YEAR         PIC 9(4).
       01  WS-EXP-MONTH        PIC 99.
       01  WS-EXP-MONTH-LEN    PIC 99.
       01  WS-EXP-LEAP-REM     PIC 9(4).
       01  WS-NEXT-MONTH-YM    PIC X(6).
       01  WS-NXT-YEAR         PIC 9(4).
       01  WS-NXT-MONTH        PIC 99.

       01  WS-CUST-FOUND       PIC X.
       01  WS-LOOKUP-CUST-ID   PIC X(8).

       01  WS-PIN-KEY          PIC X(16) VALUE SPACES.
       01  WS-PVV-DATA.
           05  WS-PVV-KEY          PIC X(16).
           05  WS-PVV-TYPE         PIC X.
           05  WS-PVV-ACCT         PIC X(8).
           05  WS-PVV-PIN          PIC X(4).
       01  WS-PVV-IX           PIC 9(2).
       01  WS-PVV-HASH-1       PIC 9(8).
       01  WS-PVV-HASH-2       PIC 9(8).
       01  WS-PVV              PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CARD MAINTENANCE STARTED".

           PERFORM READ-CONTROL-CARD.
           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-PIN-KEY.
           PERFORM READ-CARD-SEQUENCE.

           OPEN INPUT CARD-TXN-FILE.
           OPEN I-O CARD-MASTER.
           IF CARD-FILE-STATUS NOT = "00"
               DISPLAY "** CARD MASTER OPEN FAILED - STATUS "
                   CARD-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-MASTER.
           IF ACCT-FILE-STATUS NOT = "00"
               DISPLAY "** ACCOUNT MASTER OPEN FAILED - STATUS "
                   ACCT-FILE-STATUS ", RUN STOPPED"
               CLOSE CARD-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF MAUD-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.

           IF CDMT-FILE-STATUS = "35"
               DISPLAY "No Card Maintenance File - Nothing To Apply"
               MOVE 'Y' TO CDMT-EOF
           ELSE
               READ CARD-TXN-FILE
                   AT END MOVE 'Y' TO CDMT-EOF
               END-READ
           END-IF.

           PERFORM APPLY-ONE-CARD-MAINT UNTIL CDMT-EOF = 'Y'.

           CLOSE CARD-TXN-FILE.
           CLOSE ACCOUNT-MASTER.

           PERFORM WRITE-CARD-SEQUENCE.

           IF WS-MONTH-END-SW = 'Y'
               PERFORM OPEN-CUSTOMER-FILES
               PERFORM SET-NEXT-MONTH
           END-IF.
           OPEN OUTPUT REISSUE-FILE.

           MOVE 0 TO CRD-CARD-NO.
           START CARD-MASTER KEY IS NOT LESS THAN CRD-CARD-NO
               INVALID KEY MOVE 'Y' TO CARD-EOF
           END-START.
           IF CARD-EOF NOT = 'Y'
               READ CARD-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO CARD-EOF
               END-READ
           END-IF.
           PERFORM SCAN-ONE-CARD UNTIL CARD-EOF = 'Y'.

           CLOSE CARD-MASTER.
           CLOSE REISSUE-FILE.
           CLOSE MAINT-AUDIT-FILE.
           IF WS-CUST-FILE-OK = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-XREF-FILE-OK = 'Y'
               CLOSE CUST-XREF-FILE
           END-IF.

           DISPLAY "CARD MAINT APPLIED     : " WS-APPLIED-COUNT.
           DISPLAY "CARD MAINT REJECTED    : " WS-REJECTED-COUNT.
           DISPLAY "CARDS EXPIRED          : " WS-EXPIRED-COUNT.
           IF WS-MONTH-END-SW = 'Y'
               DISPLAY "CARDS FOR REISSUE      : " WS-REISSUE-COUNT
               DISPLAY "REISSUE - NO ADDRESS   : " WS-NO-ADDR-COUNT
           END-IF.
           DISPLAY "CARD MAINTENANCE COMPLETE".
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "No Control Card - Default BIN And 3 Year"
                   " Expiry"
           ELSE
               READ CONTROL-CARD
                   AT END DISPLAY "Empty Control Card"
                   NOT AT END
                       IF CTL-CARD-BIN NUMERIC AND CTL-CARD-BIN > 0
                           MOVE CTL-CARD-BIN TO WS-CARD-BIN
                       END-IF
                       IF CTL-EXPIRY-YEARS NUMERIC
                           AND CTL-EXPIRY-YEARS > 0
                           MOVE CTL-EXPIRY-YEARS TO WS-EXPIRY-YEARS
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
                       MOVE BDT-MONTH-END-SW TO WS-MONTH-END-SW
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE-FILE.

       READ-CARD-SEQUENCE.
           OPEN INPUT CARD-SEQ-FILE.
           IF SEQ-FILE-STATUS = "35"
               DISPLAY "No Card Sequence File - Starting At 000000001"
           ELSE
               READ CARD-SEQ-FILE
                   AT END DISPLAY "Empty Card Sequence File"
                   NOT AT END
                       IF CSQ-NEXT-SEQ NUMERIC AND CSQ-NEXT-SEQ > 0
                           MOVE CSQ-NEXT-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-IF.
           CLOSE CARD-SEQ-FILE.

       WRITE-CARD-SEQUENCE.
           OPEN OUTPUT CARD-SEQ-OUT.
           MOVE WS-NEXT-SEQ TO CARD-SEQ-OUT-RECORD.
           WRITE CARD-SEQ-OUT-RECORD.
           CLOSE CARD-SEQ-OUT.

       APPLY-ONE-CARD-MAINT.
           MOVE CDM-ACTION TO WS-AUDIT-ACTION.
           MOVE CDM-ACCT-NO TO WS-AUDIT-ACCT.
           MOVE CDM-OPERATOR-ID TO WS-AUDIT-OPERATOR.
           MOVE 0 TO WS-AUDIT-AMOUNT.
           MOVE SPACES TO WS-OLD-TEXT.
           MOVE SPACES TO WS-NEW-TEXT.
           MOVE SPACES TO WS-STATUS-MSG.

           EVALUATE CDM-ACTION
               WHEN 'I'
                   PERFORM ISSUE-CARD
               WHEN 'H'
                   PERFORM HOT-CARD
               WHEN 'R'
                   PERFORM REPLACE-CARD
               WHEN OTHER
                   MOVE "INVALID ACTION" TO WS-STATUS-MSG
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.
           PERFORM WRITE-MAINT-AUDIT.

           READ CARD-TXN-FILE
               AT END MOVE 'Y' TO CDMT-EOF
           END-READ.

       ISSUE-CARD.
           MOVE CDM-ACCT-NO TO ACCT-NO.
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unknown Account: " CDM-ACCT-NO
               MOVE "UNKNOWN ACCOUNT" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
           IF ACCT-DORMANT-SW = 'C'
               DISPLAY "Account Closed - No Card Issued: " CDM-ACCT-NO
               MOVE "ACCOUNT CLOSED" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
           IF CDM-PIN NOT NUMERIC
               MOVE "INVALID PIN" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE CDM-ACCT-NO TO WS-OLD-ACCT-NO
               MOVE CDM-PIN TO WS-PVV-PIN
               PERFORM DERIVE-CARD-PVV
               MOVE WS-PVV TO WS-NEW-PVV
               IF CDM-DAILY-LIMIT NUMERIC
                   MOVE CDM-DAILY-LIMIT TO WS-NEW-DAILY-LIMIT
               ELSE
                   MOVE 0 TO WS-NEW-DAILY-LIMIT
               END-IF
               PERFORM WRITE-NEW-CARD
               IF WS-CARD-WRITTEN = 'Y'
                   MOVE WS-NEW-CARD-X TO WS-NEW-TEXT
                   MOVE WS-NEW-DAILY-LIMIT TO WS-AUDIT-AMOUNT
                   MOVE "CARD ISSUED" TO WS-STATUS-MSG
                   ADD 1 TO WS-APPLIED-COUNT
                   DISPLAY "Card Issued: " WS-NEW-CARD-X
                       " Acct: " CDM-ACCT-NO
               END-IF
           END-IF
           END-IF
           END-IF.

       HOT-CARD.
           PERFORM FETCH-MAINT-CARD.
           IF WS-STATUS-MSG = SPACES
               IF CDM-REASON NOT = 'L' AND CDM-REASON NOT = 'S'
                   MOVE CDM-REASON TO WS-NEW-TEXT
                   MOVE "INVALID REASON" TO WS-STATUS-MSG
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
               IF CRD-STATUS = 'H'
                   MOVE "CARD ALREADY BLOCKED" TO WS-STATUS-MSG
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE CRD-STATUS TO WS-OLD-TEXT
                   MOVE 'H' TO CRD-STATUS
                   REWRITE CARD-RECORD
                       INVALID KEY
                           DISPLAY "Unable To Update Card: "
                               CRD-CARD-NO
                   END-REWRITE
                   IF CDM-REASON = 'S'
                       MOVE "STOLEN" TO WS-NEW-TEXT
                   ELSE
                       MOVE "LOST" TO WS-NEW-TEXT
                   END-IF
                   IF CARD-FILE-STATUS = "00"
                       MOVE "CARD HOT-CARDED" TO WS-STATUS-MSG
                       ADD 1 TO WS-APPLIED-COUNT
                       DISPLAY "Card Blocked: " CRD-CARD-NO " "
                           WS-NEW-TEXT
                   ELSE
                       MOVE "UPDATE FAILED" TO WS-STATUS-MSG
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
               END-IF
               END-IF
           END-IF.

       REPLACE-CARD.
           PERFORM FETCH-MAINT-CARD.
           IF WS-STATUS-MSG = SPACES
               IF CDM-REASON NOT = 'L' AND CDM-REASON NOT = 'S'
                   AND CDM-REASON NOT = 'D'
                   MOVE CDM-REASON TO WS-NEW-TEXT
                   MOVE "INVALID REASON" TO WS-STATUS-MSG
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
               IF CRD-REPL-CARD-NO NUMERIC AND CRD-REPL-CARD-NO > 0
                   MOVE CRD-REPL-CARD-NO TO WS-NEW-TEXT
                   MOVE "ALREADY REPLACED" TO WS-STATUS-MSG
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE CRD-CARD-NO TO WS-OLD-CARD-NO
                   MOVE CRD-ACCT-NO TO WS-OLD-ACCT-NO
                   MOVE CRD-PVV TO WS-OLD-PVV
                   MOVE CRD-DAILY-LIMIT TO WS-OLD-DAILY-LIMIT
                   MOVE CRD-STATUS TO WS-OLD-STATUS
                   IF CDM-PIN NUMERIC AND CDM-PIN > 0
                       MOVE CDM-PIN TO WS-PVV-PIN
                       PERFORM DERIVE-CARD-PVV
                       MOVE WS-PVV TO WS-NEW-PVV
                   ELSE
                       MOVE WS-OLD-PVV TO WS-NEW-PVV
                   END-IF
                   MOVE WS-OLD-DAILY-LIMIT TO WS-NEW-DAILY-LIMIT
                   PERFORM WRITE-NEW-CARD
                   IF WS-CARD-WRITTEN = 'Y'
                       PERFORM RETIRE-REPLACED-CARD
                   END-IF
               END-IF
               END-IF
           END-IF.

       RETIRE-REPLACED-CARD.
           MOVE WS-OLD-CARD-NO TO CRD-CARD-NO.
           READ CARD-MASTER
               INVALID KEY
                   DISPLAY "Unable To Reselect Card: " WS-OLD-CARD-NO
           END-READ.
           IF CARD-FILE-STATUS = "00"
               IF CRD-STATUS = 'A' OR CRD-STATUS = SPACE
                   IF CDM-REASON = 'D'
                       MOVE 'X' TO CRD-STATUS
                   ELSE
                       MOVE 'H' TO CRD-STATUS
                   END-IF
               END-IF
               MOVE WS-NEW-CARD-NO TO CRD-REPL-CARD-NO
               REWRITE CARD-RECORD
                   INVALID KEY
                       DISPLAY "Unable To Update Card: " CRD-CARD-NO
               END-REWRITE
           END-IF.
           MOVE WS-OLD-ACCT-NO TO WS-AUDIT-ACCT.
           MOVE WS-OLD-CARD-NO TO WS-OLD-TEXT.
           MOVE WS-NEW-CARD-X TO WS-NEW-TEXT.
           MOVE WS-NEW-DAILY-LIMIT TO WS-AUDIT-AMOUNT.
           IF CARD-FILE-STATUS = "00"
               MOVE "CARD REPLACED" TO WS-STATUS-MSG
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "Card Replaced: " WS-OLD-CARD-NO " By "
                   WS-NEW-CARD-X
           ELSE
               MOVE "UPDATE FAILED" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       FETCH-MAINT-CARD.
           IF CDM-CARD-NO NOT NUMERIC OR CDM-CARD-NO = 0
               OR CDM-CARD-NO = WS-DUMMY-CARD-NO
               MOVE "INVALID CARD NUMBER" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE CDM-CARD-NO TO CRD-CARD-NO
               READ CARD-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF CARD-FILE-STATUS NOT = "00"
                   DISPLAY "Unknown Card: " CDM-CARD-NO
                   MOVE "UNKNOWN CARD" TO WS-STATUS-MSG
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE CRD-ACCT-NO TO WS-AUDIT-ACCT
               END-IF
           END-IF.

       WRITE-NEW-CARD.
           PERFORM BUILD-CARD-NUMBER.
           PERFORM COMPUTE-EXPIRY-DATE.
           INITIALIZE CARD-RECORD.
           MOVE WS-NEW-CARD-NO TO CRD-CARD-NO.
           MOVE WS-OLD-ACCT-NO TO CRD-ACCT-NO.
           MOVE WS-NEW-PVV TO CRD-PVV.
           MOVE 0 TO CRD-PIN-FAILS.
           MOVE 'N' TO CRD-LOCKED-SW.
           MOVE WS-NEW-DAILY-LIMIT TO CRD-DAILY-LIMIT.
           MOVE 0 TO CRD-DAILY-WITHDRN.
           MOVE SPACES TO CRD-LAST-WD-DATE.
           MOVE 'A' TO CRD-STATUS.
           MOVE WS-TODAY-DATE TO CRD-ISSUE-DATE.
           MOVE WS-EXPIRY-DATE TO CRD-EXPIRY-DATE.
           MOVE 0 TO CRD-REPL-CARD-NO.
           MOVE 'Y' TO WS-CARD-WRITTEN.
           WRITE CARD-RECORD
               INVALID KEY
                   DISPLAY "Card Number Already On File: "
                       WS-NEW-CARD-X
                   MOVE WS-NEW-CARD-X TO WS-NEW-TEXT
                   MOVE "CARD NUMBER IN USE" TO WS-STATUS-MSG
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'N' TO WS-CARD-WRITTEN
           END-WRITE.

       READ-PIN-KEY.
           OPEN INPUT PIN-KEY-FILE.
           IF PKY-FILE-STATUS NOT = "00"
               DISPLAY "** PIN KEY OPEN FAILED - STATUS "
                   PKY-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PIN-KEY-FILE
               AT END MOVE SPACES TO PKY-KEY
           END-READ.
           MOVE PKY-KEY TO WS-PIN-KEY.
           CLOSE PIN-KEY-FILE.
           IF WS-PIN-KEY = SPACES
               DISPLAY "** PIN KEY EMPTY, RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       DERIVE-CARD-PVV.
           MOVE "C" TO WS-PVV-TYPE.
           MOVE WS-OLD-ACCT-NO TO WS-PVV-ACCT.
           PERFORM DERIVE-PIN-PVV.

       DERIVE-PIN-PVV.
           MOVE WS-PIN-KEY TO WS-PVV-KEY.
           MOVE 0 TO WS-PVV-HASH-1.
           MOVE 0 TO WS-PVV-HASH-2.
           PERFORM 2 TIMES
               PERFORM VARYING WS-PVV-IX FROM 1 BY 1
                       UNTIL WS-PVV-IX > 29
                   COMPUTE WS-PVV-HASH-1 =
                       FUNCTION MOD(WS-PVV-HASH-1 * 257
                           + FUNCTION ORD(WS-PVV-DATA(WS-PVV-IX:1)),
                           99999989)
                   COMPUTE WS-PVV-HASH-2 =
                       FUNCTION MOD(WS-PVV-HASH-2 * 263
                           + (FUNCTION ORD(WS-PVV-DATA(WS-PVV-IX:1))
                           + WS-PVV-IX) * (WS-PVV-HASH-1 + 1),
                           99999971)
               END-PERFORM
           END-PERFORM.
           COMPUTE WS-PVV =
               FUNCTION MOD(WS-PVV-HASH-1 + WS-PVV-HASH-2, 10000).
           MOVE SPACES TO WS-PVV-DATA.

       BUILD-CARD-NUMBER.
           MOVE WS-NEXT-SEQ TO WS-SEQ-DIGITS.
           ADD 1 TO WS-NEXT-SEQ.
           MOVE WS-CARD-BIN TO WS-NEW-CARD-X(1:6).
           MOVE WS-SEQ-DIGITS TO WS-NEW-CARD-X(7:9).
           MOVE 0 TO WS-LUHN-SUM.
           MOVE 'Y' TO WS-LUHN-DOUBLE.
           PERFORM VARYING LX FROM 15 BY -1 UNTIL LX < 1
               MOVE WS-NEW-CARD-X(LX:1) TO WS-LUHN-DIGIT
               IF WS-LUHN-DOUBLE = 'Y'
                   MULTIPLY 2 BY WS-LUHN-DIGIT
                   IF WS-LUHN-DIGIT > 9
                       SUBTRACT 9 FROM WS-LUHN-DIGIT
                   END-IF
                   MOVE 'N' TO WS-LUHN-DOUBLE
               ELSE
                   MOVE 'Y' TO WS-LUHN-DOUBLE
               END-IF
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-PERFORM.
           DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOTIENT
               REMAINDER WS-LUHN-REMAINDER.
           IF WS-LUHN-REMAINDER = 0
               MOVE 0 TO WS-CHECK-DIGIT
           ELSE
               COMPUTE WS-CHECK-DIGIT = 10 - WS-LUHN-REMAINDER
           END-IF.
           MOVE WS-CHECK-DIGIT TO WS-NEW-CARD-X(16:1).

       COMPUTE-EXPIRY-DATE.
           MOVE WS-TODAY-DATE(1:4) TO WS-EXP-YEAR.
           MOVE WS-TODAY-DATE(5:2) TO WS-EXP-MONTH.
           ADD WS-EXPIRY-YEARS TO WS-EXP-YEAR.
           PERFORM SET-EXP-MONTH-LEN.
           MOVE WS-EXP-YEAR TO WS-EXPIRY-DATE(1:4).
           MOVE WS-EXP-MONTH TO WS-EXPIRY-DATE(5:2).
           MOVE WS-EXP-MONTH-LEN TO WS-EXPIRY-DATE(7:2).

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

       SET-NEXT-MONTH.
           MOVE WS-TODAY-DATE(1:4) TO WS-NXT-YEAR.
           MOVE WS-TODAY-DATE(5:2) TO WS-NXT-MONTH.
           ADD 1 TO WS-NXT-MONTH.
           IF WS-NXT-MONTH > 12
               MOVE 1 TO WS-NXT-MONTH
               ADD 1 TO WS-NXT-YEAR
           END-IF.
           MOVE WS-NXT-YEAR TO WS-NEXT-MONTH-YM(1:4).
           MOVE WS-NXT-MONTH TO WS-NEXT-MONTH-YM(5:2).

       SCAN-ONE-CARD.
           IF CRD-CARD-NO NOT = WS-DUMMY-CARD-NO
               AND (CRD-STATUS = 'A' OR CRD-STATUS = SPACE)
               AND CRD-EXPIRY-DATE NOT = SPACES
               IF CRD-EXPIRY-DATE < WS-TODAY-DATE
                   PERFORM EXPIRE-ONE-CARD
               ELSE
                   IF WS-MONTH-END-SW = 'Y'
                       AND CRD-EXPIRY-DATE(1:6) = WS-NEXT-MONTH-YM
                       AND CRD-LOCKED-SW NOT = 'Y'
                       PERFORM WRITE-REISSUE-RECORD
                   END-IF
               END-IF
           END-IF.
           READ CARD-MASTER NEXT RECORD
               AT END MOVE 'Y' TO CARD-EOF
           END-READ.

       EXPIRE-ONE-CARD.
           MOVE CRD-STATUS TO WS-OLD-TEXT.
           MOVE 'X' TO CRD-STATUS.
           REWRITE CARD-RECORD
               INVALID KEY
                   DISPLAY "Unable To Expire Card: " CRD-CARD-NO
           END-REWRITE.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE 'E' TO WS-AUDIT-ACTION.
           MOVE CRD-ACCT-NO TO WS-AUDIT-ACCT.
           MOVE "SYSTEM" TO WS-AUDIT-OPERATOR.
           MOVE 0 TO WS-AUDIT-AMOUNT.
           MOVE CRD-EXPIRY-DATE TO WS-NEW-TEXT.
           MOVE "CARD EXPIRED" TO WS-STATUS-MSG.
           PERFORM WRITE-MAINT-AUDIT.

       WRITE-REISSUE-RECORD.
           MOVE CRD-ACCT-NO TO WS-OLD-ACCT-NO.
           PERFORM FIND-CARD-CUSTOMER.
           IF WS-CUST-FOUND = 'Y'
               MOVE CRD-CARD-NO TO RIS-CARD-NO
               MOVE CRD-ACCT-NO TO RIS-ACCT-NO
               MOVE CRD-EXPIRY-DATE TO RIS-EXPIRY-DATE
               MOVE CUST-NAME TO RIS-CUST-NAME
               MOVE CUST-ADDR-LINE TO RIS-ADDR-LINE
               MOVE CUST-CITY TO RIS-CITY
               MOVE CUST-STATE TO RIS-STATE
               MOVE CUST-ZIP TO RIS-ZIP
               WRITE REISSUE-RECORD
               ADD 1 TO WS-REISSUE-COUNT
           ELSE
               DISPLAY "** NO CUSTOMER ADDRESS FOR CARD "
                   CRD-CARD-NO " ACCT " CRD-ACCT-NO
                   " - NOT REISSUED"
               ADD 1 TO WS-NO-ADDR-COUNT
           END-IF.

       FIND-CARD-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND.
           MOVE SPACES TO WS-LOOKUP-CUST-ID.
           MOVE 'Y' TO XREF-EOF.
           IF WS-XREF-FILE-OK = 'Y'
               MOVE WS-OLD-ACCT-NO TO XRF-ACCT-NO
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
           IF XREF-EOF = 'N' AND XRF-ACCT-NO NOT = WS-OLD-ACCT-NO
               MOVE 'Y' TO XREF-EOF
           END-IF.
           IF XREF-EOF = 'N'
               IF WS-LOOKUP-CUST-ID = SPACES
                   OR XRF-OWNER-ROLE = 'P'
                   MOVE XRF-CUST-ID TO WS-LOOKUP-CUST-ID
               END-IF
           END-IF.

       OPEN-CUSTOMER-FILES.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUST-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CUST-FILE-OK
           ELSE
               DISPLAY "No Customer Master - Reissue List Empty"
           END-IF.
           OPEN INPUT CUST-XREF-FILE.
           IF XREF-FILE-STATUS = "00"
               MOVE 'Y' TO WS-XREF-FILE-OK
           ELSE
               DISPLAY "No Account Cross-Reference File"
           END-IF.

       WRITE-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-TODAY-DATE TO MAUD-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO MAUD-TIME.
           MOVE WS-AUDIT-ACCT TO MAUD-ACCT-NO.
           MOVE WS-AUDIT-ACTION TO MAUD-ACTION.
           MOVE WS-AUDIT-OPERATOR TO MAUD-OPERATOR-ID.
           MOVE WS-OLD-TEXT(5:12) TO MAUD-OLD-VALUE.
           MOVE WS-NEW-TEXT(5:12) TO MAUD-NEW-VALUE.
           IF WS-OLD-TEXT(13:18) = SPACES
               MOVE WS-OLD-TEXT TO MAUD-OLD-VALUE
           END-IF.
           IF WS-NEW-TEXT(13:18) = SPACES
               MOVE WS-NEW-TEXT TO MAUD-NEW-VALUE
           END-IF.
           MOVE WS-STATUS-MSG TO MAUD-STATUS-MSG.
           MOVE WS-AUDIT-AMOUNT TO MAUD-AMOUNT.
           MOVE SPACES TO MAUD-CUST-ID.
           MOVE WS-OLD-TEXT TO MAUD-OLD-TEXT.
           MOVE WS-NEW-TEXT TO MAUD-NEW-TEXT.
           MOVE SPACES TO MAUD-CHAIN.
           WRITE MAINT-AUDIT-RECORD.
