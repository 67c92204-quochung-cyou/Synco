       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCTION-SCREEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDN-LIST-FILE ASSIGN TO "SDNLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SDN-FILE-STATUS.

           SELECT SCREEN-MASTER ASSIGN TO "SCRNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-KEY
               FILE STATUS IS SCR-FILE-STATUS.

           SELECT SCREEN-MAINT-FILE ASSIGN TO "SCRNMNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SMN-FILE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT CUST-TXN-FILE ASSIGN TO "CUSTMNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMNT-FILE-STATUS.

           SELECT LOAN-APP-FILE ASSIGN TO "LOANAPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APP-FILE-STATUS.

           SELECT NET-PAY-FILE ASSIGN TO "NETPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NETPAY-FILE-STATUS.

           SELECT SLSP-MASTER-FILE ASSIGN TO "SLSPMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLSP-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.

           SELECT SCREEN-RPT-FILE ASSIGN TO "SCRNRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT CONTROL-CARD ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SDN-LIST-FILE.
       01  SDN-RECORD.
           05  SDN-REC-TYPE        PIC X.
           05  SDN-ENT-NUM         PIC X(8).
           05  SDN-NAME            PIC X(60).
           05  SDN-ENTRY-TYPE      PIC X(10).
           05  SDN-PROGRAM         PIC X(12).
           05  FILLER              PIC X(9).
       01  SDN-HEADER-RECORD.
           05  SDH-REC-TYPE        PIC X.
           05  SDH-LIST-DATE       PIC X(8).
           05  SDH-ENTRY-COUNT     PIC 9(6).
           05  FILLER              PIC X(85).

       FD  SCREEN-MASTER.
           COPY SCREEN-REC.

       FD  SCREEN-MAINT-FILE.
       01  SCREEN-MAINT-RECORD.
           05  SMN-ACTION          PIC X.
           05  SMN-PARTY-TYPE      PIC X.
           05  SMN-PARTY-KEY       PIC X(20).
           05  SMN-OPERATOR-ID     PIC X(8).
           05  SMN-NOTE            PIC X(30).

       FD  CUSTOMER-MASTER.
           COPY CUST-REC.

       FD  CUST-TXN-FILE.
       01  CUST-TXN-RECORD.
           05  CMT-ACTION          PIC X.
           05  CMT-CUST-ID         PIC X(8).
           05  CMT-OPERATOR-ID     PIC X(8).
           05  CMT-ACCT-NO         PIC 9(8).
           05  CMT-OWNER-ROLE      PIC X.
           05  CMT-NAME            PIC X(30).
           05  CMT-ADDR-LINE       PIC X(30).
           05  CMT-CITY            PIC X(20).
           05  CMT-STATE           PIC XX.
           05  CMT-ZIP             PIC X(9).
           05  CMT-PHONE           PIC X(10).
           05  CMT-TIN             PIC X(9).

       FD  LOAN-APP-FILE.
       01  LOAN-APP-RECORD.
           05  APP-BORROWER        PIC X(20).
           05  APP-ACCT-NO         PIC 9(8).
           05  APP-PRINCIPAL       PIC 9(9)V99.
           05  APP-ANNUAL-RATE     PIC 9V9(4).
           05  APP-TERM-MONTHS     PIC 9(4).
           05  FILLER              PIC X(55).

       FD  NET-PAY-FILE.
           COPY NETPAY-REC.

       FD  SLSP-MASTER-FILE.
       01  SLSP-MASTER-RECORD.
           05  SLS-ID              PIC X(6).
           05  SLS-NAME            PIC X(20).
           05  FILLER              PIC X(71).

       FD  MAINT-AUDIT-FILE.
           COPY MAINT-AUD-REC.

       FD  SCREEN-RPT-FILE.
       01  SCREEN-RPT-LINE         PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-RUN-MODE        PIC X.
           05  CTL-MATCH-SCORE     PIC 9(3).

       WORKING-STORAGE SECTION.
       01  SDN-FILE-STATUS     PIC X(2) VALUE "00".
       01  SCR-FILE-STATUS     PIC X(2) VALUE "00".
       01  SMN-FILE-STATUS     PIC X(2) VALUE "00".
       01  CUST-FILE-STATUS    PIC X(2) VALUE "00".
       01  CMNT-FILE-STATUS    PIC X(2) VALUE "00".
       01  APP-FILE-STATUS     PIC X(2) VALUE "00".
       01  NETPAY-FILE-STATUS  PIC X(2) VALUE "00".
       01  SLSP-FILE-STATUS    PIC X(2) VALUE "00".
       01  MAUD-FILE-STATUS    PIC X(2) VALUE "00".
       01  RPT-FILE-STATUS     PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  SDN-EOF             PIC X VALUE 'N'.
       01  SCR-EOF             PIC X VALUE 'N'.
       01  SMN-EOF             PIC X VALUE 'N'.
       01  CUST-EOF            PIC X VALUE 'N'.
       01  CMNT-EOF            PIC X VALUE 'N'.
       01  APP-EOF             PIC X VALUE 'N'.
       01  NETPAY-EOF          PIC X VALUE 'N'.
       01  SLSP-EOF            PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-CURRENT-DATETIME PIC X(21).

       01  WS-RUN-MODE         PIC X VALUE 'A'.
       01  WS-MATCH-SCORE      PIC 9(3) VALUE 85.
       01  WS-MIN-PARTIAL-LEN  PIC 99 VALUE 8.
       01  WS-SCREEN-OPERATOR  PIC X(8) VALUE "SANCSCRN".
       01  WS-LIST-DATE        PIC X(8).
       01  WS-LIST-COUNT       PIC 9(6) VALUE 0.
       01  WS-NEW-LIST         PIC X VALUE 'N'.

       01  WS-SDN-TABLE.
           05  WS-SDN-ENTRY OCCURS 5000 TIMES.
               10  WS-SDN-ENT-NUM  PIC X(8).
               10  WS-SDN-NAME     PIC X(60).
               10  WS-SDN-PROGRAM  PIC X(12).
               10  WS-SDN-CLEAN    PIC X(60).
               10  WS-SDN-LEN      PIC 99.
       01  WS-SDN-COUNT        PIC 9(4) VALUE 0.
       01  SI                  PIC 9(4).

       01  INPUT-STRING        PIC X(60).
       01  TEMP-STRING         PIC X(60).
       01  CLEAN-STRING        PIC X(60).
       01  LEN                 PIC 99.
       01  K                   PIC 99.
       01  CUR-CHAR            PIC X.

       01  WS-PARTY-TYPE       PIC X.
       01  WS-PARTY-KEY        PIC X(20).
       01  WS-PARTY-NAME       PIC X(30).
       01  WS-PARTY-ACCT       PIC 9(8).
       01  WS-PARTY-CLEAN      PIC X(60).
       01  WS-PARTY-LEN        PIC 99.
       01  WS-PARTY-BIGRAMS    PIC 99.
       01  WS-SDN-BIGRAMS      PIC 99.
       01  WS-MIN-BIGRAMS      PIC 99.
       01  WS-COMMON           PIC 99.
       01  WS-BIGRAM-USED      PIC X(60).
       01  WS-BIGRAM-FOUND     PIC X.
       01  PI                  PIC 99.
       01  SJ                  PIC 99.
       01  WS-PARTIAL-OK       PIC X.
       01  WS-PARTIAL-SCORE    PIC 9(3).
       01  WS-MAX-SCORE        PIC 9(3).
       01  WS-SCORE            PIC 9(3).
       01  WS-BEST-SCORE       PIC 9(3).
       01  WS-BEST-IX          PIC 9(4).

       01  WS-DECK-OK          PIC X.
       01  WS-STATUS-MSG       PIC X(20).
       01  WS-OLD-VALUE        PIC X(12).
       01  WS-NEW-VALUE        PIC X(12).
       01  WS-OLD-TEXT         PIC X(30).
       01  WS-NEW-TEXT         PIC X(30).
       01  WS-AUDIT-AMOUNT     PIC 9(7)V99 VALUE 0.
       01  WS-AUDIT-ACCT-NO    PIC 9(8).
       01  WS-AUDIT-ACTION     PIC X.
       01  WS-AUDIT-OPERATOR   PIC X(8).
       01  WS-AUDIT-CUST-ID    PIC X(8).

       01  WS-SCREENED-COUNT   PIC 9(6) VALUE 0.
       01  WS-NEW-HIT-COUNT    PIC 9(6) VALUE 0.
       01  WS-REOPEN-COUNT     PIC 9(6) VALUE 0.
       01  WS-STILL-HELD-COUNT PIC 9(6) VALUE 0.
       01  WS-STILL-CLEAR-COUNT PIC 9(6) VALUE 0.
       01  WS-DECK-COUNT       PIC 9(6) VALUE 0.
       01  WS-CLEARED-COUNT    PIC 9(6) VALUE 0.
       01  WS-BLOCKED-COUNT    PIC 9(6) VALUE 0.
       01  WS-REJECTED-COUNT   PIC 9(6) VALUE 0.
       01  WS-PENDING-COUNT    PIC 9(6) VALUE 0.
       01  WS-ON-BLOCK-COUNT   PIC 9(6) VALUE 0.

       01  WS-RPT-HDR1.
           05  FILLER           PIC X(80)
               VALUE "SANCTIONS NAME SCREENING REPORT".
       01  WS-RPT-HDR2.
           05  FILLER           PIC X(10) VALUE "RUN MODE ".
           05  WS-RPT-MODE      PIC X.
           05  FILLER           PIC X(13) VALUE "   SDN LIST ".
           05  WS-RPT-LIST-DATE PIC X(8).
           05  FILLER           PIC X(9)  VALUE "  ENTRIES".
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-LIST-CNT  PIC ZZZ,ZZ9.
           05  FILLER           PIC X(16) VALUE "   BUSINESS DAY ".
           05  WS-RPT-BUS-DATE  PIC X(8).
           05  FILLER           PIC X(7) VALUE SPACES.
       01  WS-RPT-HDR3.
           05  FILLER           PIC X(2)  VALUE "T ".
           05  FILLER           PIC X(21) VALUE "PARTY KEY".
           05  FILLER           PIC X(31) VALUE "PARTY NAME".
           05  FILLER           PIC X(4)  VALUE "SCR ".
           05  FILLER           PIC X(22) VALUE "RESULT".
       01  WS-RPT-DETAIL.
           05  WS-RPT-TYPE      PIC X.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-KEY       PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-NAME      PIC X(30).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-SCORE     PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-RESULT    PIC X(20).
           05  FILLER           PIC X(2) VALUE SPACES.
       01  WS-RPT-SDN-LINE.
           05  FILLER           PIC X(23) VALUE SPACES.
           05  FILLER           PIC X(4)  VALUE "SDN ".
           05  WS-RPT-SDN-ENT   PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-SDN-NAME  PIC X(44).
       01  WS-RPT-TOT-LINE.
           05  WS-RPT-TOT-LABEL PIC X(30).
           05  WS-RPT-TOT-COUNT PIC ZZZ,ZZ9.
           05  FILLER           PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "SANCTIONS SCREENING STARTED".

           PERFORM READ-CONTROL-CARD.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-SDN-TABLE.

           OPEN I-O SCREEN-MASTER.
           IF SCR-FILE-STATUS NOT = "00"
               DISPLAY "** SCREENING MASTER OPEN FAILED - STATUS "
                   SCR-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF MAUD-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           OPEN OUTPUT SCREEN-RPT-FILE.
           MOVE WS-RUN-MODE TO WS-RPT-MODE.
           MOVE WS-LIST-DATE TO WS-RPT-LIST-DATE.
           MOVE WS-SDN-COUNT TO WS-RPT-LIST-CNT.
           MOVE WS-TODAY-DATE TO WS-RPT-BUS-DATE.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-HDR1.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-HDR2.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-HDR3.

           IF WS-RUN-MODE = 'A'
               PERFORM APPLY-SCREEN-DECK
               PERFORM CHECK-LIST-CHANGE
               IF WS-NEW-LIST = 'Y'
                   PERFORM SCREEN-CUSTOMER-BASE
               END-IF
               PERFORM SCREEN-CUSTOMER-DECK
               PERFORM SCREEN-LOAN-APPLICATIONS
               IF WS-NEW-LIST = 'Y'
                   PERFORM RECORD-LIST-SCREENED
               END-IF
           ELSE
               PERFORM SCREEN-NET-PAY-PAYEES
               PERFORM SCREEN-SALESPEOPLE
           END-IF.

           PERFORM LIST-OPEN-HITS.
           PERFORM WRITE-REPORT-TOTALS.

           CLOSE SCREEN-MASTER.
           CLOSE MAINT-AUDIT-FILE.
           CLOSE SCREEN-RPT-FILE.

           DISPLAY "SDN LIST DATE          : " WS-LIST-DATE.
           DISPLAY "SDN NAMES LOADED       : " WS-SDN-COUNT.
           DISPLAY "NAMES SCREENED         : " WS-SCREENED-COUNT.
           DISPLAY "NEW POSSIBLE HITS      : " WS-NEW-HIT-COUNT.
           DISPLAY "CLEARED HITS REOPENED  : " WS-REOPEN-COUNT.
           DISPLAY "COMPLIANCE DECK ITEMS  : " WS-DECK-COUNT.
           DISPLAY "HITS CLEARED           : " WS-CLEARED-COUNT.
           DISPLAY "HITS CONFIRMED BLOCKED : " WS-BLOCKED-COUNT.
           DISPLAY "DECK ITEMS REJECTED    : " WS-REJECTED-COUNT.
           DISPLAY "HITS AWAITING REVIEW   : " WS-PENDING-COUNT.
           DISPLAY "PARTIES BLOCKED        : " WS-ON-BLOCK-COUNT.
           IF WS-NEW-HIT-COUNT > 0 OR WS-REOPEN-COUNT > 0
               OR WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "SANCTIONS SCREENING COMPLETE".
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "No Control Card - Account Side Screening At"
                   " Score 85"
           ELSE
               READ CONTROL-CARD
                   AT END DISPLAY "Empty Control Card"
                   NOT AT END
                       IF CTL-RUN-MODE = 'A' OR CTL-RUN-MODE = 'P'
                           MOVE CTL-RUN-MODE TO WS-RUN-MODE
                       ELSE
                           DISPLAY "** INVALID RUN MODE " CTL-RUN-MODE
                               " - RUN STOPPED"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF CTL-MATCH-SCORE NUMERIC
                           AND CTL-MATCH-SCORE > 0
                           AND CTL-MATCH-SCORE NOT > 100
                           MOVE CTL-MATCH-SCORE TO WS-MATCH-SCORE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
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

       LOAD-SDN-TABLE.
           OPEN INPUT SDN-LIST-FILE.
           IF SDN-FILE-STATUS NOT = "00"
               DISPLAY "** SDN LIST OPEN FAILED - STATUS "
                   SDN-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ SDN-LIST-FILE
               AT END MOVE 'Y' TO SDN-EOF
           END-READ.
           IF SDN-EOF = 'Y' OR SDH-REC-TYPE NOT = 'H'
               OR SDH-ENTRY-COUNT NOT NUMERIC
               DISPLAY "** SDN LIST HAS NO HEADER RECORD, RUN STOPPED"
               CLOSE SDN-LIST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SDH-LIST-DATE TO WS-LIST-DATE.
           READ SDN-LIST-FILE
               AT END MOVE 'Y' TO SDN-EOF
           END-READ.
           PERFORM LOAD-ONE-SDN UNTIL SDN-EOF = 'Y'.
           CLOSE SDN-LIST-FILE.
           IF WS-LIST-COUNT NOT = SDH-ENTRY-COUNT
               DISPLAY "** SDN LIST INCOMPLETE - HEADER COUNT "
                   SDH-ENTRY-COUNT " RECORDS READ " WS-LIST-COUNT
                   ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "SDN List Dated " WS-LIST-DATE " - "
               WS-SDN-COUNT " Names Loaded".

       LOAD-ONE-SDN.
           IF SDN-REC-TYPE = 'D'
               ADD 1 TO WS-LIST-COUNT
               MOVE SDN-NAME TO INPUT-STRING
               PERFORM CLEAN-INPUT-STRING
               IF LEN > 1
                   IF WS-SDN-COUNT < 5000
                       ADD 1 TO WS-SDN-COUNT
                       MOVE SDN-ENT-NUM TO WS-SDN-ENT-NUM(WS-SDN-COUNT)
                       MOVE SDN-NAME TO WS-SDN-NAME(WS-SDN-COUNT)
                       MOVE SDN-PROGRAM
                           TO WS-SDN-PROGRAM(WS-SDN-COUNT)
                       MOVE CLEAN-STRING TO WS-SDN-CLEAN(WS-SDN-COUNT)
                       MOVE LEN TO WS-SDN-LEN(WS-SDN-COUNT)
                   ELSE
                       DISPLAY "** SDN TABLE FULL - SCREENING STOPPED"
                       CLOSE SDN-LIST-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
           READ SDN-LIST-FILE
               AT END MOVE 'Y' TO SDN-EOF
           END-READ.

       CLEAN-INPUT-STRING.
           MOVE INPUT-STRING TO TEMP-STRING.
           INSPECT TEMP-STRING CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO CLEAN-STRING.
           MOVE 0 TO LEN.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 60
               MOVE TEMP-STRING(K:1) TO CUR-CHAR
               IF (CUR-CHAR >= "A" AND CUR-CHAR <= "Z")
                   OR (CUR-CHAR >= "0" AND CUR-CHAR <= "9")
                   ADD 1 TO LEN
                   MOVE CUR-CHAR TO CLEAN-STRING(LEN:1)
               END-IF
           END-PERFORM.

       APPLY-SCREEN-DECK.
           OPEN INPUT SCREEN-MAINT-FILE.
           IF SMN-FILE-STATUS = "35"
               DISPLAY "No Compliance Deck - No Hits To Resolve"
               MOVE 'Y' TO SMN-EOF
           ELSE
               READ SCREEN-MAINT-FILE
                   AT END MOVE 'Y' TO SMN-EOF
               END-READ
           END-IF.
           PERFORM APPLY-ONE-SCREEN-ACTION UNTIL SMN-EOF = 'Y'.
           CLOSE SCREEN-MAINT-FILE.

       APPLY-ONE-SCREEN-ACTION.
           ADD 1 TO WS-DECK-COUNT.
           MOVE 'N' TO WS-DECK-OK.
           MOVE SPACES TO WS-STATUS-MSG.
           MOVE SPACES TO WS-NEW-VALUE.
           MOVE SPACES TO WS-OLD-TEXT.
           MOVE 0 TO WS-AUDIT-ACCT-NO.
           MOVE 0 TO WS-SCORE.
           MOVE SMN-PARTY-TYPE TO SCR-PARTY-TYPE.
           MOVE SMN-PARTY-KEY TO SCR-PARTY-KEY.
           READ SCREEN-MASTER
               INVALID KEY CONTINUE
           END-READ.

           IF SMN-OPERATOR-ID = SPACES
               MOVE "NO OPERATOR ID" TO WS-STATUS-MSG
           ELSE
           IF SCR-FILE-STATUS NOT = "00" OR SCR-STATUS = 'X'
               MOVE "NO HIT ON FILE" TO WS-STATUS-MSG
           ELSE
               MOVE SCR-ACCT-NO TO WS-AUDIT-ACCT-NO
               MOVE SCR-PARTY-NAME TO WS-OLD-TEXT
               MOVE SCR-SDN-ENT-NUM TO WS-NEW-VALUE(1:8)
               MOVE SCR-SCORE TO WS-NEW-VALUE(10:3)
               MOVE SCR-SCORE TO WS-SCORE
               EVALUATE SMN-ACTION
                   WHEN 'C'
                       IF SCR-STATUS NOT = 'H'
                           MOVE "HIT NOT PENDING" TO WS-STATUS-MSG
                       ELSE
                           MOVE 'C' TO SCR-STATUS
                           MOVE "HIT CLEARED" TO WS-STATUS-MSG
                           MOVE 'Y' TO WS-DECK-OK
                           ADD 1 TO WS-CLEARED-COUNT
                       END-IF
                   WHEN 'B'
                       IF SCR-STATUS = 'B'
                           MOVE "ALREADY BLOCKED" TO WS-STATUS-MSG
                       ELSE
                           MOVE 'B' TO SCR-STATUS
                           MOVE "HIT CONFIRMED" TO WS-STATUS-MSG
                           MOVE 'Y' TO WS-DECK-OK
                           ADD 1 TO WS-BLOCKED-COUNT
                       END-IF
                   WHEN OTHER
                       MOVE "INVALID ACTION" TO WS-STATUS-MSG
               END-EVALUATE
           END-IF
           END-IF.

           IF WS-DECK-OK = 'Y'
               MOVE WS-TODAY-DATE TO SCR-ACTION-DATE
               MOVE SMN-OPERATOR-ID TO SCR-OPERATOR-ID
               MOVE SMN-NOTE TO SCR-NOTE
               REWRITE SCREEN-RECORD
                   INVALID KEY
                       DISPLAY "Unable To Update Hit: " SMN-PARTY-TYPE
                           " " SMN-PARTY-KEY
                       MOVE "UPDATE FAILED" TO WS-STATUS-MSG
                       MOVE 'N' TO WS-DECK-OK
               END-REWRITE
           END-IF.
           IF WS-DECK-OK = 'N'
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Compliance Action Rejected: " SMN-PARTY-TYPE
                   " " SMN-PARTY-KEY " " WS-STATUS-MSG
           END-IF.

           IF SMN-ACTION = 'B'
               MOVE 'B' TO WS-AUDIT-ACTION
           ELSE
               MOVE 'Y' TO WS-AUDIT-ACTION
           END-IF.
           MOVE SMN-OPERATOR-ID TO WS-AUDIT-OPERATOR.
           MOVE SPACES TO WS-OLD-VALUE.
           MOVE SMN-PARTY-TYPE TO WS-OLD-VALUE(1:1).
           MOVE SMN-PARTY-KEY TO WS-OLD-VALUE(2:11).
           MOVE SPACES TO WS-AUDIT-CUST-ID.
           IF SMN-PARTY-TYPE = 'C'
               MOVE SMN-PARTY-KEY TO WS-AUDIT-CUST-ID
           END-IF.
           MOVE SMN-NOTE TO WS-NEW-TEXT.
           PERFORM WRITE-MAINT-AUDIT.

           MOVE SMN-PARTY-TYPE TO WS-RPT-TYPE.
           MOVE SMN-PARTY-KEY TO WS-RPT-KEY.
           MOVE WS-OLD-TEXT TO WS-RPT-NAME.
           MOVE WS-SCORE TO WS-RPT-SCORE.
           MOVE WS-STATUS-MSG TO WS-RPT-RESULT.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-DETAIL.

           READ SCREEN-MAINT-FILE
               AT END MOVE 'Y' TO SMN-EOF
           END-READ.

       CHECK-LIST-CHANGE.
           MOVE ALL '9' TO SCR-KEY.
           READ SCREEN-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF SCR-FILE-STATUS = "00"
               AND SCR-LIST-DATE = WS-LIST-DATE
               MOVE 'N' TO WS-NEW-LIST
           ELSE
               MOVE 'Y' TO WS-NEW-LIST
               DISPLAY "New SDN List Dated " WS-LIST-DATE
                   " - Rescreening All Customers"
           END-IF.

       RECORD-LIST-SCREENED.
           MOVE ALL '9' TO SCR-KEY.
           READ SCREEN-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF SCR-FILE-STATUS = "00"
               MOVE WS-LIST-DATE TO SCR-LIST-DATE
               REWRITE SCREEN-RECORD
                   INVALID KEY
                       DISPLAY "Unable To Record SDN List Date"
               END-REWRITE
           ELSE
               MOVE SPACES TO SCREEN-RECORD
               MOVE ALL '9' TO SCR-KEY
               MOVE 0 TO SCR-ACCT-NO
               MOVE 0 TO SCR-SCORE
               MOVE WS-LIST-DATE TO SCR-LIST-DATE
               MOVE 'X' TO SCR-STATUS
               WRITE SCREEN-RECORD
                   INVALID KEY
                       DISPLAY "Unable To Record SDN List Date"
               END-WRITE
           END-IF.

       SCREEN-CUSTOMER-BASE.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUST-FILE-STATUS = "35"
               DISPLAY "No Customer Master - Nothing To Rescreen"
               MOVE 'Y' TO CUST-EOF
           ELSE
               READ CUSTOMER-MASTER
                   AT END MOVE 'Y' TO CUST-EOF
               END-READ
           END-IF.
           PERFORM SCREEN-ONE-CUSTOMER UNTIL CUST-EOF = 'Y'.
           CLOSE CUSTOMER-MASTER.

       SCREEN-ONE-CUSTOMER.
           MOVE 'C' TO WS-PARTY-TYPE.
           MOVE CUST-ID TO WS-PARTY-KEY.
           MOVE CUST-NAME TO WS-PARTY-NAME.
           MOVE 0 TO WS-PARTY-ACCT.
           PERFORM SCREEN-ONE-PARTY.
           READ CUSTOMER-MASTER
               AT END MOVE 'Y' TO CUST-EOF
           END-READ.

       SCREEN-CUSTOMER-DECK.
           OPEN INPUT CUST-TXN-FILE.
           IF CMNT-FILE-STATUS = "35"
               DISPLAY "No Customer Maintenance - No New Names"
               MOVE 'Y' TO CMNT-EOF
           ELSE
               READ CUST-TXN-FILE
                   AT END MOVE 'Y' TO CMNT-EOF
               END-READ
           END-IF.
           PERFORM SCREEN-ONE-CUST-MAINT UNTIL CMNT-EOF = 'Y'.
           CLOSE CUST-TXN-FILE.

       SCREEN-ONE-CUST-MAINT.
           IF (CMT-ACTION = 'A' OR CMT-ACTION = 'C')
               AND CMT-CUST-ID NOT = SPACES
               AND CMT-NAME NOT = SPACES
               MOVE 'C' TO WS-PARTY-TYPE
               MOVE CMT-CUST-ID TO WS-PARTY-KEY
               MOVE CMT-NAME TO WS-PARTY-NAME
               MOVE 0 TO WS-PARTY-ACCT
               PERFORM SCREEN-ONE-PARTY
           END-IF.
           READ CUST-TXN-FILE
               AT END MOVE 'Y' TO CMNT-EOF
           END-READ.

       SCREEN-LOAN-APPLICATIONS.
           OPEN INPUT LOAN-APP-FILE.
           IF APP-FILE-STATUS = "35"
               DISPLAY "No Application File - No Borrowers To Screen"
               MOVE 'Y' TO APP-EOF
           ELSE
               READ LOAN-APP-FILE
                   AT END MOVE 'Y' TO APP-EOF
               END-READ
           END-IF.
           PERFORM SCREEN-ONE-BORROWER UNTIL APP-EOF = 'Y'.
           CLOSE LOAN-APP-FILE.

       SCREEN-ONE-BORROWER.
           IF APP-BORROWER NOT = SPACES
               MOVE 'L' TO WS-PARTY-TYPE
               MOVE APP-BORROWER TO WS-PARTY-KEY
               MOVE APP-BORROWER TO WS-PARTY-NAME
               IF APP-ACCT-NO NUMERIC
                   MOVE APP-ACCT-NO TO WS-PARTY-ACCT
               ELSE
                   MOVE 0 TO WS-PARTY-ACCT
               END-IF
               PERFORM SCREEN-ONE-PARTY
           END-IF.
           READ LOAN-APP-FILE
               AT END MOVE 'Y' TO APP-EOF
           END-READ.

       SCREEN-NET-PAY-PAYEES.
           OPEN INPUT NET-PAY-FILE.
           IF NETPAY-FILE-STATUS = "35"
               DISPLAY "No Net Pay File - No Payees To Screen"
               MOVE 'Y' TO NETPAY-EOF
           ELSE
               READ NET-PAY-FILE
                   AT END MOVE 'Y' TO NETPAY-EOF
               END-READ
           END-IF.
           PERFORM SCREEN-ONE-PAYEE UNTIL NETPAY-EOF = 'Y'.
           CLOSE NET-PAY-FILE.

       SCREEN-ONE-PAYEE.
           MOVE 'E' TO WS-PARTY-TYPE.
           MOVE NP-EMP-ID TO WS-PARTY-KEY.
           MOVE NP-EMP-NAME TO WS-PARTY-NAME.
           MOVE 0 TO WS-PARTY-ACCT.
           PERFORM SCREEN-ONE-PARTY.
           READ NET-PAY-FILE
               AT END MOVE 'Y' TO NETPAY-EOF
           END-READ.

       SCREEN-SALESPEOPLE.
           OPEN INPUT SLSP-MASTER-FILE.
           IF SLSP-FILE-STATUS = "35"
               DISPLAY "No Salesperson Master - No Payees To Screen"
               MOVE 'Y' TO SLSP-EOF
           ELSE
               READ SLSP-MASTER-FILE
                   AT END MOVE 'Y' TO SLSP-EOF
               END-READ
           END-IF.
           PERFORM SCREEN-ONE-SALESPERSON UNTIL SLSP-EOF = 'Y'.
           CLOSE SLSP-MASTER-FILE.

       SCREEN-ONE-SALESPERSON.
           MOVE 'S' TO WS-PARTY-TYPE.
           MOVE SLS-ID TO WS-PARTY-KEY.
           MOVE SLS-NAME TO WS-PARTY-NAME.
           MOVE 0 TO WS-PARTY-ACCT.
           PERFORM SCREEN-ONE-PARTY.
           READ SLSP-MASTER-FILE
               AT END MOVE 'Y' TO SLSP-EOF
           END-READ.

       SCREEN-ONE-PARTY.
           MOVE WS-PARTY-NAME TO INPUT-STRING.
           PERFORM CLEAN-INPUT-STRING.
           MOVE CLEAN-STRING TO WS-PARTY-CLEAN.
           MOVE LEN TO WS-PARTY-LEN.
           IF WS-PARTY-LEN > 1
               ADD 1 TO WS-SCREENED-COUNT
               PERFORM FIND-BEST-MATCH
               IF WS-BEST-SCORE NOT < WS-MATCH-SCORE
                   PERFORM RECORD-HIT
               END-IF
           END-IF.

       FIND-BEST-MATCH.
           MOVE 0 TO WS-BEST-SCORE.
           MOVE 0 TO WS-BEST-IX.
           COMPUTE WS-PARTY-BIGRAMS = WS-PARTY-LEN - 1.
           PERFORM VARYING SI FROM 1 BY 1
                   UNTIL SI > WS-SDN-COUNT OR WS-BEST-SCORE = 100
               PERFORM SCORE-ONE-SDN-NAME
               IF WS-SCORE > WS-BEST-SCORE
                   MOVE WS-SCORE TO WS-BEST-SCORE
                   MOVE SI TO WS-BEST-IX
               END-IF
           END-PERFORM.

       SCORE-ONE-SDN-NAME.
           MOVE 0 TO WS-SCORE.
           IF WS-SDN-LEN(SI) = WS-PARTY-LEN
               AND WS-SDN-CLEAN(SI) = WS-PARTY-CLEAN
               MOVE 100 TO WS-SCORE
           ELSE
               COMPUTE WS-SDN-BIGRAMS = WS-SDN-LEN(SI) - 1
               IF WS-SDN-BIGRAMS < WS-PARTY-BIGRAMS
                   MOVE WS-SDN-BIGRAMS TO WS-MIN-BIGRAMS
               ELSE
                   MOVE WS-PARTY-BIGRAMS TO WS-MIN-BIGRAMS
               END-IF
               COMPUTE WS-MAX-SCORE = (200 * WS-MIN-BIGRAMS)
                   / (WS-PARTY-BIGRAMS + WS-SDN-BIGRAMS)
               IF WS-PARTY-LEN NOT < WS-MIN-PARTIAL-LEN
                   AND WS-SDN-LEN(SI) NOT < WS-MIN-PARTIAL-LEN
                   MOVE 'Y' TO WS-PARTIAL-OK
               ELSE
                   MOVE 'N' TO WS-PARTIAL-OK
               END-IF
               IF WS-MAX-SCORE NOT < WS-MATCH-SCORE
                   OR WS-PARTIAL-OK = 'Y'
                   PERFORM COUNT-COMMON-BIGRAMS
                   COMPUTE WS-SCORE = (200 * WS-COMMON)
                       / (WS-PARTY-BIGRAMS + WS-SDN-BIGRAMS)
                   IF WS-PARTIAL-OK = 'Y'
                       COMPUTE WS-PARTIAL-SCORE =
                           (100 * WS-COMMON) / WS-MIN-BIGRAMS
                       IF WS-PARTIAL-SCORE > 99
                           MOVE 99 TO WS-PARTIAL-SCORE
                       END-IF
                       IF WS-PARTIAL-SCORE > WS-SCORE
                           MOVE WS-PARTIAL-SCORE TO WS-SCORE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COUNT-COMMON-BIGRAMS.
           MOVE 0 TO WS-COMMON.
           MOVE SPACES TO WS-BIGRAM-USED.
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > WS-PARTY-BIGRAMS
               MOVE 'N' TO WS-BIGRAM-FOUND
               PERFORM VARYING SJ FROM 1 BY 1
                       UNTIL SJ > WS-SDN-BIGRAMS
                       OR WS-BIGRAM-FOUND = 'Y'
                   IF WS-BIGRAM-USED(SJ:1) = SPACE
                       AND WS-SDN-CLEAN(SI)(SJ:2)
                           = WS-PARTY-CLEAN(PI:2)
                       MOVE 'U' TO WS-BIGRAM-USED(SJ:1)
                       MOVE 'Y' TO WS-BIGRAM-FOUND
                       ADD 1 TO WS-COMMON
                   END-IF
               END-PERFORM
           END-PERFORM.

       RECORD-HIT.
           MOVE SPACES TO WS-STATUS-MSG.
           MOVE WS-PARTY-TYPE TO SCR-PARTY-TYPE.
           MOVE WS-PARTY-KEY TO SCR-PARTY-KEY.
           READ SCREEN-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF SCR-FILE-STATUS = "00"
               IF SCR-STATUS = 'C'
                   IF SCR-SDN-ENT-NUM = WS-SDN-ENT-NUM(WS-BEST-IX)
                       AND SCR-PARTY-NAME = WS-PARTY-NAME
                       ADD 1 TO WS-STILL-CLEAR-COUNT
                   ELSE
                       PERFORM FILL-HIT-DETAILS
                       REWRITE SCREEN-RECORD
                           INVALID KEY
                               DISPLAY "Unable To Reopen Hit: "
                                   WS-PARTY-TYPE " " WS-PARTY-KEY
                       END-REWRITE
                       ADD 1 TO WS-REOPEN-COUNT
                       MOVE "HIT REOPENED" TO WS-STATUS-MSG
                   END-IF
               ELSE
                   ADD 1 TO WS-STILL-HELD-COUNT
               END-IF
           ELSE
               MOVE SPACES TO SCREEN-RECORD
               MOVE WS-PARTY-TYPE TO SCR-PARTY-TYPE
               MOVE WS-PARTY-KEY TO SCR-PARTY-KEY
               PERFORM FILL-HIT-DETAILS
               WRITE SCREEN-RECORD
                   INVALID KEY
                       DISPLAY "Unable To Record Hit: "
                           WS-PARTY-TYPE " " WS-PARTY-KEY
               END-WRITE
               ADD 1 TO WS-NEW-HIT-COUNT
               MOVE "POSSIBLE SDN MATCH" TO WS-STATUS-MSG
           END-IF.
           IF WS-STATUS-MSG NOT = SPACES
               PERFORM LOG-HIT
           END-IF.

       FILL-HIT-DETAILS.
           MOVE WS-PARTY-NAME TO SCR-PARTY-NAME.
           MOVE WS-PARTY-ACCT TO SCR-ACCT-NO.
           MOVE WS-SDN-ENT-NUM(WS-BEST-IX) TO SCR-SDN-ENT-NUM.
           MOVE WS-SDN-NAME(WS-BEST-IX) TO SCR-SDN-NAME.
           MOVE WS-SDN-PROGRAM(WS-BEST-IX) TO SCR-SDN-PROGRAM.
           MOVE WS-BEST-SCORE TO SCR-SCORE.
           MOVE WS-LIST-DATE TO SCR-LIST-DATE.
           MOVE WS-TODAY-DATE TO SCR-HIT-DATE.
           MOVE 'H' TO SCR-STATUS.
           MOVE SPACES TO SCR-ACTION-DATE.
           MOVE SPACES TO SCR-OPERATOR-ID.
           MOVE SPACES TO SCR-NOTE.

       LOG-HIT.
           DISPLAY "Possible Sanctions Match: " WS-PARTY-TYPE " "
               WS-PARTY-KEY " " WS-PARTY-NAME " Score " WS-BEST-SCORE.
           MOVE WS-PARTY-ACCT TO WS-AUDIT-ACCT-NO.
           MOVE 'M' TO WS-AUDIT-ACTION.
           MOVE WS-SCREEN-OPERATOR TO WS-AUDIT-OPERATOR.
           MOVE SPACES TO WS-OLD-VALUE.
           MOVE WS-PARTY-TYPE TO WS-OLD-VALUE(1:1).
           MOVE WS-PARTY-KEY TO WS-OLD-VALUE(2:11).
           MOVE SPACES TO WS-NEW-VALUE.
           MOVE WS-SDN-ENT-NUM(WS-BEST-IX) TO WS-NEW-VALUE(1:8).
           MOVE WS-BEST-SCORE TO WS-NEW-VALUE(10:3).
           MOVE SPACES TO WS-AUDIT-CUST-ID.
           IF WS-PARTY-TYPE = 'C'
               MOVE WS-PARTY-KEY TO WS-AUDIT-CUST-ID
           END-IF.
           MOVE WS-PARTY-NAME TO WS-OLD-TEXT.
           MOVE WS-SDN-NAME(WS-BEST-IX) TO WS-NEW-TEXT.
           PERFORM WRITE-MAINT-AUDIT.

           MOVE WS-PARTY-TYPE TO WS-RPT-TYPE.
           MOVE WS-PARTY-KEY TO WS-RPT-KEY.
           MOVE WS-PARTY-NAME TO WS-RPT-NAME.
           MOVE WS-BEST-SCORE TO WS-RPT-SCORE.
           MOVE WS-STATUS-MSG TO WS-RPT-RESULT.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-DETAIL.
           MOVE WS-SDN-ENT-NUM(WS-BEST-IX) TO WS-RPT-SDN-ENT.
           MOVE WS-SDN-NAME(WS-BEST-IX) TO WS-RPT-SDN-NAME.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-SDN-LINE.

       LIST-OPEN-HITS.
           MOVE SPACES TO SCREEN-RPT-LINE.
           WRITE SCREEN-RPT-LINE.
           MOVE "HITS AWAITING COMPLIANCE REVIEW OR BLOCKED"
               TO SCREEN-RPT-LINE.
           WRITE SCREEN-RPT-LINE.
           MOVE LOW-VALUES TO SCR-KEY.
           START SCREEN-MASTER KEY IS NOT LESS THAN SCR-KEY
               INVALID KEY MOVE 'Y' TO SCR-EOF
           END-START.
           IF SCR-EOF NOT = 'Y'
               READ SCREEN-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO SCR-EOF
               END-READ
           END-IF.
           PERFORM LIST-ONE-HIT UNTIL SCR-EOF = 'Y'.

       LIST-ONE-HIT.
           IF SCR-STATUS = 'H' OR SCR-STATUS = 'B'
               IF SCR-STATUS = 'H'
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE "PENDING" TO WS-RPT-RESULT
                   MOVE SCR-HIT-DATE TO WS-RPT-RESULT(9:8)
               ELSE
                   ADD 1 TO WS-ON-BLOCK-COUNT
                   MOVE "BLOCKED" TO WS-RPT-RESULT
                   MOVE SCR-ACTION-DATE TO WS-RPT-RESULT(9:8)
               END-IF
               MOVE SCR-PARTY-TYPE TO WS-RPT-TYPE
               MOVE SCR-PARTY-KEY TO WS-RPT-KEY
               MOVE SCR-PARTY-NAME TO WS-RPT-NAME
               MOVE SCR-SCORE TO WS-RPT-SCORE
               WRITE SCREEN-RPT-LINE FROM WS-RPT-DETAIL
               MOVE SCR-SDN-ENT-NUM TO WS-RPT-SDN-ENT
               MOVE SCR-SDN-NAME TO WS-RPT-SDN-NAME
               WRITE SCREEN-RPT-LINE FROM WS-RPT-SDN-LINE
           END-IF.
           READ SCREEN-MASTER NEXT RECORD
               AT END MOVE 'Y' TO SCR-EOF
           END-READ.

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
           MOVE WS-AUDIT-CUST-ID TO MAUD-CUST-ID.
           MOVE WS-OLD-TEXT TO MAUD-OLD-TEXT.
           MOVE WS-NEW-TEXT TO MAUD-NEW-TEXT.
           MOVE SPACES TO MAUD-CHAIN.
           WRITE MAINT-AUDIT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO SCREEN-RPT-LINE.
           WRITE SCREEN-RPT-LINE.
           MOVE "NAMES SCREENED" TO WS-RPT-TOT-LABEL.
           MOVE WS-SCREENED-COUNT TO WS-RPT-TOT-COUNT.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "NEW POSSIBLE HITS" TO WS-RPT-TOT-LABEL.
           MOVE WS-NEW-HIT-COUNT TO WS-RPT-TOT-COUNT.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "CLEARED HITS REOPENED" TO WS-RPT-TOT-LABEL.
           MOVE WS-REOPEN-COUNT TO WS-RPT-TOT-COUNT.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "MATCHES ALREADY CLEARED" TO WS-RPT-TOT-LABEL.
           MOVE WS-STILL-CLEAR-COUNT TO WS-RPT-TOT-COUNT.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "MATCHES ALREADY ON HOLD" TO WS-RPT-TOT-LABEL.
           MOVE WS-STILL-HELD-COUNT TO WS-RPT-TOT-COUNT.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "HITS CLEARED" TO WS-RPT-TOT-LABEL.
           MOVE WS-CLEARED-COUNT TO WS-RPT-TOT-COUNT.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "HITS CONFIRMED BLOCKED" TO WS-RPT-TOT-LABEL.
           MOVE WS-BLOCKED-COUNT TO WS-RPT-TOT-COUNT.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "DECK ITEMS REJECTED" TO WS-RPT-TOT-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-RPT-TOT-COUNT.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "HITS AWAITING REVIEW" TO WS-RPT-TOT-LABEL.
           MOVE WS-PENDING-COUNT TO WS-RPT-TOT-COUNT.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-TOT-LINE.
           MOVE "PARTIES BLOCKED" TO WS-RPT-TOT-LABEL.
           MOVE WS-ON-BLOCK-COUNT TO WS-RPT-TOT-COUNT.
           WRITE SCREEN-RPT-LINE FROM WS-RPT-TOT-LINE.
