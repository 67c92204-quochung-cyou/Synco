       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANS-REPAIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUS-FILE-STATUS.
           SELECT SUSPENSE-NEW ASSIGN TO "SUSPNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SNW-FILE-STATUS.
           SELECT TRANS-REJ-FILE ASSIGN TO "TRNREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TREJ-FILE-STATUS.
           SELECT REPAIR-DECK ASSIGN TO "RPRMNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RMT-FILE-STATUS.
           SELECT RESUBMIT-FILE ASSIGN TO "RPRFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RSB-FILE-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.
           SELECT REPAIR-RPT-FILE ASSIGN TO "RPRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSP-REC.

       FD  SUSPENSE-NEW.
       01  SUSPENSE-NEW-RECORD     PIC X(150).

       FD  TRANS-REJ-FILE.
       01  TRANS-REJ-RECORD.
           05  TRJ-TRANS-IMAGE     PIC X(63).
           05  TRJ-REASON          PIC X(4).
           05  TRJ-REJECT-DATE     PIC X(8).
           05  FILLER              PIC X(5).

       FD  REPAIR-DECK.
       01  REPAIR-MAINT-RECORD.
           05  RMT-ACTION          PIC X.
           05  RMT-REF-ID          PIC X(14).
           05  RMT-OPERATOR-ID     PIC X(8).
           05  RMT-FIELD           PIC X(4).
           05  RMT-NEW-VALUE       PIC X(16).
           05  RMT-NOTE            PIC X(30).
           05  FILLER              PIC X(7).

       FD  RESUBMIT-FILE.
       01  RESUBMIT-RECORD         PIC X(63).

       FD  MAINT-AUDIT-FILE.
           COPY MAINT-AUD-REC.

       FD  REPAIR-RPT-FILE.
       01  REPAIR-RPT-LINE         PIC X(80).

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-ESCALATE-DAYS   PIC 9(3).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       WORKING-STORAGE SECTION.
           COPY TRANS-REC.

       01  SUS-FILE-STATUS     PIC X(2) VALUE "00".
       01  SNW-FILE-STATUS     PIC X(2) VALUE "00".
       01  TREJ-FILE-STATUS    PIC X(2) VALUE "00".
       01  RMT-FILE-STATUS     PIC X(2) VALUE "00".
       01  RSB-FILE-STATUS     PIC X(2) VALUE "00".
       01  MAUD-FILE-STATUS    PIC X(2) VALUE "00".
       01  RPT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  SUS-EOF             PIC X VALUE 'N'.
       01  TREJ-EOF            PIC X VALUE 'N'.
       01  RMT-EOF             PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-CURRENT-DATETIME PIC X(21).
       01  WS-ESCALATE-DAYS    PIC 9(3) VALUE 3.

       01  WS-SUS-TABLE.
           05  WS-SUS-ENTRY OCCURS 2000 TIMES.
               10  WS-SUS-REF       PIC X(14).
               10  WS-SUS-IMAGE     PIC X(63).
               10  WS-SUS-REASON    PIC X(4).
               10  WS-SUS-REJ-DATE  PIC X(8).
               10  WS-SUS-AGE       PIC 9(3).
               10  WS-SUS-AGED-DATE PIC X(8).
               10  WS-SUS-STATUS    PIC X.
               10  WS-SUS-ACT-DATE  PIC X(8).
               10  WS-SUS-OPERATOR  PIC X(8).
               10  WS-SUS-REJ-COUNT PIC 9(3).
               10  WS-SUS-NOTE      PIC X(30).
       01  WS-SUS-COUNT        PIC 9(4) VALUE 0.
       01  SX                  PIC 9(4).
       01  WS-SUS-IX           PIC 9(4).
       01  WS-SUS-FOUND        PIC X.
       01  WS-FIND-REF         PIC X(14).

       01  WS-NEW-REJECTS      PIC 9(5) VALUE 0.
       01  WS-RE-REJECTS       PIC 9(5) VALUE 0.
       01  WS-ACCEPTED         PIC 9(5) VALUE 0.
       01  WS-PURGED           PIC 9(5) VALUE 0.
       01  WS-CORRECTED        PIC 9(5) VALUE 0.
       01  WS-RELEASED         PIC 9(5) VALUE 0.
       01  WS-CANCELLED        PIC 9(5) VALUE 0.
       01  WS-CARD-REJECTS     PIC 9(5) VALUE 0.
       01  WS-ESCALATED        PIC 9(5) VALUE 0.
       01  WS-OPEN-ITEMS       PIC 9(5) VALUE 0.
       01  WS-RESUBMIT-COUNT   PIC 9(5) VALUE 0.
       01  WS-CARD-REASON      PIC X(20).

       01  WS-NUM1             PIC 9.
       01  WS-NUM7             PIC 9(7).
       01  WS-NUM8             PIC 9(8).
       01  WS-NUM16            PIC 9(16).
       01  WS-OLD-VALUE        PIC X(16).

       01  WS-AUDIT-ACCT-NO    PIC 9(8).
       01  WS-AUDIT-OPERATOR   PIC X(8).
       01  WS-AUDIT-OLD-VALUE  PIC X(12).
       01  WS-AUDIT-NEW-VALUE  PIC X(12).
       01  WS-AUDIT-STATUS-MSG PIC X(20).
       01  WS-AUDIT-AMOUNT     PIC 9(7)V99.
       01  WS-AUDIT-OLD-TEXT   PIC X(30).
       01  WS-AUDIT-NEW-TEXT   PIC X(30).

       01  WS-RPT-HDR1.
           05  FILLER           PIC X(40)
               VALUE "TRANSACTION REPAIR QUEUE - SUSPENSE".
           05  FILLER           PIC X(15) VALUE "BUSINESS DATE ".
           05  WS-RPT-HDR-DATE  PIC X(8).
           05  FILLER           PIC X(17) VALUE SPACES.
       01  WS-RPT-CARD-HDR.
           05  FILLER           PIC X(80)
               VALUE "REJECTED CORRECTION CARDS".
       01  WS-RPT-CARD-DETAIL.
           05  WS-RPT-CARD-ACT  PIC X.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-CARD-REF  PIC X(14).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-CARD-OPER PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-CARD-FLD  PIC X(4).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-CARD-RSN  PIC X(20).
           05  FILLER           PIC X(29) VALUE SPACES.
       01  WS-RPT-ITEM-HDR.
           05  FILLER           PIC X(40)
               VALUE "REFERENCE      ACCOUNT  O    AMOUNT BRCH".
           05  FILLER           PIC X(40)
               VALUE " RSN  REJECTED AGE STATUS     FLAG".
       01  WS-RPT-ITEM-DETAIL.
           05  WS-RPT-REF       PIC X(14).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-ACCT      PIC 9(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-OPTION    PIC 9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-AMOUNT    PIC ZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-BRANCH    PIC X(4).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-REASON    PIC X(4).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-REJ-DATE  PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-AGE       PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-STATUS    PIC X(10).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-FLAG      PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
       01  WS-RPT-BLANK         PIC X(80) VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL PIC X(30).
           05  WS-RPT-CNT-VALUE PIC ZZZ,ZZ9.
           05  FILLER           PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "TRANSACTION REPAIR QUEUE STARTED".

           PERFORM READ-CONTROL-CARD.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-SUSPENSE.
           PERFORM APPLY-NEW-REJECTS.
           PERFORM CONFIRM-RESUBMITTED.

           OPEN EXTEND MAINT-AUDIT-FILE.
           IF MAUD-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           OPEN OUTPUT REPAIR-RPT-FILE.
           MOVE WS-TODAY-DATE TO WS-RPT-HDR-DATE.
           WRITE REPAIR-RPT-LINE FROM WS-RPT-HDR1.
           WRITE REPAIR-RPT-LINE FROM WS-RPT-BLANK.
           WRITE REPAIR-RPT-LINE FROM WS-RPT-CARD-HDR.
           PERFORM APPLY-REPAIR-DECK.
           CLOSE MAINT-AUDIT-FILE.

           PERFORM WRITE-SUSPENSE.
           PERFORM WRITE-REPAIR-TOTALS.
           CLOSE REPAIR-RPT-FILE.

           DISPLAY "NEW REJECTS: " WS-NEW-REJECTS
               "  RE-REJECTED: " WS-RE-REJECTS.
           DISPLAY "RELEASED: " WS-RELEASED
               "  CANCELLED: " WS-CANCELLED
               "  CORRECTED: " WS-CORRECTED.
           DISPLAY "OPEN ITEMS: " WS-OPEN-ITEMS
               "  ESCALATED: " WS-ESCALATED.
           IF WS-ESCALATED > 0 OR WS-CARD-REJECTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "TRANSACTION REPAIR QUEUE COMPLETE".
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "No Control Card - Default Escalation Age"
           ELSE
               READ CONTROL-CARD
                   AT END DISPLAY "Empty Control Card"
                   NOT AT END
                       IF CTL-ESCALATE-DAYS NUMERIC
                           AND CTL-ESCALATE-DAYS > 0
                           MOVE CTL-ESCALATE-DAYS TO WS-ESCALATE-DAYS
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

       LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF SUS-FILE-STATUS = "35"
               DISPLAY "No Suspense File - Starting Empty Queue"
               MOVE 'Y' TO SUS-EOF
           ELSE
               IF SUS-FILE-STATUS NOT = "00"
                   DISPLAY "** SUSPENSE OPEN FAILED - STATUS "
                       SUS-FILE-STATUS ", RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ SUSPENSE-FILE
                   AT END MOVE 'Y' TO SUS-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-SUSPENSE UNTIL SUS-EOF = 'Y'.
           CLOSE SUSPENSE-FILE.

       LOAD-ONE-SUSPENSE.
           IF (SUS-STATUS = 'A' OR SUS-STATUS = 'C')
               AND SUS-ACTION-DATE NOT = WS-TODAY-DATE
               ADD 1 TO WS-PURGED
           ELSE
               IF WS-SUS-COUNT < 2000
                   ADD 1 TO WS-SUS-COUNT
                   MOVE SUS-REF-ID TO WS-SUS-REF(WS-SUS-COUNT)
                   MOVE SUS-TRANS-IMAGE TO WS-SUS-IMAGE(WS-SUS-COUNT)
                   MOVE SUS-REASON TO WS-SUS-REASON(WS-SUS-COUNT)
                   MOVE SUS-REJECT-DATE
                       TO WS-SUS-REJ-DATE(WS-SUS-COUNT)
                   MOVE SUS-AGE TO WS-SUS-AGE(WS-SUS-COUNT)
                   MOVE SUS-AGED-DATE
                       TO WS-SUS-AGED-DATE(WS-SUS-COUNT)
                   MOVE SUS-STATUS TO WS-SUS-STATUS(WS-SUS-COUNT)
                   MOVE SUS-ACTION-DATE
                       TO WS-SUS-ACT-DATE(WS-SUS-COUNT)
                   MOVE SUS-OPERATOR-ID
                       TO WS-SUS-OPERATOR(WS-SUS-COUNT)
                   MOVE SUS-REJECT-COUNT
                       TO WS-SUS-REJ-COUNT(WS-SUS-COUNT)
                   MOVE SUS-NOTE TO WS-SUS-NOTE(WS-SUS-COUNT)
                   IF (SUS-STATUS = 'P' OR SUS-STATUS = 'R')
                       AND SUS-AGED-DATE NOT = WS-TODAY-DATE
                       ADD 1 TO WS-SUS-AGE(WS-SUS-COUNT)
                       MOVE WS-TODAY-DATE
                           TO WS-SUS-AGED-DATE(WS-SUS-COUNT)
                   END-IF
               ELSE
                   DISPLAY "** SUSPENSE TABLE FULL - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ SUSPENSE-FILE
               AT END MOVE 'Y' TO SUS-EOF
           END-READ.

       FIND-SUSPENSE-ITEM.
           MOVE 'N' TO WS-SUS-FOUND.
           PERFORM VARYING SX FROM 1 BY 1
                   UNTIL SX > WS-SUS-COUNT OR WS-SUS-FOUND = 'Y'
               IF WS-SUS-REF(SX) = WS-FIND-REF
                   MOVE SX TO WS-SUS-IX
                   MOVE 'Y' TO WS-SUS-FOUND
               END-IF
           END-PERFORM.

       APPLY-NEW-REJECTS.
           OPEN INPUT TRANS-REJ-FILE.
           IF TREJ-FILE-STATUS = "35"
               DISPLAY "No Reject File - No New Suspense Items"
               MOVE 'Y' TO TREJ-EOF
           ELSE
               READ TRANS-REJ-FILE
                   AT END MOVE 'Y' TO TREJ-EOF
               END-READ
           END-IF.
           PERFORM APPLY-ONE-REJECT UNTIL TREJ-EOF = 'Y'.
           CLOSE TRANS-REJ-FILE.

       APPLY-ONE-REJECT.
           MOVE TRJ-TRANS-IMAGE TO TRANS-RECORD.
           MOVE TRANS-REF-ID TO WS-FIND-REF.
           PERFORM FIND-SUSPENSE-ITEM.
           IF WS-SUS-FOUND = 'Y'
               IF WS-SUS-STATUS(WS-SUS-IX) = 'R'
                   ADD 1 TO WS-RE-REJECTS
                   ADD 1 TO WS-SUS-REJ-COUNT(WS-SUS-IX)
                   MOVE 'P' TO WS-SUS-STATUS(WS-SUS-IX)
                   MOVE WS-TODAY-DATE TO WS-SUS-ACT-DATE(WS-SUS-IX)
                   MOVE "REJECTED AGAIN ON RESUBMIT"
                       TO WS-SUS-NOTE(WS-SUS-IX)
                   DISPLAY "RESUBMITTED ITEM REJECTED AGAIN: "
                       TRANS-REF-ID " " TRJ-REASON
               END-IF
               MOVE TRJ-TRANS-IMAGE TO WS-SUS-IMAGE(WS-SUS-IX)
               MOVE TRJ-REASON TO WS-SUS-REASON(WS-SUS-IX)
           ELSE
               IF WS-SUS-COUNT < 2000
                   ADD 1 TO WS-SUS-COUNT
                   ADD 1 TO WS-NEW-REJECTS
                   MOVE TRANS-REF-ID TO WS-SUS-REF(WS-SUS-COUNT)
                   MOVE TRJ-TRANS-IMAGE TO WS-SUS-IMAGE(WS-SUS-COUNT)
                   MOVE TRJ-REASON TO WS-SUS-REASON(WS-SUS-COUNT)
                   MOVE TRJ-REJECT-DATE
                       TO WS-SUS-REJ-DATE(WS-SUS-COUNT)
                   MOVE 0 TO WS-SUS-AGE(WS-SUS-COUNT)
                   MOVE WS-TODAY-DATE
                       TO WS-SUS-AGED-DATE(WS-SUS-COUNT)
                   MOVE 'P' TO WS-SUS-STATUS(WS-SUS-COUNT)
                   MOVE WS-TODAY-DATE
                       TO WS-SUS-ACT-DATE(WS-SUS-COUNT)
                   MOVE SPACES TO WS-SUS-OPERATOR(WS-SUS-COUNT)
                   MOVE 1 TO WS-SUS-REJ-COUNT(WS-SUS-COUNT)
                   MOVE SPACES TO WS-SUS-NOTE(WS-SUS-COUNT)
               ELSE
                   DISPLAY "** SUSPENSE TABLE FULL - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ TRANS-REJ-FILE
               AT END MOVE 'Y' TO TREJ-EOF
           END-READ.

       CONFIRM-RESUBMITTED.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SUS-COUNT
               IF WS-SUS-STATUS(SX) = 'R'
                   AND WS-SUS-ACT-DATE(SX) NOT = WS-TODAY-DATE
                   MOVE 'A' TO WS-SUS-STATUS(SX)
                   MOVE WS-TODAY-DATE TO WS-SUS-ACT-DATE(SX)
                   MOVE "ACCEPTED BY THE GATE ON RESUBMIT"
                       TO WS-SUS-NOTE(SX)
                   ADD 1 TO WS-ACCEPTED
               END-IF
           END-PERFORM.

       APPLY-REPAIR-DECK.
           OPEN INPUT REPAIR-DECK.
           IF RMT-FILE-STATUS = "35"
               DISPLAY "No Correction Deck - No Repairs Applied"
               MOVE 'Y' TO RMT-EOF
           ELSE
               READ REPAIR-DECK
                   AT END MOVE 'Y' TO RMT-EOF
               END-READ
           END-IF.
           PERFORM APPLY-ONE-CARD UNTIL RMT-EOF = 'Y'.
           CLOSE REPAIR-DECK.

       APPLY-ONE-CARD.
           MOVE SPACES TO WS-CARD-REASON.
           MOVE RMT-REF-ID TO WS-FIND-REF.
           PERFORM FIND-SUSPENSE-ITEM.
           EVALUATE TRUE
               WHEN RMT-ACTION NOT = 'C' AND RMT-ACTION NOT = 'R'
                   AND RMT-ACTION NOT = 'X'
                   MOVE "BAD ACTION" TO WS-CARD-REASON
               WHEN RMT-OPERATOR-ID = SPACES
                   MOVE "NO OPERATOR ID" TO WS-CARD-REASON
               WHEN WS-SUS-FOUND = 'N'
                   MOVE "NOT IN SUSPENSE" TO WS-CARD-REASON
               WHEN WS-SUS-STATUS(WS-SUS-IX) NOT = 'P'
                   MOVE "ITEM NOT PENDING" TO WS-CARD-REASON
               WHEN RMT-ACTION = 'R'
                   AND WS-SUS-REASON(WS-SUS-IX) = "PAYD"
                   MOVE "PAYD - CANCEL ONLY" TO WS-CARD-REASON
               WHEN RMT-ACTION = 'X' AND RMT-NOTE = SPACES
                   MOVE "CANCEL NEEDS REASON" TO WS-CARD-REASON
           END-EVALUATE.

           IF WS-CARD-REASON = SPACES
               MOVE WS-SUS-IMAGE(WS-SUS-IX) TO TRANS-RECORD
               MOVE TRANS-ACCT-NO TO WS-AUDIT-ACCT-NO
               MOVE TRANS-AMOUNT TO WS-AUDIT-AMOUNT
               MOVE RMT-OPERATOR-ID TO WS-AUDIT-OPERATOR
               MOVE SPACES TO WS-AUDIT-OLD-TEXT
               MOVE RMT-REF-ID TO WS-AUDIT-OLD-TEXT(1:14)
               MOVE RMT-NOTE TO WS-AUDIT-NEW-TEXT
               EVALUATE RMT-ACTION
                   WHEN 'C'
                       PERFORM CORRECT-ONE-FIELD
                   WHEN 'R'
                       MOVE 'R' TO WS-SUS-STATUS(WS-SUS-IX)
                       MOVE WS-TODAY-DATE TO WS-SUS-ACT-DATE(WS-SUS-IX)
                       MOVE RMT-OPERATOR-ID
                           TO WS-SUS-OPERATOR(WS-SUS-IX)
                       MOVE RMT-NOTE TO WS-SUS-NOTE(WS-SUS-IX)
                       MOVE WS-SUS-REASON(WS-SUS-IX)
                           TO WS-AUDIT-OLD-VALUE
                       MOVE "RELEASED" TO WS-AUDIT-NEW-VALUE
                       MOVE "REPAIR RELEASED" TO WS-AUDIT-STATUS-MSG
                       PERFORM WRITE-MAINT-AUDIT
                       ADD 1 TO WS-RELEASED
                   WHEN 'X'
                       MOVE 'C' TO WS-SUS-STATUS(WS-SUS-IX)
                       MOVE WS-TODAY-DATE TO WS-SUS-ACT-DATE(WS-SUS-IX)
                       MOVE RMT-OPERATOR-ID
                           TO WS-SUS-OPERATOR(WS-SUS-IX)
                       MOVE RMT-NOTE TO WS-SUS-NOTE(WS-SUS-IX)
                       MOVE WS-SUS-REASON(WS-SUS-IX)
                           TO WS-AUDIT-OLD-VALUE
                       MOVE "CANCELLED" TO WS-AUDIT-NEW-VALUE
                       MOVE "REPAIR CANCELLED" TO WS-AUDIT-STATUS-MSG
                       PERFORM WRITE-MAINT-AUDIT
                       ADD 1 TO WS-CANCELLED
               END-EVALUATE
           END-IF.

           IF WS-CARD-REASON NOT = SPACES
               MOVE RMT-ACTION TO WS-RPT-CARD-ACT
               MOVE RMT-REF-ID TO WS-RPT-CARD-REF
               MOVE RMT-OPERATOR-ID TO WS-RPT-CARD-OPER
               MOVE RMT-FIELD TO WS-RPT-CARD-FLD
               MOVE WS-CARD-REASON TO WS-RPT-CARD-RSN
               WRITE REPAIR-RPT-LINE FROM WS-RPT-CARD-DETAIL
               ADD 1 TO WS-CARD-REJECTS
           END-IF.

           READ REPAIR-DECK
               AT END MOVE 'Y' TO RMT-EOF
           END-READ.

       CORRECT-ONE-FIELD.
           MOVE SPACES TO WS-OLD-VALUE.
           IF (RMT-FIELD = "ACCT" OR RMT-FIELD = "CARD")
               AND TRANS-BRANCH-ID NOT = "HQ"
               AND TRANS-BRANCH-ID NOT = "PAY"
               MOVE "PIN BOUND - REKEY" TO WS-CARD-REASON
           ELSE
           EVALUATE RMT-FIELD
               WHEN "ACCT"
                   IF RMT-NEW-VALUE(1:8) NUMERIC
                       AND RMT-NEW-VALUE(9:8) = SPACES
                       MOVE TRANS-ACCT-NO TO WS-OLD-VALUE
                       MOVE RMT-NEW-VALUE(1:8) TO WS-NUM8
                       MOVE WS-NUM8 TO TRANS-ACCT-NO
                   ELSE
                       MOVE "BAD FIELD VALUE" TO WS-CARD-REASON
                   END-IF
               WHEN "TACC"
                   IF RMT-NEW-VALUE(1:8) NUMERIC
                       AND RMT-NEW-VALUE(9:8) = SPACES
                       MOVE TRANS-TO-ACCT TO WS-OLD-VALUE
                       MOVE RMT-NEW-VALUE(1:8) TO WS-NUM8
                       MOVE WS-NUM8 TO TRANS-TO-ACCT
                   ELSE
                       MOVE "BAD FIELD VALUE" TO WS-CARD-REASON
                   END-IF
               WHEN "OPTN"
                   IF RMT-NEW-VALUE(1:1) NUMERIC
                       AND RMT-NEW-VALUE(2:15) = SPACES
                       MOVE TRANS-OPTION TO WS-OLD-VALUE
                       MOVE RMT-NEW-VALUE(1:1) TO WS-NUM1
                       MOVE WS-NUM1 TO TRANS-OPTION
                   ELSE
                       MOVE "BAD FIELD VALUE" TO WS-CARD-REASON
                   END-IF
               WHEN "ORIG"
                   IF RMT-NEW-VALUE(1:1) NUMERIC
                       AND RMT-NEW-VALUE(2:15) = SPACES
                       MOVE TRANS-ORIG-OPTION TO WS-OLD-VALUE
                       MOVE RMT-NEW-VALUE(1:1) TO WS-NUM1
                       MOVE WS-NUM1 TO TRANS-ORIG-OPTION
                   ELSE
                       MOVE "BAD FIELD VALUE" TO WS-CARD-REASON
                   END-IF
               WHEN "AMT "
                   IF RMT-NEW-VALUE(1:7) NUMERIC
                       AND RMT-NEW-VALUE(8:9) = SPACES
                       MOVE TRANS-AMOUNT TO WS-NUM7
                       MOVE WS-NUM7 TO WS-OLD-VALUE
                       MOVE RMT-NEW-VALUE(1:7) TO WS-NUM7
                       COMPUTE TRANS-AMOUNT = WS-NUM7 / 100
                   ELSE
                       MOVE "BAD FIELD VALUE" TO WS-CARD-REASON
                   END-IF
               WHEN "CARD"
                   IF RMT-NEW-VALUE NUMERIC
                       MOVE TRANS-CARD-NO TO WS-OLD-VALUE
                       MOVE RMT-NEW-VALUE TO WS-NUM16
                       MOVE WS-NUM16 TO TRANS-CARD-NO
                   ELSE
                       MOVE "BAD FIELD VALUE" TO WS-CARD-REASON
                   END-IF
               WHEN "BRCH"
                   IF RMT-NEW-VALUE(1:4) = SPACES
                       OR RMT-NEW-VALUE(5:12) NOT = SPACES
                       MOVE "BAD FIELD VALUE" TO WS-CARD-REASON
                   ELSE
                       IF RMT-NEW-VALUE(1:4) = "HQ"
                           OR RMT-NEW-VALUE(1:4) = "PAY"
                           MOVE "BRANCH NOT ALLOWED" TO WS-CARD-REASON
                       ELSE
                           MOVE TRANS-BRANCH-ID TO WS-OLD-VALUE
                           MOVE RMT-NEW-VALUE(1:4) TO TRANS-BRANCH-ID
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "BAD FIELD CODE" TO WS-CARD-REASON
           END-EVALUATE
           END-IF.

           IF WS-CARD-REASON = SPACES
               MOVE TRANS-RECORD TO WS-SUS-IMAGE(WS-SUS-IX)
               MOVE RMT-OPERATOR-ID TO WS-SUS-OPERATOR(WS-SUS-IX)
               MOVE WS-TODAY-DATE TO WS-SUS-ACT-DATE(WS-SUS-IX)
               MOVE RMT-FIELD TO WS-AUDIT-OLD-TEXT(16:4)
               MOVE WS-OLD-VALUE TO WS-AUDIT-OLD-VALUE
               MOVE RMT-NEW-VALUE TO WS-AUDIT-NEW-VALUE
               MOVE "REPAIR CORRECTED" TO WS-AUDIT-STATUS-MSG
               MOVE TRANS-ACCT-NO TO WS-AUDIT-ACCT-NO
               MOVE TRANS-AMOUNT TO WS-AUDIT-AMOUNT
               PERFORM WRITE-MAINT-AUDIT
               ADD 1 TO WS-CORRECTED
           END-IF.

       WRITE-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-TODAY-DATE TO MAUD-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO MAUD-TIME.
           MOVE WS-AUDIT-ACCT-NO TO MAUD-ACCT-NO.
           MOVE 'G' TO MAUD-ACTION.
           MOVE WS-AUDIT-OPERATOR TO MAUD-OPERATOR-ID.
           MOVE WS-AUDIT-OLD-VALUE TO MAUD-OLD-VALUE.
           MOVE WS-AUDIT-NEW-VALUE TO MAUD-NEW-VALUE.
           MOVE WS-AUDIT-STATUS-MSG TO MAUD-STATUS-MSG.
           MOVE WS-AUDIT-AMOUNT TO MAUD-AMOUNT.
           MOVE SPACES TO MAUD-CUST-ID.
           MOVE WS-AUDIT-OLD-TEXT TO MAUD-OLD-TEXT.
           MOVE WS-AUDIT-NEW-TEXT TO MAUD-NEW-TEXT.
           MOVE SPACES TO MAUD-CHAIN.
           WRITE MAINT-AUDIT-RECORD.

       WRITE-SUSPENSE.
           OPEN OUTPUT SUSPENSE-NEW.
           IF SNW-FILE-STATUS NOT = "00"
               DISPLAY "** SUSPENSE OUTPUT OPEN FAILED - STATUS "
                   SNW-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RESUBMIT-FILE.
           WRITE REPAIR-RPT-LINE FROM WS-RPT-BLANK.
           WRITE REPAIR-RPT-LINE FROM WS-RPT-ITEM-HDR.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SUS-COUNT
               PERFORM WRITE-ONE-SUSPENSE
           END-PERFORM.
           CLOSE SUSPENSE-NEW.
           CLOSE RESUBMIT-FILE.

       WRITE-ONE-SUSPENSE.
           MOVE WS-SUS-REF(SX) TO SUS-REF-ID.
           MOVE WS-SUS-IMAGE(SX) TO SUS-TRANS-IMAGE.
           MOVE WS-SUS-REASON(SX) TO SUS-REASON.
           MOVE WS-SUS-REJ-DATE(SX) TO SUS-REJECT-DATE.
           MOVE WS-SUS-AGE(SX) TO SUS-AGE.
           MOVE WS-SUS-AGED-DATE(SX) TO SUS-AGED-DATE.
           MOVE WS-SUS-STATUS(SX) TO SUS-STATUS.
           MOVE WS-SUS-ACT-DATE(SX) TO SUS-ACTION-DATE.
           MOVE WS-SUS-OPERATOR(SX) TO SUS-OPERATOR-ID.
           MOVE WS-SUS-REJ-COUNT(SX) TO SUS-REJECT-COUNT.
           MOVE WS-SUS-NOTE(SX) TO SUS-NOTE.
           WRITE SUSPENSE-NEW-RECORD FROM SUSPENSE-RECORD.

           IF WS-SUS-STATUS(SX) = 'R'
               AND WS-SUS-ACT-DATE(SX) = WS-TODAY-DATE
               MOVE WS-SUS-IMAGE(SX) TO RESUBMIT-RECORD
               WRITE RESUBMIT-RECORD
               ADD 1 TO WS-RESUBMIT-COUNT
           END-IF.

           MOVE WS-SUS-IMAGE(SX) TO TRANS-RECORD.
           MOVE WS-SUS-REF(SX) TO WS-RPT-REF.
           MOVE TRANS-ACCT-NO TO WS-RPT-ACCT.
           MOVE TRANS-OPTION TO WS-RPT-OPTION.
           MOVE TRANS-AMOUNT TO WS-RPT-AMOUNT.
           MOVE TRANS-BRANCH-ID TO WS-RPT-BRANCH.
           MOVE WS-SUS-REASON(SX) TO WS-RPT-REASON.
           MOVE WS-SUS-REJ-DATE(SX) TO WS-RPT-REJ-DATE.
           MOVE WS-SUS-AGE(SX) TO WS-RPT-AGE.
           MOVE SPACES TO WS-RPT-FLAG.
           EVALUATE WS-SUS-STATUS(SX)
               WHEN 'P'
                   MOVE "PENDING" TO WS-RPT-STATUS
                   ADD 1 TO WS-OPEN-ITEMS
                   IF WS-SUS-AGE(SX) > WS-ESCALATE-DAYS
                       MOVE "ESCALATE" TO WS-RPT-FLAG
                       ADD 1 TO WS-ESCALATED
                       DISPLAY "** SUSPENSE ITEM " WS-SUS-REF(SX)
                           " AGED " WS-SUS-AGE(SX)
                           " BUSINESS DAYS - ESCALATE"
                   END-IF
               WHEN 'R'
                   MOVE "RELEASED" TO WS-RPT-STATUS
                   ADD 1 TO WS-OPEN-ITEMS
               WHEN 'A'
                   MOVE "ACCEPTED" TO WS-RPT-STATUS
               WHEN 'C'
                   MOVE "CANCELLED" TO WS-RPT-STATUS
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-RPT-STATUS
           END-EVALUATE.
           WRITE REPAIR-RPT-LINE FROM WS-RPT-ITEM-DETAIL.

       WRITE-REPAIR-TOTALS.
           WRITE REPAIR-RPT-LINE FROM WS-RPT-BLANK.
           MOVE "NEW REJECTS INTO SUSPENSE" TO WS-RPT-CNT-LABEL.
           MOVE WS-NEW-REJECTS TO WS-RPT-CNT-VALUE.
           WRITE REPAIR-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "RESUBMITS REJECTED AGAIN" TO WS-RPT-CNT-LABEL.
           MOVE WS-RE-REJECTS TO WS-RPT-CNT-VALUE.
           WRITE REPAIR-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "RESUBMITS ACCEPTED" TO WS-RPT-CNT-LABEL.
           MOVE WS-ACCEPTED TO WS-RPT-CNT-VALUE.
           WRITE REPAIR-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "FIELDS CORRECTED" TO WS-RPT-CNT-LABEL.
           MOVE WS-CORRECTED TO WS-RPT-CNT-VALUE.
           WRITE REPAIR-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "RELEASED FOR RESUBMIT" TO WS-RPT-CNT-LABEL.
           MOVE WS-RESUBMIT-COUNT TO WS-RPT-CNT-VALUE.
           WRITE REPAIR-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "CANCELLED" TO WS-RPT-CNT-LABEL.
           MOVE WS-CANCELLED TO WS-RPT-CNT-VALUE.
           WRITE REPAIR-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "CLOSED ITEMS PURGED" TO WS-RPT-CNT-LABEL.
           MOVE WS-PURGED TO WS-RPT-CNT-VALUE.
           WRITE REPAIR-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "CORRECTION CARDS REJECTED" TO WS-RPT-CNT-LABEL.
           MOVE WS-CARD-REJECTS TO WS-RPT-CNT-VALUE.
           WRITE REPAIR-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "OPEN ITEMS" TO WS-RPT-CNT-LABEL.
           MOVE WS-OPEN-ITEMS TO WS-RPT-CNT-VALUE.
           WRITE REPAIR-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "ESCALATED" TO WS-RPT-CNT-LABEL.
           MOVE WS-ESCALATED TO WS-RPT-CNT-VALUE.
           WRITE REPAIR-RPT-LINE FROM WS-RPT-COUNT-LINE.
