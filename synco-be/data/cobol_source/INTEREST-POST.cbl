               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT CD-MASTER ASSIGN TO "CDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-ACCT-NO
               FILE STATUS IS CD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       FD  CD-MASTER.
           COPY CD-REC.

       WORKING-STORAGE SECTION.
       01  ACCT-FILE-STATUS    PIC X(2) VALUE "00".
       01  AUDIT-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-POSTED-COUNT     PIC 9(6) VALUE 0.
       01  WS-TOT-INTEREST     PIC 9(9)V99 VALUE 0.
       01  DISP-INT            PIC $$,$$$,$$9.99.
       01  CD-FILE-STATUS      PIC X(2) VALUE "00".
       01  WS-CD-FILE-OK       PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                   MOVE CTL-TIER-TYPE TO WS-SET-TYPE(WS-SET-IX)
                   MOVE 'Y' TO WS-SET-FOUND
               ELSE
                   DISPLAY "** TYPE SET TABLE FULL AT " CTL-TIER-TYPE
                       " - POSTING RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-SET-FOUND = 'Y'
                       (WS-SET-IX, WS-SET-TIER-COUNT(WS-SET-IX))
               ELSE
                   DISPLAY "** TIER SET FULL FOR TYPE " CTL-TIER-TYPE
                       " - POSTING RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ CONTROL-CARD
       POST-ALL-ACCOUNTS.
           OPEN I-O ACCOUNT-MASTER.
           OPEN EXTEND AUDIT-LOG.
           OPEN INPUT CD-MASTER.
           IF CD-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CD-FILE-OK
           ELSE
               DISPLAY "No CD Master - CD Accounts Skipped"
           END-IF.

           MOVE 0 TO ACCT-NO.
           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-NO

           CLOSE ACCOUNT-MASTER.
           CLOSE AUDIT-LOG.
           IF WS-CD-FILE-OK = 'Y'
               CLOSE CD-MASTER
           END-IF.

       POST-ONE-ACCOUNT.
           MOVE ACCT-TYPE TO WS-LOOKUP-TYPE.
           IF ACCT-TYPE = 'T'
               PERFORM FIND-CD-RATE
           ELSE
               PERFORM FIND-TYPE-SET
           END-IF.
           IF WS-SET-FOUND = 'N' OR ACCT-DORMANT-SW = 'C'
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
           IF ACCT-BALANCE > 0
               IF ACCT-TYPE NOT = 'T'
                   PERFORM FIND-TIER-RATE
               END-IF
               COMPUTE WS-INTEREST-AMT ROUNDED =
                   ACCT-BALANCE * WS-ANNUAL-RATE / 12
               IF WS-INTEREST-AMT > 0
               AT END MOVE 'Y' TO ACCT-EOF
           END-READ.

       FIND-CD-RATE.
           MOVE 'N' TO WS-SET-FOUND.
           IF WS-CD-FILE-OK = 'Y'
               MOVE ACCT-NO TO CD-ACCT-NO
               READ CD-MASTER
                   INVALID KEY
                       DISPLAY "No CD Terms On File: " ACCT-NO
                   NOT INVALID KEY
                       IF CD-STATUS = 'A'
                           MOVE CD-RATE TO WS-ANNUAL-RATE
                           MOVE 'Y' TO WS-SET-FOUND
                       END-IF
               END-READ
           END-IF.

       FIND-TIER-RATE.
           MOVE 'N' TO WS-TIER-FOUND.
           MOVE 0 TO WS-ANNUAL-RATE.
           MOVE "INTEREST POSTED" TO AUD-STATUS-MSG.
           MOVE "HQ" TO AUD-BRANCH-ID.
           MOVE SPACES TO AUD-REF-ID.
           MOVE SPACES TO AUD-CHAIN.
           WRITE AUDIT-RECORD.
