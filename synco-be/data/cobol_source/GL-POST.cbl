           SELECT TRIAL-RPT-FILE ASSIGN TO "TRIALBAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRIAL-RPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-MASTER-FILE.
           COPY GLMAST-REC.

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05  FILLER              PIC X(27).

       FD  GL-MASTER-OUT.
       01  GL-MASTER-OUT-RECORD    PIC X(53).

       FD  TRIAL-RPT-FILE.
       01  TRIAL-RPT-LINE          PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       WORKING-STORAGE SECTION.
       01  GLM-FILE-STATUS     PIC X(2) VALUE "00".
       01  GLJRNL-FILE-STATUS  PIC X(2) VALUE "00".
       01  GLMN-FILE-STATUS    PIC X(2) VALUE "00".
       01  TRIAL-RPT-STATUS    PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  GLM-EOF             PIC X VALUE 'N'.
       01  GLJRNL-EOF          PIC X VALUE 'N'.

       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 200 TIMES.
               10  WS-GL-ACCT      PIC X(8).
               10  WS-GL-OPENING   PIC S9(11)V99.
               10  WS-GL-DEBITS    PIC 9(11)V99.
               10  WS-GL-CREDITS   PIC 9(11)V99.
               10  WS-GL-MTD       PIC S9(11)V99.
               10  WS-GL-YTD       PIC S9(11)V99.
       01  WS-GL-COUNT         PIC 9(3) VALUE 0.
       01  GI                  PIC 9(3).
       01  WS-GL-IX            PIC 9(3).
       01  WS-TRL-SEEN         PIC X VALUE 'N'.
       01  WS-POSTED-COUNT     PIC 9(6) VALUE 0.
       01  WS-OUT-OF-BAL       PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-CUR-PERIOD       PIC X(6).
       01  WS-PERIODS-ROLLED   PIC 9(3) VALUE 0.

       01  WS-RPT-HDR1.
           05  FILLER           PIC X(80)
       MAIN-LOGIC.
           DISPLAY "GL POSTING AND TRIAL BALANCE STARTED".

           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-GL-MASTER.
           PERFORM APPLY-GL-JOURNAL.
           PERFORM WRITE-NEW-MASTER.
           DISPLAY "GL POSTING AND TRIAL BALANCE COMPLETE".
           STOP RUN.

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
           MOVE WS-TODAY-DATE(1:6) TO WS-CUR-PERIOD.

       LOAD-GL-MASTER.
           OPEN INPUT GL-MASTER-FILE.
           IF GLM-FILE-STATUS = "35"
           PERFORM FIND-GL-ENTRY.
           IF WS-GL-FOUND = 'Y'
               MOVE GLM-BALANCE TO WS-GL-OPENING(WS-GL-IX)
               MOVE GLM-MTD-NET TO WS-GL-MTD(WS-GL-IX)
               MOVE GLM-YTD-NET TO WS-GL-YTD(WS-GL-IX)
               IF GLM-PERIOD NOT = SPACES
                   AND GLM-PERIOD NOT = WS-CUR-PERIOD
                   ADD 1 TO WS-PERIODS-ROLLED
                   MOVE 0 TO WS-GL-MTD(WS-GL-IX)
                   IF GLM-PERIOD(1:4) NOT = WS-CUR-PERIOD(1:4)
                       MOVE 0 TO WS-GL-YTD(WS-GL-IX)
                   END-IF
               END-IF
           END-IF.
           READ GL-MASTER-FILE
               AT END MOVE 'Y' TO GLM-EOF
               END-IF
           END-PERFORM.
           IF WS-GL-FOUND = 'N'
               IF WS-GL-COUNT < 200
                   ADD 1 TO WS-GL-COUNT
                   MOVE WS-GL-COUNT TO WS-GL-IX
                   MOVE WS-LOOKUP-GL TO WS-GL-ACCT(WS-GL-IX)
                   MOVE 0 TO WS-GL-OPENING(WS-GL-IX)
                   MOVE 0 TO WS-GL-DEBITS(WS-GL-IX)
                   MOVE 0 TO WS-GL-CREDITS(WS-GL-IX)
                   MOVE 0 TO WS-GL-MTD(WS-GL-IX)
                   MOVE 0 TO WS-GL-YTD(WS-GL-IX)
                   MOVE 'Y' TO WS-GL-FOUND
               ELSE
                   DISPLAY "** GL TABLE FULL AT ACCT " WS-LOOKUP-GL
                       " - GL POSTING RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

               COMPUTE WS-GL-BALANCE = WS-GL-OPENING(GI)
                   + WS-GL-DEBITS(GI) - WS-GL-CREDITS(GI)
               MOVE WS-GL-BALANCE TO GLM-BALANCE
               COMPUTE GLM-MTD-NET = WS-GL-MTD(GI)
                   + WS-GL-DEBITS(GI) - WS-GL-CREDITS(GI)
               COMPUTE GLM-YTD-NET = WS-GL-YTD(GI)
                   + WS-GL-DEBITS(GI) - WS-GL-CREDITS(GI)
               MOVE WS-CUR-PERIOD TO GLM-PERIOD
               WRITE GL-MASTER-OUT-RECORD FROM GL-MASTER-RECORD
           END-PERFORM.
           CLOSE GL-MASTER-OUT.
           IF WS-PERIODS-ROLLED > 0
               DISPLAY "NEW PERIOD " WS-CUR-PERIOD " - "
                   WS-PERIODS-ROLLED " ACCOUNTS ROLLED"
           END-IF.

       PRINT-TRIAL-BALANCE.
           OPEN OUTPUT TRIAL-RPT-FILE.
