       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLM-FILE-STATUS.

           SELECT GL-COA-FILE ASSIGN TO "GLCOA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COA-FILE-STATUS.

           SELECT GL-PRIOR-YEAR-FILE ASSIGN TO "GLPRYR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLP-FILE-STATUS.

           SELECT GL-PRIOR-YEAR-OUT ASSIGN TO "GLPRNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GPN-FILE-STATUS.

           SELECT CLOSE-GL-JOURNAL ASSIGN TO "CLOSGLJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLJ-FILE-STATUS.

           SELECT CLOSE-RPT-FILE ASSIGN TO "CLOSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-MASTER-FILE.
           COPY GLMAST-REC.

       FD  GL-COA-FILE.
           COPY GLCOA-REC.

       FD  GL-PRIOR-YEAR-FILE.
           COPY GLPRYR-REC.

       FD  GL-PRIOR-YEAR-OUT.
       01  GL-PRIOR-YEAR-OUT-RECORD PIC X(25).

       FD  CLOSE-GL-JOURNAL.
       01  CLOSE-GL-JRNL-RECORD.
           05  CLJ-REC-TYPE        PIC X.
           05  CLJ-DR-CR           PIC X.
           05  CLJ-GL-ACCT         PIC X(8).
           05  CLJ-ACCT-NO         PIC 9(8).
           05  CLJ-DATE            PIC X(8).
           05  CLJ-AMOUNT          PIC 9(9)V99.
           05  CLJ-REF-ID          PIC X(14).
           05  FILLER              PIC X(3).
       01  CLOSE-GL-JRNL-TRAILER.
           05  CLT-REC-TYPE        PIC X.
           05  CLT-DEBIT-TOT       PIC 9(11)V99.
           05  CLT-CREDIT-TOT      PIC 9(11)V99.
           05  FILLER              PIC X(27).

       FD  CLOSE-RPT-FILE.
       01  CLOSE-RPT-LINE          PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       WORKING-STORAGE SECTION.
       01  GLM-FILE-STATUS     PIC X(2) VALUE "00".
       01  COA-FILE-STATUS     PIC X(2) VALUE "00".
       01  GLP-FILE-STATUS     PIC X(2) VALUE "00".
       01  GPN-FILE-STATUS     PIC X(2) VALUE "00".
       01  CLJ-FILE-STATUS     PIC X(2) VALUE "00".
       01  RPT-FILE-STATUS     PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  GLM-EOF             PIC X VALUE 'N'.
       01  COA-EOF             PIC X VALUE 'N'.
       01  GLP-EOF             PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-YEAR-END-SW      PIC X VALUE 'N'.
       01  WS-CLOSE-YEAR       PIC X(4).

       01  WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 200 TIMES.
               10  WS-COA-ACCT     PIC X(8).
               10  WS-COA-DESC     PIC X(30).
               10  WS-COA-TYPE     PIC X.
       01  WS-COA-COUNT        PIC 9(3) VALUE 0.
       01  CI                  PIC 9(3).
       01  WS-COA-IX           PIC 9(3).
       01  WS-COA-FOUND        PIC X.
       01  WS-LOOKUP-GL        PIC X(8).
       01  WS-RE-ACCT          PIC X(8) VALUE SPACES.
       01  WS-RE-DESC          PIC X(30) VALUE SPACES.
       01  WS-RE-COUNT         PIC 9(3) VALUE 0.
       01  WS-RE-BALANCE       PIC S9(11)V99 VALUE 0.

       01  WS-CLOSE-NET        PIC S9(11)V99 VALUE 0.
       01  WS-NET-INCOME       PIC S9(11)V99 VALUE 0.
       01  WS-CLJ-AMOUNT       PIC 9(9)V99.
       01  WS-CLJ-DEBITS       PIC 9(11)V99 VALUE 0.
       01  WS-CLJ-CREDITS      PIC 9(11)V99 VALUE 0.
       01  WS-CLJ-ENTRIES      PIC 9(5) VALUE 0.
       01  WS-CLJ-REF-ID       PIC X(14).
       01  WS-CLOSED-COUNT     PIC 9(5) VALUE 0.
       01  WS-UNCL-COUNT       PIC 9(5) VALUE 0.
       01  WS-PRIOR-COUNT      PIC 9(5) VALUE 0.

       01  WS-RPT-BLANK         PIC X(80) VALUE SPACES.
       01  WS-RPT-HDR1.
           05  FILLER           PIC X(40)
               VALUE "YEAR-END CLOSING ENTRIES".
           05  FILLER           PIC X(15) VALUE "BUSINESS DATE ".
           05  WS-RPT-HDR-DATE  PIC X(8).
           05  FILLER           PIC X(17) VALUE SPACES.
       01  WS-RPT-COL-HDR.
           05  FILLER           PIC X(10) VALUE "GL ACCT".
           05  FILLER           PIC X(32) VALUE "DESCRIPTION".
           05  FILLER           PIC X(4)  VALUE "TYPE".
           05  FILLER           PIC X(15) VALUE " YEAR'S BALANCE".
           05  FILLER           PIC X(16) VALUE "   CLOSING ENTRY".
           05  FILLER           PIC X(3)  VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  WS-RPT-GL-ACCT   PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-DESC      PIC X(30).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-TYPE      PIC X.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-BALANCE   PIC -ZZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-CLOSE-AMT PIC ZZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-DR-CR     PIC X(2).
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL PIC X(40).
           05  WS-RPT-TOT-AMOUNT PIC -ZZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(24) VALUE SPACES.
       01  WS-RPT-MSG-LINE.
           05  WS-RPT-MSG       PIC X(80).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "GL YEAR-END CLOSE STARTED".

           PERFORM GET-BUSINESS-DATE.
           MOVE WS-TODAY-DATE(1:4) TO WS-CLOSE-YEAR.
           IF WS-YEAR-END-SW = 'Y'
               PERFORM LOAD-CHART
               IF WS-RE-COUNT NOT = 1
                   DISPLAY "** CHART MUST FLAG ONE RETAINED EARNINGS"
                       " ACCOUNT (CLOSE R, TYPE C) - FOUND "
                       WS-RE-COUNT ", RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT GL-PRIOR-YEAR-OUT.
           IF GPN-FILE-STATUS NOT = "00"
               DISPLAY "** PRIOR YEAR OUTPUT OPEN FAILED - STATUS "
                   GPN-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CLOSE-GL-JOURNAL.
           OPEN OUTPUT CLOSE-RPT-FILE.
           MOVE WS-TODAY-DATE TO WS-RPT-HDR-DATE.
           WRITE CLOSE-RPT-LINE FROM WS-RPT-HDR1.

           IF WS-YEAR-END-SW = 'Y'
               WRITE CLOSE-RPT-LINE FROM WS-RPT-BLANK
               WRITE CLOSE-RPT-LINE FROM WS-RPT-COL-HDR
               MOVE SPACES TO WS-CLJ-REF-ID
               STRING "YECLOSE" DELIMITED BY SIZE
                   WS-CLOSE-YEAR DELIMITED BY SIZE
                   INTO WS-CLJ-REF-ID
               END-STRING
               PERFORM CLOSE-LEDGER
               PERFORM CLOSE-TO-RETAINED-EARNINGS
               PERFORM CLOSE-CLOSING-JOURNAL
               PERFORM WRITE-CLOSE-TOTALS
           ELSE
               DISPLAY "NOT A YEAR-END BUSINESS DAY - NO CLOSING"
                   " ENTRIES"
               MOVE "NOT A YEAR-END BUSINESS DAY - NO CLOSING ENTRIES"
                   TO WS-RPT-MSG
               WRITE CLOSE-RPT-LINE FROM WS-RPT-MSG-LINE
               PERFORM CARRY-PRIOR-YEAR
               CLOSE CLOSE-GL-JOURNAL
           END-IF.

           CLOSE GL-PRIOR-YEAR-OUT.
           CLOSE CLOSE-RPT-FILE.

           DISPLAY "ACCOUNTS CLOSED      : " WS-CLOSED-COUNT.
           DISPLAY "NOT ON CHART         : " WS-UNCL-COUNT.
           DISPLAY "PRIOR YEAR BALANCES  : " WS-PRIOR-COUNT.
           IF RETURN-CODE < 4
               IF WS-UNCL-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "GL YEAR-END CLOSE COMPLETE".
           STOP RUN.

       GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDT-FILE-STATUS = "35"
               DISPLAY "No Business Date File - No Year-End Close"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       DISPLAY "Empty Business Date File - No Year-End"
                           " Close"
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-TODAY-DATE
                   NOT AT END
                       MOVE BDT-CURRENT-DATE TO WS-TODAY-DATE
                       MOVE BDT-YEAR-END-SW TO WS-YEAR-END-SW
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE-FILE.

       LOAD-CHART.
           OPEN INPUT GL-COA-FILE.
           IF COA-FILE-STATUS = "35"
               DISPLAY "No Chart Of Accounts File"
               MOVE 'Y' TO COA-EOF
           ELSE
               READ GL-COA-FILE
                   AT END MOVE 'Y' TO COA-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-CHART-ENTRY UNTIL COA-EOF = 'Y'.
           CLOSE GL-COA-FILE.

       LOAD-ONE-CHART-ENTRY.
           IF WS-COA-COUNT < 200
               ADD 1 TO WS-COA-COUNT
               MOVE COA-GL-ACCT TO WS-COA-ACCT(WS-COA-COUNT)
               MOVE COA-DESC TO WS-COA-DESC(WS-COA-COUNT)
               MOVE COA-TYPE TO WS-COA-TYPE(WS-COA-COUNT)
               IF COA-CLOSE-SW = 'R' AND COA-TYPE = 'C'
                   ADD 1 TO WS-RE-COUNT
                   MOVE COA-GL-ACCT TO WS-RE-ACCT
                   MOVE COA-DESC TO WS-RE-DESC
               END-IF
           ELSE
               DISPLAY "** CHART TABLE FULL AT ACCT " COA-GL-ACCT
                   " - YEAR-END CLOSE RUN STOPPED"
               CLOSE GL-COA-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ GL-COA-FILE
               AT END MOVE 'Y' TO COA-EOF
           END-READ.

       CLOSE-LEDGER.
           OPEN INPUT GL-MASTER-FILE.
           IF GLM-FILE-STATUS = "35"
               DISPLAY "No GL Master - Nothing To Close"
               MOVE 'Y' TO GLM-EOF
           ELSE
               READ GL-MASTER-FILE
                   AT END MOVE 'Y' TO GLM-EOF
               END-READ
           END-IF.
           PERFORM CLOSE-ONE-ACCOUNT UNTIL GLM-EOF = 'Y'.
           CLOSE GL-MASTER-FILE.

       CLOSE-ONE-ACCOUNT.
           MOVE GLM-GL-ACCT TO WS-LOOKUP-GL.
           PERFORM FIND-COA-ENTRY.
           IF WS-COA-FOUND = 'N'
               IF GLM-BALANCE NOT = 0
                   ADD 1 TO WS-UNCL-COUNT
                   MOVE SPACES TO WS-RPT-MSG
                   STRING "** " DELIMITED BY SIZE
                       GLM-GL-ACCT DELIMITED BY SIZE
                       " NOT ON THE CHART OF ACCOUNTS - NOT CLOSED"
                       DELIMITED BY SIZE
                       INTO WS-RPT-MSG
                   END-STRING
                   WRITE CLOSE-RPT-LINE FROM WS-RPT-MSG-LINE
               END-IF
           ELSE
               IF GLM-GL-ACCT = WS-RE-ACCT
                   MOVE GLM-BALANCE TO WS-RE-BALANCE
               ELSE
                   MOVE GLM-GL-ACCT TO GLP-GL-ACCT
                   MOVE WS-CLOSE-YEAR TO GLP-YEAR
                   MOVE GLM-BALANCE TO GLP-BALANCE
                   WRITE GL-PRIOR-YEAR-OUT-RECORD
                       FROM GL-PRIOR-YEAR-RECORD
                   ADD 1 TO WS-PRIOR-COUNT
                   IF (WS-COA-TYPE(WS-COA-IX) = 'I'
                       OR WS-COA-TYPE(WS-COA-IX) = 'E')
                       AND GLM-BALANCE NOT = 0
                       PERFORM WRITE-CLOSING-ENTRY
                   END-IF
               END-IF
           END-IF.
           READ GL-MASTER-FILE
               AT END MOVE 'Y' TO GLM-EOF
           END-READ.

       WRITE-CLOSING-ENTRY.
           MOVE GLM-GL-ACCT TO CLJ-GL-ACCT.
           IF GLM-BALANCE > 0
               MOVE 'C' TO CLJ-DR-CR
               MOVE GLM-BALANCE TO WS-CLJ-AMOUNT
           ELSE
               MOVE 'D' TO CLJ-DR-CR
               COMPUTE WS-CLJ-AMOUNT = 0 - GLM-BALANCE
           END-IF.
           PERFORM WRITE-CLOSE-JOURNAL-LINE.
           ADD GLM-BALANCE TO WS-CLOSE-NET.
           ADD 1 TO WS-CLOSED-COUNT.
           MOVE GLM-GL-ACCT TO WS-RPT-GL-ACCT.
           MOVE WS-COA-DESC(WS-COA-IX) TO WS-RPT-DESC.
           MOVE WS-COA-TYPE(WS-COA-IX) TO WS-RPT-TYPE.
           MOVE GLM-BALANCE TO WS-RPT-BALANCE.
           MOVE WS-CLJ-AMOUNT TO WS-RPT-CLOSE-AMT.
           IF CLJ-DR-CR = 'D'
               MOVE "DR" TO WS-RPT-DR-CR
           ELSE
               MOVE "CR" TO WS-RPT-DR-CR
           END-IF.
           WRITE CLOSE-RPT-LINE FROM WS-RPT-DETAIL.

       CLOSE-TO-RETAINED-EARNINGS.
           COMPUTE WS-NET-INCOME = 0 - WS-CLOSE-NET.
           IF WS-CLOSE-NET NOT = 0
               MOVE WS-RE-ACCT TO CLJ-GL-ACCT
               IF WS-CLOSE-NET > 0
                   MOVE 'D' TO CLJ-DR-CR
                   MOVE WS-CLOSE-NET TO WS-CLJ-AMOUNT
               ELSE
                   MOVE 'C' TO CLJ-DR-CR
                   MOVE WS-NET-INCOME TO WS-CLJ-AMOUNT
               END-IF
               PERFORM WRITE-CLOSE-JOURNAL-LINE
               MOVE WS-RE-ACCT TO WS-RPT-GL-ACCT
               MOVE WS-RE-DESC TO WS-RPT-DESC
               MOVE 'C' TO WS-RPT-TYPE
               MOVE WS-RE-BALANCE TO WS-RPT-BALANCE
               MOVE WS-CLJ-AMOUNT TO WS-RPT-CLOSE-AMT
               IF CLJ-DR-CR = 'D'
                   MOVE "DR" TO WS-RPT-DR-CR
               ELSE
                   MOVE "CR" TO WS-RPT-DR-CR
               END-IF
               WRITE CLOSE-RPT-LINE FROM WS-RPT-DETAIL
           END-IF.
           MOVE WS-RE-ACCT TO GLP-GL-ACCT.
           MOVE WS-CLOSE-YEAR TO GLP-YEAR.
           COMPUTE GLP-BALANCE = WS-RE-BALANCE + WS-CLOSE-NET.
           WRITE GL-PRIOR-YEAR-OUT-RECORD FROM GL-PRIOR-YEAR-RECORD.
           ADD 1 TO WS-PRIOR-COUNT.

       WRITE-CLOSE-JOURNAL-LINE.
           MOVE 'D' TO CLJ-REC-TYPE.
           MOVE 0 TO CLJ-ACCT-NO.
           MOVE WS-TODAY-DATE TO CLJ-DATE.
           MOVE WS-CLJ-AMOUNT TO CLJ-AMOUNT.
           MOVE WS-CLJ-REF-ID TO CLJ-REF-ID.
           WRITE CLOSE-GL-JRNL-RECORD.
           ADD 1 TO WS-CLJ-ENTRIES.
           IF CLJ-DR-CR = 'D'
               ADD WS-CLJ-AMOUNT TO WS-CLJ-DEBITS
           ELSE
               ADD WS-CLJ-AMOUNT TO WS-CLJ-CREDITS
           END-IF.

       CLOSE-CLOSING-JOURNAL.
           MOVE SPACES TO CLOSE-GL-JRNL-TRAILER.
           MOVE 'T' TO CLT-REC-TYPE.
           MOVE WS-CLJ-DEBITS TO CLT-DEBIT-TOT.
           MOVE WS-CLJ-CREDITS TO CLT-CREDIT-TOT.
           WRITE CLOSE-GL-JRNL-TRAILER.
           CLOSE CLOSE-GL-JOURNAL.
           IF WS-CLJ-DEBITS NOT = WS-CLJ-CREDITS
               DISPLAY "** CLOSING JOURNAL OUT OF BALANCE **"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CLOSING JOURNAL IN BALANCE - "
                   WS-CLJ-ENTRIES " ENTRIES"
           END-IF.

       WRITE-CLOSE-TOTALS.
           WRITE CLOSE-RPT-LINE FROM WS-RPT-BLANK.
           MOVE SPACES TO WS-RPT-TOT-LABEL.
           STRING "NET INCOME " DELIMITED BY SIZE
               WS-CLOSE-YEAR DELIMITED BY SIZE
               " CLOSED TO " DELIMITED BY SIZE
               WS-RE-ACCT DELIMITED BY SIZE
               INTO WS-RPT-TOT-LABEL
           END-STRING.
           MOVE WS-NET-INCOME TO WS-RPT-TOT-AMOUNT.
           WRITE CLOSE-RPT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "JOURNAL DEBITS" TO WS-RPT-TOT-LABEL.
           MOVE WS-CLJ-DEBITS TO WS-RPT-TOT-AMOUNT.
           WRITE CLOSE-RPT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "JOURNAL CREDITS" TO WS-RPT-TOT-LABEL.
           MOVE WS-CLJ-CREDITS TO WS-RPT-TOT-AMOUNT.
           WRITE CLOSE-RPT-LINE FROM WS-RPT-TOTAL-LINE.
           IF WS-UNCL-COUNT > 0
               MOVE SPACES TO WS-RPT-MSG
               STRING "** " DELIMITED BY SIZE
                   WS-UNCL-COUNT DELIMITED BY SIZE
                   " ACCOUNTS NOT ON THE CHART - ADD AND CLOSE BY HAND"
                   DELIMITED BY SIZE
                   INTO WS-RPT-MSG
               END-STRING
               WRITE CLOSE-RPT-LINE FROM WS-RPT-MSG-LINE
           END-IF.

       CARRY-PRIOR-YEAR.
           OPEN INPUT GL-PRIOR-YEAR-FILE.
           IF GLP-FILE-STATUS = "35"
               DISPLAY "No Prior Year File - Nothing To Carry"
               MOVE 'Y' TO GLP-EOF
           ELSE
               READ GL-PRIOR-YEAR-FILE
                   AT END MOVE 'Y' TO GLP-EOF
               END-READ
           END-IF.
           PERFORM CARRY-ONE-PRIOR UNTIL GLP-EOF = 'Y'.
           CLOSE GL-PRIOR-YEAR-FILE.

       CARRY-ONE-PRIOR.
           WRITE GL-PRIOR-YEAR-OUT-RECORD FROM GL-PRIOR-YEAR-RECORD.
           ADD 1 TO WS-PRIOR-COUNT.
           READ GL-PRIOR-YEAR-FILE
               AT END MOVE 'Y' TO GLP-EOF
           END-READ.

       FIND-COA-ENTRY.
           MOVE 'N' TO WS-COA-FOUND.
           PERFORM VARYING CI FROM 1 BY 1
                   UNTIL CI > WS-COA-COUNT OR WS-COA-FOUND = 'Y'
               IF WS-COA-ACCT(CI) = WS-LOOKUP-GL
                   MOVE CI TO WS-COA-IX
                   MOVE 'Y' TO WS-COA-FOUND
               END-IF
           END-PERFORM.
