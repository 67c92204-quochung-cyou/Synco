       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-STMT.
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

           SELECT STMT-RPT-FILE ASSIGN TO "STMTRPT"
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

       FD  STMT-RPT-FILE.
       01  STMT-RPT-LINE           PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       WORKING-STORAGE SECTION.
       01  GLM-FILE-STATUS     PIC X(2) VALUE "00".
       01  COA-FILE-STATUS     PIC X(2) VALUE "00".
       01  GLP-FILE-STATUS     PIC X(2) VALUE "00".
       01  RPT-FILE-STATUS     PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  GLM-EOF             PIC X VALUE 'N'.
       01  COA-EOF             PIC X VALUE 'N'.
       01  GLP-EOF             PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-MONTH-END-SW     PIC X VALUE 'Y'.
       01  WS-PRIOR-YEAR       PIC X(4) VALUE SPACES.

       01  WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 200 TIMES.
               10  WS-COA-ACCT     PIC X(8).
               10  WS-COA-TYPE     PIC X.
               10  WS-COA-LINE     PIC 9(3).
               10  WS-COA-CAPTION  PIC X(30).
       01  WS-COA-COUNT        PIC 9(3) VALUE 0.
       01  CI                  PIC 9(3).
       01  WS-COA-IX           PIC 9(3).
       01  WS-COA-FOUND        PIC X.
       01  WS-COA-REJECTS      PIC 9(3) VALUE 0.
       01  WS-LOOKUP-GL        PIC X(8).

       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 100 TIMES.
               10  WS-LN-KEY       PIC 9(4).
               10  WS-LN-TYPE      PIC X.
               10  WS-LN-CAPTION   PIC X(30).
               10  WS-LN-BAL       PIC S9(11)V99.
               10  WS-LN-MTD       PIC S9(11)V99.
               10  WS-LN-YTD       PIC S9(11)V99.
               10  WS-LN-PRIOR     PIC S9(11)V99.
       01  WS-LINE-COUNT       PIC 9(3) VALUE 0.
       01  LI                  PIC 9(3).
       01  LJ                  PIC 9(3).
       01  WS-LINE-IX          PIC 9(3).
       01  WS-LINE-FOUND       PIC X.
       01  WS-LOOKUP-KEY       PIC 9(4).
       01  WS-TYPE-RANK        PIC 9.
       01  WS-SIGN             PIC S9 VALUE +1.

       01  WS-UNCL-TABLE.
           05  WS-UNCL-ENTRY OCCURS 100 TIMES.
               10  WS-UNCL-ACCT    PIC X(8).
               10  WS-UNCL-BAL     PIC S9(11)V99.
       01  WS-UNCL-COUNT       PIC 9(3) VALUE 0.
       01  UI                  PIC 9(3).
       01  WS-UNCL-TOTAL       PIC S9(11)V99 VALUE 0.

       01  WS-SECT-TYPE        PIC X.
       01  WS-SECT-BAL         PIC S9(11)V99.
       01  WS-SECT-MTD         PIC S9(11)V99.
       01  WS-SECT-YTD         PIC S9(11)V99.
       01  WS-SECT-PRIOR       PIC S9(11)V99.
       01  WS-STMT-MODE        PIC X.
       01  WS-ASSET-BAL        PIC S9(11)V99 VALUE 0.
       01  WS-ASSET-PRIOR      PIC S9(11)V99 VALUE 0.
       01  WS-LIAB-BAL         PIC S9(11)V99 VALUE 0.
       01  WS-LIAB-PRIOR       PIC S9(11)V99 VALUE 0.
       01  WS-EQUITY-BAL       PIC S9(11)V99 VALUE 0.
       01  WS-EQUITY-PRIOR     PIC S9(11)V99 VALUE 0.
       01  WS-INCOME-BAL       PIC S9(11)V99 VALUE 0.
       01  WS-INCOME-MTD       PIC S9(11)V99 VALUE 0.
       01  WS-INCOME-YTD       PIC S9(11)V99 VALUE 0.
       01  WS-INCOME-PRIOR     PIC S9(11)V99 VALUE 0.
       01  WS-EXPENSE-BAL      PIC S9(11)V99 VALUE 0.
       01  WS-EXPENSE-MTD      PIC S9(11)V99 VALUE 0.
       01  WS-EXPENSE-YTD      PIC S9(11)V99 VALUE 0.
       01  WS-EXPENSE-PRIOR    PIC S9(11)V99 VALUE 0.
       01  WS-NET-INCOME-BAL   PIC S9(11)V99 VALUE 0.
       01  WS-BS-OUT-OF-BAL    PIC X VALUE 'N'.
       01  WS-ACCOUNTS-READ    PIC 9(5) VALUE 0.

       01  WS-RPT-BLANK         PIC X(80) VALUE SPACES.
       01  WS-RPT-HDR1.
           05  WS-RPT-HDR-TITLE PIC X(40).
           05  FILLER           PIC X(15) VALUE "BUSINESS DATE ".
           05  WS-RPT-HDR-DATE  PIC X(8).
           05  FILLER           PIC X(17) VALUE SPACES.
       01  WS-RPT-HDR2.
           05  FILLER           PIC X(18) VALUE "PRIOR YEAR CLOSE: ".
           05  WS-RPT-HDR-PRIOR PIC X(30).
           05  FILLER           PIC X(32) VALUE SPACES.
       01  WS-RPT-BS-COLS.
           05  FILLER           PIC X(32) VALUE SPACES.
           05  FILLER           PIC X(16) VALUE "         CURRENT".
           05  FILLER           PIC X(16) VALUE "  PRIOR YEAR END".
           05  FILLER           PIC X(16) VALUE SPACES.
       01  WS-RPT-IS-COLS.
           05  FILLER           PIC X(32) VALUE SPACES.
           05  FILLER           PIC X(16) VALUE "      THIS MONTH".
           05  FILLER           PIC X(16) VALUE "    YEAR TO DATE".
           05  FILLER           PIC X(16) VALUE "      PRIOR YEAR".
       01  WS-RPT-SECTION.
           05  WS-RPT-SECT-NAME PIC X(80).
       01  WS-RPT-BS-LINE.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-BS-CAPTION    PIC X(30).
           05  WS-BS-CURRENT    PIC -ZZZZ,ZZZ,ZZ9.99.
           05  WS-BS-PRIOR      PIC -ZZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(16) VALUE SPACES.
       01  WS-RPT-IS-LINE.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-IS-CAPTION    PIC X(30).
           05  WS-IS-MONTH      PIC -ZZZZ,ZZZ,ZZ9.99.
           05  WS-IS-YTD        PIC -ZZZZ,ZZZ,ZZ9.99.
           05  WS-IS-PRIOR      PIC -ZZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-BS-TOTAL.
           05  WS-BST-CAPTION   PIC X(32).
           05  WS-BST-CURRENT   PIC -ZZZZ,ZZZ,ZZ9.99.
           05  WS-BST-PRIOR     PIC -ZZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(16) VALUE SPACES.
       01  WS-RPT-IS-TOTAL.
           05  WS-IST-CAPTION   PIC X(32).
           05  WS-IST-MONTH     PIC -ZZZZ,ZZZ,ZZ9.99.
           05  WS-IST-YTD       PIC -ZZZZ,ZZZ,ZZ9.99.
           05  WS-IST-PRIOR     PIC -ZZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-UNCL-HDR.
           05  FILLER           PIC X(80)
               VALUE "GL ACCOUNTS NOT ON THE CHART - NOT ON STATEMENTS".
       01  WS-RPT-UNCL-LINE.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-UNC-ACCT      PIC X(8).
           05  FILLER           PIC X(22) VALUE SPACES.
           05  WS-UNC-BAL       PIC -ZZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "GL FINANCIAL STATEMENTS STARTED".

           PERFORM GET-BUSINESS-DATE.
           IF WS-MONTH-END-SW NOT = 'Y'
               DISPLAY "NOT A MONTH-END BUSINESS DAY - NO STATEMENTS"
               DISPLAY "GL FINANCIAL STATEMENTS COMPLETE"
               STOP RUN
           END-IF.

           PERFORM LOAD-CHART.
           IF WS-COA-COUNT = 0
               DISPLAY "** NO CHART OF ACCOUNTS - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-GL-MASTER.
           PERFORM LOAD-PRIOR-YEAR.

           OPEN OUTPUT STMT-RPT-FILE.
           PERFORM PRINT-BALANCE-SHEET.
           PERFORM PRINT-INCOME-STATEMENT.
           IF WS-UNCL-COUNT > 0
               PERFORM PRINT-UNCLASSIFIED
           END-IF.
           CLOSE STMT-RPT-FILE.

           DISPLAY "CHART ACCOUNTS       : " WS-COA-COUNT.
           DISPLAY "CHART ENTRIES IGNORED: " WS-COA-REJECTS.
           DISPLAY "GL ACCOUNTS READ     : " WS-ACCOUNTS-READ.
           DISPLAY "NOT ON CHART         : " WS-UNCL-COUNT.
           IF WS-BS-OUT-OF-BAL = 'Y'
               DISPLAY "** BALANCE SHEET DOES NOT BALANCE **"
           END-IF.
           IF RETURN-CODE < 4
               IF WS-UNCL-COUNT > 0 OR WS-COA-REJECTS > 0
                   OR WS-BS-OUT-OF-BAL = 'Y'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "GL FINANCIAL STATEMENTS COMPLETE".
           STOP RUN.

       GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDT-FILE-STATUS = "35"
               DISPLAY "No Business Date File - Using System Date"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
               MOVE 'Y' TO WS-MONTH-END-SW
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       DISPLAY "Empty Business Date File - Using"
                           " System Date"
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-TODAY-DATE
                       MOVE 'Y' TO WS-MONTH-END-SW
                   NOT AT END
                       MOVE BDT-CURRENT-DATE TO WS-TODAY-DATE
                       MOVE BDT-MONTH-END-SW TO WS-MONTH-END-SW
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
           IF COA-GL-ACCT = SPACES
               OR (COA-TYPE NOT = 'A' AND COA-TYPE NOT = 'L'
                   AND COA-TYPE NOT = 'C' AND COA-TYPE NOT = 'I'
                   AND COA-TYPE NOT = 'E')
               OR COA-STMT-LINE NOT NUMERIC
               DISPLAY "** CHART ENTRY " COA-GL-ACCT " TYPE "
                   COA-TYPE " INVALID - IGNORED"
               ADD 1 TO WS-COA-REJECTS
           ELSE
               IF WS-COA-COUNT < 200
                   ADD 1 TO WS-COA-COUNT
                   MOVE COA-GL-ACCT TO WS-COA-ACCT(WS-COA-COUNT)
                   MOVE COA-TYPE TO WS-COA-TYPE(WS-COA-COUNT)
                   MOVE COA-STMT-LINE TO WS-COA-LINE(WS-COA-COUNT)
                   MOVE COA-LINE-CAPTION
                       TO WS-COA-CAPTION(WS-COA-COUNT)
               ELSE
                   DISPLAY "** CHART TABLE FULL AT ACCT " COA-GL-ACCT
                       " - STATEMENT RUN STOPPED"
                   CLOSE GL-COA-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ GL-COA-FILE
               AT END MOVE 'Y' TO COA-EOF
           END-READ.

       LOAD-GL-MASTER.
           OPEN INPUT GL-MASTER-FILE.
           IF GLM-FILE-STATUS = "35"
               DISPLAY "No GL Master - Statements Show Chart Only"
               MOVE 'Y' TO GLM-EOF
           ELSE
               READ GL-MASTER-FILE
                   AT END MOVE 'Y' TO GLM-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-GL UNTIL GLM-EOF = 'Y'.
           CLOSE GL-MASTER-FILE.

       LOAD-ONE-GL.
           ADD 1 TO WS-ACCOUNTS-READ.
           MOVE GLM-GL-ACCT TO WS-LOOKUP-GL.
           PERFORM FIND-COA-ENTRY.
           IF WS-COA-FOUND = 'Y'
               PERFORM FIND-STMT-LINE
               IF GLM-PERIOD NOT = SPACES
                   AND GLM-PERIOD NOT = WS-TODAY-DATE(1:6)
                   MOVE 0 TO GLM-MTD-NET
                   IF GLM-PERIOD(1:4) NOT = WS-TODAY-DATE(1:4)
                       MOVE 0 TO GLM-YTD-NET
                   END-IF
               END-IF
               IF WS-LINE-FOUND = 'Y'
                   COMPUTE WS-LN-BAL(WS-LINE-IX) =
                       WS-LN-BAL(WS-LINE-IX) + GLM-BALANCE * WS-SIGN
                   COMPUTE WS-LN-MTD(WS-LINE-IX) =
                       WS-LN-MTD(WS-LINE-IX) + GLM-MTD-NET * WS-SIGN
                   COMPUTE WS-LN-YTD(WS-LINE-IX) =
                       WS-LN-YTD(WS-LINE-IX) + GLM-YTD-NET * WS-SIGN
               END-IF
           ELSE
               IF GLM-BALANCE NOT = 0
                   IF WS-UNCL-COUNT < 100
                       ADD 1 TO WS-UNCL-COUNT
                       MOVE GLM-GL-ACCT TO WS-UNCL-ACCT(WS-UNCL-COUNT)
                       MOVE GLM-BALANCE TO WS-UNCL-BAL(WS-UNCL-COUNT)
                   ELSE
                       DISPLAY "** UNCLASSIFIED TABLE FULL AT ACCT "
                           GLM-GL-ACCT " - STATEMENT RUN STOPPED"
                       CLOSE GL-MASTER-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD GLM-BALANCE TO WS-UNCL-TOTAL
               END-IF
           END-IF.
           READ GL-MASTER-FILE
               AT END MOVE 'Y' TO GLM-EOF
           END-READ.

       LOAD-PRIOR-YEAR.
           OPEN INPUT GL-PRIOR-YEAR-FILE.
           IF GLP-FILE-STATUS = "35"
               MOVE 'Y' TO GLP-EOF
           ELSE
               READ GL-PRIOR-YEAR-FILE
                   AT END MOVE 'Y' TO GLP-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-PRIOR UNTIL GLP-EOF = 'Y'.
           CLOSE GL-PRIOR-YEAR-FILE.
           IF WS-PRIOR-YEAR = SPACES
               DISPLAY "No Prior Year Close On File"
           END-IF.

       LOAD-ONE-PRIOR.
           MOVE GLP-YEAR TO WS-PRIOR-YEAR.
           MOVE GLP-GL-ACCT TO WS-LOOKUP-GL.
           PERFORM FIND-COA-ENTRY.
           IF WS-COA-FOUND = 'Y'
               PERFORM FIND-STMT-LINE
               IF WS-LINE-FOUND = 'Y'
                   COMPUTE WS-LN-PRIOR(WS-LINE-IX) =
                       WS-LN-PRIOR(WS-LINE-IX) + GLP-BALANCE * WS-SIGN
               END-IF
           END-IF.
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

       FIND-STMT-LINE.
           EVALUATE WS-COA-TYPE(WS-COA-IX)
               WHEN 'A'
                   MOVE 1 TO WS-TYPE-RANK
                   MOVE +1 TO WS-SIGN
               WHEN 'L'
                   MOVE 2 TO WS-TYPE-RANK
                   MOVE -1 TO WS-SIGN
               WHEN 'C'
                   MOVE 3 TO WS-TYPE-RANK
                   MOVE -1 TO WS-SIGN
               WHEN 'I'
                   MOVE 4 TO WS-TYPE-RANK
                   MOVE -1 TO WS-SIGN
               WHEN OTHER
                   MOVE 5 TO WS-TYPE-RANK
                   MOVE +1 TO WS-SIGN
           END-EVALUATE.
           COMPUTE WS-LOOKUP-KEY = WS-TYPE-RANK * 1000
               + WS-COA-LINE(WS-COA-IX).
           MOVE 'N' TO WS-LINE-FOUND.
           MOVE 0 TO WS-LINE-IX.
           PERFORM VARYING LI FROM 1 BY 1
                   UNTIL LI > WS-LINE-COUNT OR WS-LINE-IX > 0
               IF WS-LN-KEY(LI) = WS-LOOKUP-KEY
                   MOVE LI TO WS-LINE-IX
                   MOVE 'Y' TO WS-LINE-FOUND
               ELSE
                   IF WS-LN-KEY(LI) > WS-LOOKUP-KEY
                       MOVE LI TO WS-LINE-IX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LINE-FOUND = 'N'
               IF WS-LINE-COUNT < 100
                   IF WS-LINE-IX = 0
                       COMPUTE WS-LINE-IX = WS-LINE-COUNT + 1
                   END-IF
                   PERFORM VARYING LJ FROM WS-LINE-COUNT BY -1
                           UNTIL LJ < WS-LINE-IX
                       COMPUTE LI = LJ + 1
                       MOVE WS-LINE-ENTRY(LJ) TO WS-LINE-ENTRY(LI)
                   END-PERFORM
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-LOOKUP-KEY TO WS-LN-KEY(WS-LINE-IX)
                   MOVE WS-COA-TYPE(WS-COA-IX)
                       TO WS-LN-TYPE(WS-LINE-IX)
                   MOVE WS-COA-CAPTION(WS-COA-IX)
                       TO WS-LN-CAPTION(WS-LINE-IX)
                   MOVE 0 TO WS-LN-BAL(WS-LINE-IX)
                   MOVE 0 TO WS-LN-MTD(WS-LINE-IX)
                   MOVE 0 TO WS-LN-YTD(WS-LINE-IX)
                   MOVE 0 TO WS-LN-PRIOR(WS-LINE-IX)
                   MOVE 'Y' TO WS-LINE-FOUND
               ELSE
                   DISPLAY "** STATEMENT LINE TABLE FULL AT ACCT "
                       WS-LOOKUP-GL " - STATEMENT RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       PRINT-BALANCE-SHEET.
           MOVE "BALANCE SHEET" TO WS-RPT-HDR-TITLE.
           MOVE WS-TODAY-DATE TO WS-RPT-HDR-DATE.
           WRITE STMT-RPT-LINE FROM WS-RPT-HDR1.
           PERFORM FORMAT-PRIOR-YEAR-HDR.
           WRITE STMT-RPT-LINE FROM WS-RPT-HDR2.
           WRITE STMT-RPT-LINE FROM WS-RPT-BLANK.
           WRITE STMT-RPT-LINE FROM WS-RPT-BS-COLS.
           MOVE 'B' TO WS-STMT-MODE.

           MOVE "ASSETS" TO WS-RPT-SECT-NAME.
           WRITE STMT-RPT-LINE FROM WS-RPT-SECTION.
           MOVE 'A' TO WS-SECT-TYPE.
           PERFORM PRINT-SECTION-LINES.
           MOVE WS-SECT-BAL TO WS-ASSET-BAL.
           MOVE WS-SECT-PRIOR TO WS-ASSET-PRIOR.
           MOVE "TOTAL ASSETS" TO WS-BST-CAPTION.
           MOVE WS-ASSET-BAL TO WS-BST-CURRENT.
           MOVE WS-ASSET-PRIOR TO WS-BST-PRIOR.
           WRITE STMT-RPT-LINE FROM WS-RPT-BS-TOTAL.
           WRITE STMT-RPT-LINE FROM WS-RPT-BLANK.

           MOVE "LIABILITIES" TO WS-RPT-SECT-NAME.
           WRITE STMT-RPT-LINE FROM WS-RPT-SECTION.
           MOVE 'L' TO WS-SECT-TYPE.
           PERFORM PRINT-SECTION-LINES.
           MOVE WS-SECT-BAL TO WS-LIAB-BAL.
           MOVE WS-SECT-PRIOR TO WS-LIAB-PRIOR.
           MOVE "TOTAL LIABILITIES" TO WS-BST-CAPTION.
           MOVE WS-LIAB-BAL TO WS-BST-CURRENT.
           MOVE WS-LIAB-PRIOR TO WS-BST-PRIOR.
           WRITE STMT-RPT-LINE FROM WS-RPT-BS-TOTAL.
           WRITE STMT-RPT-LINE FROM WS-RPT-BLANK.

           MOVE 'I' TO WS-SECT-TYPE.
           PERFORM SUM-SECTION-LINES.
           MOVE WS-SECT-BAL TO WS-INCOME-BAL.
           MOVE 'E' TO WS-SECT-TYPE.
           PERFORM SUM-SECTION-LINES.
           MOVE WS-SECT-BAL TO WS-EXPENSE-BAL.
           COMPUTE WS-NET-INCOME-BAL = WS-INCOME-BAL - WS-EXPENSE-BAL.

           MOVE "EQUITY" TO WS-RPT-SECT-NAME.
           WRITE STMT-RPT-LINE FROM WS-RPT-SECTION.
           MOVE 'C' TO WS-SECT-TYPE.
           PERFORM PRINT-SECTION-LINES.
           MOVE "CURRENT YEAR NET INCOME" TO WS-BS-CAPTION.
           MOVE WS-NET-INCOME-BAL TO WS-BS-CURRENT.
           MOVE 0 TO WS-BS-PRIOR.
           WRITE STMT-RPT-LINE FROM WS-RPT-BS-LINE.
           COMPUTE WS-EQUITY-BAL = WS-SECT-BAL + WS-NET-INCOME-BAL.
           MOVE WS-SECT-PRIOR TO WS-EQUITY-PRIOR.
           MOVE "TOTAL EQUITY" TO WS-BST-CAPTION.
           MOVE WS-EQUITY-BAL TO WS-BST-CURRENT.
           MOVE WS-EQUITY-PRIOR TO WS-BST-PRIOR.
           WRITE STMT-RPT-LINE FROM WS-RPT-BS-TOTAL.
           WRITE STMT-RPT-LINE FROM WS-RPT-BLANK.

           MOVE "TOTAL LIABILITIES AND EQUITY" TO WS-BST-CAPTION.
           COMPUTE WS-SECT-BAL = WS-LIAB-BAL + WS-EQUITY-BAL.
           COMPUTE WS-SECT-PRIOR = WS-LIAB-PRIOR + WS-EQUITY-PRIOR.
           MOVE WS-SECT-BAL TO WS-BST-CURRENT.
           MOVE WS-SECT-PRIOR TO WS-BST-PRIOR.
           WRITE STMT-RPT-LINE FROM WS-RPT-BS-TOTAL.
           IF WS-SECT-BAL NOT = WS-ASSET-BAL
               MOVE 'Y' TO WS-BS-OUT-OF-BAL
               MOVE "** DOES NOT BALANCE - SEE ACCOUNTS NOT ON CHART"
                   TO WS-RPT-SECT-NAME
               WRITE STMT-RPT-LINE FROM WS-RPT-SECTION
           END-IF.

       PRINT-INCOME-STATEMENT.
           WRITE STMT-RPT-LINE FROM WS-RPT-BLANK.
           WRITE STMT-RPT-LINE FROM WS-RPT-BLANK.
           MOVE "INCOME STATEMENT" TO WS-RPT-HDR-TITLE.
           MOVE WS-TODAY-DATE TO WS-RPT-HDR-DATE.
           WRITE STMT-RPT-LINE FROM WS-RPT-HDR1.
           WRITE STMT-RPT-LINE FROM WS-RPT-HDR2.
           WRITE STMT-RPT-LINE FROM WS-RPT-BLANK.
           WRITE STMT-RPT-LINE FROM WS-RPT-IS-COLS.
           MOVE 'I' TO WS-STMT-MODE.

           MOVE "INCOME" TO WS-RPT-SECT-NAME.
           WRITE STMT-RPT-LINE FROM WS-RPT-SECTION.
           MOVE 'I' TO WS-SECT-TYPE.
           PERFORM PRINT-SECTION-LINES.
           MOVE WS-SECT-MTD TO WS-INCOME-MTD.
           MOVE WS-SECT-YTD TO WS-INCOME-YTD.
           MOVE WS-SECT-PRIOR TO WS-INCOME-PRIOR.
           MOVE "TOTAL INCOME" TO WS-IST-CAPTION.
           MOVE WS-INCOME-MTD TO WS-IST-MONTH.
           MOVE WS-INCOME-YTD TO WS-IST-YTD.
           MOVE WS-INCOME-PRIOR TO WS-IST-PRIOR.
           WRITE STMT-RPT-LINE FROM WS-RPT-IS-TOTAL.
           WRITE STMT-RPT-LINE FROM WS-RPT-BLANK.

           MOVE "EXPENSES" TO WS-RPT-SECT-NAME.
           WRITE STMT-RPT-LINE FROM WS-RPT-SECTION.
           MOVE 'E' TO WS-SECT-TYPE.
           PERFORM PRINT-SECTION-LINES.
           MOVE WS-SECT-MTD TO WS-EXPENSE-MTD.
           MOVE WS-SECT-YTD TO WS-EXPENSE-YTD.
           MOVE WS-SECT-PRIOR TO WS-EXPENSE-PRIOR.
           MOVE "TOTAL EXPENSES" TO WS-IST-CAPTION.
           MOVE WS-EXPENSE-MTD TO WS-IST-MONTH.
           MOVE WS-EXPENSE-YTD TO WS-IST-YTD.
           MOVE WS-EXPENSE-PRIOR TO WS-IST-PRIOR.
           WRITE STMT-RPT-LINE FROM WS-RPT-IS-TOTAL.
           WRITE STMT-RPT-LINE FROM WS-RPT-BLANK.

           MOVE "NET INCOME" TO WS-IST-CAPTION.
           COMPUTE WS-SECT-MTD = WS-INCOME-MTD - WS-EXPENSE-MTD.
           COMPUTE WS-SECT-YTD = WS-INCOME-YTD - WS-EXPENSE-YTD.
           COMPUTE WS-SECT-PRIOR = WS-INCOME-PRIOR - WS-EXPENSE-PRIOR.
           MOVE WS-SECT-MTD TO WS-IST-MONTH.
           MOVE WS-SECT-YTD TO WS-IST-YTD.
           MOVE WS-SECT-PRIOR TO WS-IST-PRIOR.
           WRITE STMT-RPT-LINE FROM WS-RPT-IS-TOTAL.

       PRINT-SECTION-LINES.
           MOVE 0 TO WS-SECT-BAL.
           MOVE 0 TO WS-SECT-MTD.
           MOVE 0 TO WS-SECT-YTD.
           MOVE 0 TO WS-SECT-PRIOR.
           PERFORM VARYING LI FROM 1 BY 1 UNTIL LI > WS-LINE-COUNT
               IF WS-LN-TYPE(LI) = WS-SECT-TYPE
                   ADD WS-LN-BAL(LI) TO WS-SECT-BAL
                   ADD WS-LN-MTD(LI) TO WS-SECT-MTD
                   ADD WS-LN-YTD(LI) TO WS-SECT-YTD
                   ADD WS-LN-PRIOR(LI) TO WS-SECT-PRIOR
                   IF WS-STMT-MODE = 'B'
                       MOVE WS-LN-CAPTION(LI) TO WS-BS-CAPTION
                       MOVE WS-LN-BAL(LI) TO WS-BS-CURRENT
                       MOVE WS-LN-PRIOR(LI) TO WS-BS-PRIOR
                       WRITE STMT-RPT-LINE FROM WS-RPT-BS-LINE
                   ELSE
                       MOVE WS-LN-CAPTION(LI) TO WS-IS-CAPTION
                       MOVE WS-LN-MTD(LI) TO WS-IS-MONTH
                       MOVE WS-LN-YTD(LI) TO WS-IS-YTD
                       MOVE WS-LN-PRIOR(LI) TO WS-IS-PRIOR
                       WRITE STMT-RPT-LINE FROM WS-RPT-IS-LINE
                   END-IF
               END-IF
           END-PERFORM.

       SUM-SECTION-LINES.
           MOVE 0 TO WS-SECT-BAL.
           PERFORM VARYING LI FROM 1 BY 1 UNTIL LI > WS-LINE-COUNT
               IF WS-LN-TYPE(LI) = WS-SECT-TYPE
                   ADD WS-LN-BAL(LI) TO WS-SECT-BAL
               END-IF
           END-PERFORM.

       FORMAT-PRIOR-YEAR-HDR.
           IF WS-PRIOR-YEAR = SPACES
               MOVE "NONE ON FILE" TO WS-RPT-HDR-PRIOR
           ELSE
               MOVE SPACES TO WS-RPT-HDR-PRIOR
               STRING "YEAR ENDED " DELIMITED BY SIZE
                   WS-PRIOR-YEAR DELIMITED BY SIZE
                   INTO WS-RPT-HDR-PRIOR
               END-STRING
           END-IF.

       PRINT-UNCLASSIFIED.
           WRITE STMT-RPT-LINE FROM WS-RPT-BLANK.
           WRITE STMT-RPT-LINE FROM WS-RPT-BLANK.
           WRITE STMT-RPT-LINE FROM WS-RPT-UNCL-HDR.
           PERFORM VARYING UI FROM 1 BY 1 UNTIL UI > WS-UNCL-COUNT
               MOVE WS-UNCL-ACCT(UI) TO WS-UNC-ACCT
               MOVE WS-UNCL-BAL(UI) TO WS-UNC-BAL
               WRITE STMT-RPT-LINE FROM WS-RPT-UNCL-LINE
           END-PERFORM.
           MOVE "TOTAL" TO WS-UNC-ACCT.
           MOVE WS-UNCL-TOTAL TO WS-UNC-BAL.
           WRITE STMT-RPT-LINE FROM WS-RPT-UNCL-LINE.
