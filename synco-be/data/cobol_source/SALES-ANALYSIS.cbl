           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.
           SELECT PRIOR-MARGIN-FILE ASSIGN TO "PRYMARG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRIOR-MARGIN-STATUS.
           SELECT PRODUCT-MARGIN-FILE ASSIGN TO "PRODMRG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRODUCT-MARGIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  STX-PRODUCT         PIC 99.
           05  STX-TXN-TYPE        PIC X.
           05  STX-SLSP-ID         PIC X(6).
           05  STX-QTY             PIC 9(3).
       01  SALES-TXN-TRAILER.
           05  STX-TRL-TYPE        PIC X.
           05  STX-TRL-COUNT       PIC 9(4).
       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-TREND-PCT       PIC 9(3).
           05  CTL-MARGIN-DROP     PIC 9(3).

       FD  REGION-REF-FILE.
       01  REGION-REF-RECORD.
           05  PRD-CODE            PIC 99.
           05  PRD-NAME            PIC X(10).
           05  PRD-LINE            PIC X(10).
           05  PRD-UNIT-COST       PIC 9(5)V99.
           05  PRD-EFF-DATE        PIC 9(8).

       FD  RUN-CTL-FILE.
           COPY RUNCTL-REC.

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       FD  PRIOR-MARGIN-FILE.
       01  PRIOR-MARGIN-RECORD.
           05  PYM-PRODUCT         PIC 99.
           05  PYM-REVENUE         PIC 9(9).
           05  PYM-COST            PIC 9(9)V99.
           05  PYM-QTY             PIC 9(7).

       FD  PRODUCT-MARGIN-FILE.
       01  PRODUCT-MARGIN-RECORD.
           05  PMG-PRODUCT         PIC 99.
           05  PMG-REVENUE         PIC 9(9).
           05  PMG-COST            PIC 9(9)V99.
           05  PMG-QTY             PIC 9(7).

       WORKING-STORAGE SECTION.
       01  SALES-TABLE.
           05  REGION OCCURS 9 TIMES.
           05  BUDGET-REGION OCCURS 9 TIMES.
               10  BUDGET-MONTH-AMT PIC 9(5) OCCURS 12 TIMES.

       01  PROD-MARGIN-TABLE.
           05  PM-REGION OCCURS 9 TIMES.
               10  PM-PRODUCT OCCURS 20 TIMES.
                   15  PROD-RET-AMT    PIC 9(7).
                   15  PROD-COST       PIC S9(9)V99.
                   15  PROD-QTY        PIC S9(7).

       01  WS-COST-TABLE.
           05  WS-COST-ENTRY OCCURS 200 TIMES.
               10  WS-CST-PRODUCT  PIC 99.
               10  WS-CST-EFF      PIC 9(6).
               10  WS-CST-UNIT     PIC 9(5)V99.
       01  WS-COST-COUNT       PIC 9(3) VALUE 0.
       01  CX                  PIC 9(3).
       01  WS-CST-BEST-EFF     PIC 9(6).
       01  WS-COST-FOUND       PIC X.
       01  WS-UNIT-COST        PIC 9(5)V99.
       01  WS-TXN-QTY          PIC 9(3).
       01  WS-TXN-COST         PIC 9(9)V99.
       01  WS-TXN-PERIOD       PIC 9(6).
       01  WS-SALES-YEAR       PIC 9(4) VALUE 0.
       01  WS-NO-QTY-COUNT     PIC 9(5) VALUE 0.
       01  WS-NO-COST-COUNT    PIC 9(5) VALUE 0.
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".

       01  WS-MARGIN-DROP      PIC 9(3) VALUE 5.
       01  PRIOR-MARGIN-STATUS PIC X(2) VALUE "00".
       01  PRIOR-MARGIN-EOF    PIC X VALUE 'N'.
       01  PRODUCT-MARGIN-STATUS PIC X(2) VALUE "00".
       01  WS-PRIOR-MARGIN-TABLE.
           05  WS-PYM-ENTRY OCCURS 20 TIMES.
               10  WS-PYM-REVENUE  PIC 9(9).
               10  WS-PYM-COST     PIC 9(9)V99.
               10  WS-PYM-FOUND    PIC X.

       01  WS-PROD-TOTAL-TABLE.
           05  WS-PT-ENTRY OCCURS 20 TIMES.
               10  WS-PT-REV       PIC S9(9).
               10  WS-PT-COST      PIC S9(9)V99.
               10  WS-PT-QTY       PIC S9(7).
               10  WS-PT-ACTIVE    PIC X.
       01  WS-REGION-MARGIN-TABLE.
           05  WS-RM-ENTRY OCCURS 9 TIMES.
               10  WS-RM-REV       PIC S9(9).
               10  WS-RM-COST      PIC S9(9)V99.
               10  WS-RM-ACTIVE    PIC X.
       01  WS-LINE-TABLE.
           05  WS-LN-ENTRY OCCURS 20 TIMES.
               10  WS-LN-NAME      PIC X(10).
               10  WS-LN-REV       PIC S9(9).
               10  WS-LN-COST      PIC S9(9)V99.
       01  WS-LINE-COUNT       PIC 99 VALUE 0.
       01  LX                  PIC 99.
       01  WS-LINE-FOUND       PIC X.

       01  WS-MRG-REV          PIC S9(9).
       01  WS-MRG-COST         PIC S9(9)V99.
       01  WS-MRG-AMT          PIC S9(9)V99.
       01  WS-MRG-PCT          PIC S9(5)V99.
       01  WS-PRIOR-PCT        PIC S9(5)V99.
       01  WS-PRIOR-FOUND      PIC X.
       01  WS-MRG-FLAG         PIC X(13).
       01  WS-MRG-LEVEL        PIC X(7).
       01  WS-MRG-KEY1         PIC X(10).
       01  WS-MRG-KEY2         PIC X(10).
       01  WS-MRG-REV-DISP     PIC -(8)9.
       01  WS-MRG-COST-DISP    PIC -(8)9.99.
       01  WS-MRG-AMT-DISP     PIC -(8)9.99.
       01  WS-MRG-PCT-DISP     PIC -(5)9.99.
       01  WS-PRIOR-PCT-DISP   PIC -(5)9.99.
       01  WS-CSV-FIELD        PIC X(13).
       01  WS-CSV-LEAD         PIC 99.
       01  WS-CSV-PTR          PIC 99.
       01  WS-BELOW-COST-COUNT PIC 9(3) VALUE 0.
       01  WS-MARGIN-DROP-COUNT PIC 9(3) VALUE 0.

       01  BUDGET-FILE-STATUS  PIC X(2) VALUE "00".
       01  BUDGET-EOF          PIC X VALUE 'N'.
       01  WS-BUDGET-REGION-TOT PIC 9(6).
       MAIN-LOGIC.
           PERFORM WRITE-RUNCTL-START.
           PERFORM READ-CONTROL-CARD.
           PERFORM GET-SALES-YEAR.
           PERFORM LOAD-REGION-REFERENCE.
           PERFORM LOAD-PRODUCT-REFERENCE.
           PERFORM LOAD-PRIOR-MARGIN-TABLE.
           PERFORM LOAD-SALES-TABLE.
           PERFORM LOAD-PRIOR-YEAR-TABLE.
           PERFORM LOAD-BUDGET-TABLE.
           PERFORM RANK-REGIONS.
           PERFORM BUDGET-REPORT.
           PERFORM PRODUCT-ROLLUP-REPORT.
           PERFORM PRODUCT-MARGIN-REPORT.
           PERFORM MONTHLY-TREND-REPORT.

           CLOSE SALES-RPT-FILE.

       LOAD-PRODUCT-REFERENCE.
           INITIALIZE WS-PROD-TABLE.
           INITIALIZE WS-COST-TABLE.
           OPEN INPUT PRODUCT-REF-FILE.
           IF PRODUCT-REF-STATUS = "35"
               DISPLAY "No Product Reference - Product Rollup Skipped"
               IF PRD-CODE > WS-PROD-COUNT
                   MOVE PRD-CODE TO WS-PROD-COUNT
               END-IF
               PERFORM STORE-PRODUCT-COST
           ELSE
               DISPLAY "** EXCEPTION - INVALID PRODUCT REF CODE: "
                   PRD-CODE " - RECORD SKIPPED"
               AT END MOVE 'Y' TO PRODUCT-REF-EOF
           END-READ.

       STORE-PRODUCT-COST.
           IF WS-COST-COUNT >= 200
               DISPLAY "** PRODUCT COST TABLE FULL (200) - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-COST-COUNT.
           MOVE PRD-CODE TO WS-CST-PRODUCT(WS-COST-COUNT).
           IF PRD-EFF-DATE IS NUMERIC
               MOVE PRD-EFF-DATE(1:6) TO WS-CST-EFF(WS-COST-COUNT)
           ELSE
               MOVE 0 TO WS-CST-EFF(WS-COST-COUNT)
           END-IF.
           IF PRD-UNIT-COST IS NUMERIC
               MOVE PRD-UNIT-COST TO WS-CST-UNIT(WS-COST-COUNT)
           ELSE
               MOVE 0 TO WS-CST-UNIT(WS-COST-COUNT)
           END-IF.

       GET-SALES-YEAR.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDT-FILE-STATUS NOT = "35"
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       IF BDT-CURRENT-DATE(1:4) IS NUMERIC
                           MOVE BDT-CURRENT-DATE(1:4)
                               TO WS-SALES-YEAR
                       END-IF
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE-FILE.
           IF WS-SALES-YEAR = 0
               DISPLAY "No Business Date - Costing At System Year"
               MOVE FUNCTION CURRENT-DATE TO WS-RUNCTL-DATETIME
               MOVE WS-RUNCTL-DATETIME(1:4) TO WS-SALES-YEAR
           END-IF.

       LOAD-PRIOR-MARGIN-TABLE.
           INITIALIZE WS-PRIOR-MARGIN-TABLE.
           OPEN INPUT PRIOR-MARGIN-FILE.
           IF PRIOR-MARGIN-STATUS = "35"
               DISPLAY "No Prior-Year Margin File - Margin Drop Check"
                   " Skipped"
           ELSE
               READ PRIOR-MARGIN-FILE
                   AT END MOVE 'Y' TO PRIOR-MARGIN-EOF
               END-READ
               PERFORM APPLY-PRIOR-MARGIN UNTIL PRIOR-MARGIN-EOF = 'Y'
               CLOSE PRIOR-MARGIN-FILE
           END-IF.

       APPLY-PRIOR-MARGIN.
           IF PYM-PRODUCT >= 1 AND PYM-PRODUCT <= 20
               ADD PYM-REVENUE TO WS-PYM-REVENUE(PYM-PRODUCT)
               ADD PYM-COST TO WS-PYM-COST(PYM-PRODUCT)
               MOVE 'Y' TO WS-PYM-FOUND(PYM-PRODUCT)
           ELSE
               DISPLAY "** EXCEPTION - INVALID PRIOR MARGIN PRODUCT: "
                   PYM-PRODUCT " - RECORD SKIPPED"
           END-IF.
           READ PRIOR-MARGIN-FILE
               AT END MOVE 'Y' TO PRIOR-MARGIN-EOF
           END-READ.

       PRICE-SALES-TXN.
           MOVE 0 TO WS-TXN-COST.
           IF STX-QTY IS NUMERIC
               MOVE STX-QTY TO WS-TXN-QTY
           ELSE
               MOVE 0 TO WS-TXN-QTY
           END-IF.
           IF WS-TXN-QTY = 0
               ADD 1 TO WS-NO-QTY-COUNT
           ELSE
               COMPUTE WS-TXN-PERIOD =
                   WS-SALES-YEAR * 100 + STX-MONTH
               MOVE 'N' TO WS-COST-FOUND
               MOVE 0 TO WS-CST-BEST-EFF
               MOVE 0 TO WS-UNIT-COST
               PERFORM VARYING CX FROM 1 BY 1
                       UNTIL CX > WS-COST-COUNT
                   IF WS-CST-PRODUCT(CX) = STX-PRODUCT
                       AND WS-CST-EFF(CX) <= WS-TXN-PERIOD
                       AND (WS-COST-FOUND = 'N'
                           OR WS-CST-EFF(CX) >= WS-CST-BEST-EFF)
                       MOVE 'Y' TO WS-COST-FOUND
                       MOVE WS-CST-EFF(CX) TO WS-CST-BEST-EFF
                       MOVE WS-CST-UNIT(CX) TO WS-UNIT-COST
                   END-IF
               END-PERFORM
               IF WS-COST-FOUND = 'N' OR WS-UNIT-COST = 0
                   ADD 1 TO WS-NO-COST-COUNT
               ELSE
                   COMPUTE WS-TXN-COST = WS-TXN-QTY * WS-UNIT-COST
               END-IF
           END-IF.

       PRODUCT-ROLLUP-REPORT.
           DISPLAY " ".
           DISPLAY "PRODUCT SALES WITHIN REGION".
               END-PERFORM
           END-PERFORM.

       PRODUCT-MARGIN-REPORT.
           INITIALIZE WS-PROD-TOTAL-TABLE.
           INITIALIZE WS-REGION-MARGIN-TABLE.
           INITIALIZE WS-LINE-TABLE.
           MOVE 0 TO WS-LINE-COUNT.
           OPEN OUTPUT PRODUCT-MARGIN-FILE.

           DISPLAY " ".
           DISPLAY "GROSS MARGIN BY PRODUCT WITHIN REGION".
           DISPLAY "----------------------------------------".
           MOVE " " TO RPT-LINE
           WRITE RPT-LINE.
           MOVE "GROSS MARGIN BY PRODUCT WITHIN REGION" TO RPT-LINE
           WRITE RPT-LINE.
           PERFORM WRITE-MARGIN-HEADING.
           MOVE SPACES TO CSV-LINE.
           STRING "LEVEL,KEY,SUBKEY,REVENUE,COST,MARGIN,MARGIN-PCT,"
               "FLAG,PRIOR-PCT"
               DELIMITED BY SIZE INTO CSV-LINE
           END-STRING.
           WRITE CSV-LINE.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-REGION-COUNT
               PERFORM VARYING PX FROM 1 BY 1
                       UNTIL PX > WS-PROD-COUNT
                   IF WS-PROD-DEFINED(PX) = 'Y'
                       AND (PROD-AMT(I, PX) > 0
                           OR PROD-RET-AMT(I, PX) > 0)
                       COMPUTE WS-MRG-REV =
                           PROD-AMT(I, PX) - PROD-RET-AMT(I, PX)
                       MOVE PROD-COST(I, PX) TO WS-MRG-COST
                       ADD WS-MRG-REV TO WS-PT-REV(PX)
                       ADD WS-MRG-COST TO WS-PT-COST(PX)
                       ADD PROD-QTY(I, PX) TO WS-PT-QTY(PX)
                       MOVE 'Y' TO WS-PT-ACTIVE(PX)
                       ADD WS-MRG-REV TO WS-RM-REV(I)
                       ADD WS-MRG-COST TO WS-RM-COST(I)
                       MOVE 'Y' TO WS-RM-ACTIVE(I)
                       PERFORM ADD-LINE-MARGIN
                       MOVE "REGPROD" TO WS-MRG-LEVEL
                       MOVE R-NAME(I) TO WS-MRG-KEY1
                       MOVE WS-PROD-NAME(PX) TO WS-MRG-KEY2
                       MOVE 'N' TO WS-PRIOR-FOUND
                       PERFORM COMPUTE-MARGIN
                       PERFORM WRITE-MARGIN-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "GROSS MARGIN BY PRODUCT (ALL REGIONS)".
           DISPLAY "----------------------------------------".
           MOVE " " TO RPT-LINE
           WRITE RPT-LINE.
           MOVE "GROSS MARGIN BY PRODUCT (ALL REGIONS)" TO RPT-LINE
           WRITE RPT-LINE.
           PERFORM WRITE-MARGIN-HEADING.

           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PROD-COUNT
               IF WS-PT-ACTIVE(PX) = 'Y'
                   MOVE WS-PT-REV(PX) TO WS-MRG-REV
                   MOVE WS-PT-COST(PX) TO WS-MRG-COST
                   MOVE "PRODUCT" TO WS-MRG-LEVEL
                   MOVE WS-PROD-NAME(PX) TO WS-MRG-KEY1
                   MOVE WS-PROD-LINE(PX) TO WS-MRG-KEY2
                   PERFORM COMPUTE-MARGIN
                   PERFORM CHECK-PRIOR-MARGIN
                   IF WS-MRG-FLAG = "BELOW COST"
                       ADD 1 TO WS-BELOW-COST-COUNT
                   END-IF
                   IF WS-MRG-FLAG = "MARGIN DROP"
                       ADD 1 TO WS-MARGIN-DROP-COUNT
                   END-IF
                   PERFORM WRITE-MARGIN-LINE
                   PERFORM WRITE-PRODUCT-MARGIN
               END-IF
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "GROSS MARGIN BY PRODUCT LINE".
           DISPLAY "----------------------------------------".
           MOVE " " TO RPT-LINE
           WRITE RPT-LINE.
           MOVE "GROSS MARGIN BY PRODUCT LINE" TO RPT-LINE
           WRITE RPT-LINE.
           PERFORM WRITE-MARGIN-HEADING.

           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > WS-LINE-COUNT
               MOVE WS-LN-REV(LX) TO WS-MRG-REV
               MOVE WS-LN-COST(LX) TO WS-MRG-COST
               MOVE "LINE" TO WS-MRG-LEVEL
               MOVE WS-LN-NAME(LX) TO WS-MRG-KEY1
               MOVE SPACES TO WS-MRG-KEY2
               MOVE 'N' TO WS-PRIOR-FOUND
               PERFORM COMPUTE-MARGIN
               PERFORM WRITE-MARGIN-LINE
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "GROSS MARGIN BY REGION (PRODUCT SALES)".
           DISPLAY "----------------------------------------".
           MOVE " " TO RPT-LINE
           WRITE RPT-LINE.
           MOVE "GROSS MARGIN BY REGION (PRODUCT SALES)" TO RPT-LINE
           WRITE RPT-LINE.
           PERFORM WRITE-MARGIN-HEADING.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-REGION-COUNT
               IF WS-RM-ACTIVE(I) = 'Y'
                   MOVE WS-RM-REV(I) TO WS-MRG-REV
                   MOVE WS-RM-COST(I) TO WS-MRG-COST
                   MOVE "REGION" TO WS-MRG-LEVEL
                   MOVE R-NAME(I) TO WS-MRG-KEY1
                   MOVE SPACES TO WS-MRG-KEY2
                   MOVE 'N' TO WS-PRIOR-FOUND
                   PERFORM COMPUTE-MARGIN
                   PERFORM WRITE-MARGIN-LINE
               END-IF
           END-PERFORM.

           CLOSE PRODUCT-MARGIN-FILE.

           DISPLAY "PRODUCTS SELLING BELOW COST : " WS-BELOW-COST-COUNT.
           DISPLAY "PRODUCTS WITH MARGIN DROP   : " WS-MARGIN-DROP-COUNT
               " (OVER " WS-MARGIN-DROP " POINTS)".
           MOVE SPACES TO RPT-LINE.
           STRING "BELOW COST: " WS-BELOW-COST-COUNT
               "  MARGIN DROP OVER " WS-MARGIN-DROP " POINTS: "
               WS-MARGIN-DROP-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           IF WS-NO-QTY-COUNT > 0 OR WS-NO-COST-COUNT > 0
               DISPLAY "** PRODUCT SALES WITH NO QUANTITY: "
                   WS-NO-QTY-COUNT " NO STANDARD COST: "
                   WS-NO-COST-COUNT " - COST NOT TAKEN"
               MOVE SPACES TO RPT-LINE
               STRING "** NO QUANTITY: " WS-NO-QTY-COUNT
                   "  NO STANDARD COST: " WS-NO-COST-COUNT
                   " - COST NOT TAKEN"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.

       WRITE-MARGIN-HEADING.
           MOVE SPACES TO RPT-LINE.
           STRING "NAME       DETAIL       REVENUE"
               "        COST      MARGIN    PCT  FLAG"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

       ADD-LINE-MARGIN.
           MOVE 'N' TO WS-LINE-FOUND.
           PERFORM VARYING LX FROM 1 BY 1
                   UNTIL LX > WS-LINE-COUNT OR WS-LINE-FOUND = 'Y'
               IF WS-LN-NAME(LX) = WS-PROD-LINE(PX)
                   MOVE 'Y' TO WS-LINE-FOUND
                   ADD WS-MRG-REV TO WS-LN-REV(LX)
                   ADD WS-MRG-COST TO WS-LN-COST(LX)
               END-IF
           END-PERFORM.
           IF WS-LINE-FOUND = 'N'
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-PROD-LINE(PX) TO WS-LN-NAME(WS-LINE-COUNT)
               MOVE WS-MRG-REV TO WS-LN-REV(WS-LINE-COUNT)
               MOVE WS-MRG-COST TO WS-LN-COST(WS-LINE-COUNT)
           END-IF.

       COMPUTE-MARGIN.
           COMPUTE WS-MRG-AMT = WS-MRG-REV - WS-MRG-COST.
           IF WS-MRG-REV > 0
               COMPUTE WS-MRG-PCT ROUNDED =
                   WS-MRG-AMT * 100 / WS-MRG-REV
           ELSE
               MOVE 0 TO WS-MRG-PCT
           END-IF.
           MOVE SPACES TO WS-MRG-FLAG.
           IF WS-MRG-AMT < 0
               MOVE "BELOW COST" TO WS-MRG-FLAG
           END-IF.

       CHECK-PRIOR-MARGIN.
           MOVE 'N' TO WS-PRIOR-FOUND.
           IF WS-PYM-FOUND(PX) = 'Y' AND WS-PYM-REVENUE(PX) > 0
               MOVE 'Y' TO WS-PRIOR-FOUND
               COMPUTE WS-PRIOR-PCT ROUNDED =
                   (WS-PYM-REVENUE(PX) - WS-PYM-COST(PX)) * 100
                   / WS-PYM-REVENUE(PX)
               IF WS-PRIOR-PCT - WS-MRG-PCT > WS-MARGIN-DROP
                   AND WS-MRG-FLAG = SPACES
                   MOVE "MARGIN DROP" TO WS-MRG-FLAG
               END-IF
           END-IF.

       WRITE-MARGIN-LINE.
           MOVE WS-MRG-REV TO WS-MRG-REV-DISP.
           MOVE WS-MRG-COST TO WS-MRG-COST-DISP.
           MOVE WS-MRG-AMT TO WS-MRG-AMT-DISP.
           MOVE WS-MRG-PCT TO WS-MRG-PCT-DISP.
           MOVE SPACES TO RPT-LINE.
           STRING WS-MRG-KEY1 " " WS-MRG-KEY2 " " WS-MRG-REV-DISP
               " " WS-MRG-COST-DISP " " WS-MRG-AMT-DISP " "
               WS-MRG-PCT-DISP " " WS-MRG-FLAG
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           DISPLAY RPT-LINE.
           IF WS-PRIOR-FOUND = 'Y'
               MOVE WS-PRIOR-PCT TO WS-PRIOR-PCT-DISP
               MOVE SPACES TO RPT-LINE
               STRING "           PRIOR YEAR MARGIN PCT "
                   WS-PRIOR-PCT-DISP
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               DISPLAY RPT-LINE
           END-IF.

           MOVE SPACES TO CSV-LINE.
           MOVE 1 TO WS-CSV-PTR.
           STRING WS-MRG-LEVEL DELIMITED BY SPACE
               "," WS-MRG-KEY1 DELIMITED BY "  "
               "," WS-MRG-KEY2 DELIMITED BY "  "
               INTO CSV-LINE WITH POINTER WS-CSV-PTR
           END-STRING.
           MOVE WS-MRG-REV-DISP TO WS-CSV-FIELD.
           PERFORM APPEND-CSV-FIELD.
           MOVE WS-MRG-COST-DISP TO WS-CSV-FIELD.
           PERFORM APPEND-CSV-FIELD.
           MOVE WS-MRG-AMT-DISP TO WS-CSV-FIELD.
           PERFORM APPEND-CSV-FIELD.
           MOVE WS-MRG-PCT-DISP TO WS-CSV-FIELD.
           PERFORM APPEND-CSV-FIELD.
           STRING "," WS-MRG-FLAG DELIMITED BY "  "
               INTO CSV-LINE WITH POINTER WS-CSV-PTR
           END-STRING.
           MOVE SPACES TO WS-CSV-FIELD.
           IF WS-PRIOR-FOUND = 'Y'
               MOVE WS-PRIOR-PCT-DISP TO WS-CSV-FIELD
           END-IF.
           PERFORM APPEND-CSV-FIELD.
           WRITE CSV-LINE.

       APPEND-CSV-FIELD.
           MOVE 0 TO WS-CSV-LEAD.
           INSPECT WS-CSV-FIELD TALLYING WS-CSV-LEAD
               FOR LEADING SPACES.
           IF WS-CSV-LEAD >= 13
               STRING "," DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
           ELSE
               STRING "," WS-CSV-FIELD(WS-CSV-LEAD + 1:)
                   DELIMITED BY SPACE
                   INTO CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF.

       WRITE-PRODUCT-MARGIN.
           MOVE PX TO PMG-PRODUCT.
           IF WS-MRG-REV > 0
               MOVE WS-MRG-REV TO PMG-REVENUE
           ELSE
               MOVE 0 TO PMG-REVENUE
           END-IF.
           IF WS-MRG-COST > 0
               MOVE WS-MRG-COST TO PMG-COST
           ELSE
               MOVE 0 TO PMG-COST
           END-IF.
           IF WS-PT-QTY(PX) > 0
               MOVE WS-PT-QTY(PX) TO PMG-QTY
           ELSE
               MOVE 0 TO PMG-QTY
           END-IF.
           WRITE PRODUCT-MARGIN-RECORD.

       WRITE-RUNCTL-START.
           OPEN EXTEND RUN-CTL-FILE.
           IF RUNCTL-FILE-STATUS = "35"
                       IF CTL-TREND-PCT > 0
                           MOVE CTL-TREND-PCT TO WS-TREND-PCT
                       END-IF
                       IF CTL-MARGIN-DROP IS NUMERIC
                           AND CTL-MARGIN-DROP > 0
                           MOVE CTL-MARGIN-DROP TO WS-MARGIN-DROP
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
           INITIALIZE SALES-TABLE.
           INITIALIZE PROD-SALES-TABLE.
           INITIALIZE RETURN-SALES-TABLE.
           INITIALIZE PROD-MARGIN-TABLE.

           OPEN INPUT SALES-TXN-FILE.
           IF TXN-FILE-STATUS = "35"
               AND (STX-TXN-TYPE = 'R' OR STX-TXN-TYPE = 'C')
               ADD STX-AMOUNT TO
                   MONTH-RETURNS(STX-REGION, STX-MONTH)
               IF STX-PRODUCT >= 1 AND STX-PRODUCT <= 20
                   AND WS-PROD-DEFINED(STX-PRODUCT) = 'Y'
                   PERFORM PRICE-SALES-TXN
                   ADD STX-AMOUNT TO
                       PROD-RET-AMT(STX-REGION, STX-PRODUCT)
                   SUBTRACT WS-TXN-COST FROM
                       PROD-COST(STX-REGION, STX-PRODUCT)
                   SUBTRACT WS-TXN-QTY FROM
                       PROD-QTY(STX-REGION, STX-PRODUCT)
               END-IF
           ELSE
           IF STX-REGION >= 1 AND STX-REGION <= WS-REGION-COUNT
                   AND STX-MONTH >= 1 AND STX-MONTH <= 12
                           MONTH-SALES(STX-REGION, STX-MONTH)
                       ADD STX-AMOUNT TO
                           PROD-AMT(STX-REGION, STX-PRODUCT)
                       PERFORM PRICE-SALES-TXN
                       ADD WS-TXN-COST TO
                           PROD-COST(STX-REGION, STX-PRODUCT)
                       ADD WS-TXN-QTY TO
                           PROD-QTY(STX-REGION, STX-PRODUCT)
                   ELSE
                       DISPLAY "** EXCEPTION - UNKNOWN PRODUCT CODE: "
                           STX-PRODUCT " - RECORD SKIPPED"
