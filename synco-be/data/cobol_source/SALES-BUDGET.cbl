       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-BUDGET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-TXN-FILE ASSIGN TO "SALESTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TXN-FILE-STATUS.
           SELECT PRIOR-YEAR-FILE ASSIGN TO "PRIORYR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRIOR-FILE-STATUS.
           SELECT REGION-REF-FILE ASSIGN TO "REGNREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REGION-REF-STATUS.
           SELECT PRODUCT-REF-FILE ASSIGN TO "PRODREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRODUCT-REF-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.
           SELECT PLAN-CARD-FILE ASSIGN TO "PLANCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PLAN-FILE-STATUS.
           SELECT NEW-BUDGET-FILE ASSIGN TO "BUDNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BUDNEW-FILE-STATUS.
           SELECT WORKSHEET-FILE ASSIGN TO "BUDWKS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TXN-FILE.
       01  SALES-TXN-RECORD.
           05  STX-REGION          PIC 9.
           05  STX-MONTH           PIC 99.
           05  STX-AMOUNT          PIC 9(5).
           05  STX-PRODUCT         PIC 99.
           05  STX-TXN-TYPE        PIC X.
           05  STX-SLSP-ID         PIC X(6).
           05  STX-QTY             PIC 9(3).
       01  SALES-TXN-TRAILER.
           05  STX-TRL-TYPE        PIC X.
           05  STX-TRL-COUNT       PIC 9(4).
           05  STX-TRL-HASH        PIC 9(9).
           05  FILLER              PIC X(6).

       FD  PRIOR-YEAR-FILE.
       01  PRIOR-YEAR-RECORD.
           05  PRY-REGION          PIC 9.
           05  PRY-MONTH           PIC 99.
           05  PRY-AMOUNT          PIC 9(5).
           05  FILLER              PIC X(6).
       01  PRIOR-YEAR-TRAILER.
           05  PRY-TRL-TYPE        PIC X.
           05  PRY-TRL-COUNT       PIC 9(4).
           05  PRY-TRL-HASH        PIC 9(9).

       FD  REGION-REF-FILE.
       01  REGION-REF-RECORD.
           05  RGN-CODE            PIC 9.
           05  RGN-NAME            PIC X(5).

       FD  PRODUCT-REF-FILE.
       01  PRODUCT-REF-RECORD.
           05  PRD-CODE            PIC 99.
           05  PRD-NAME            PIC X(10).
           05  PRD-LINE            PIC X(10).
           05  PRD-UNIT-COST       PIC 9(5)V99.
           05  PRD-EFF-DATE        PIC 9(8).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       FD  PLAN-CARD-FILE.
       01  PLAN-CARD-RECORD.
           05  PLN-TYPE            PIC X.
           05  PLN-REGION          PIC 9.
           05  PLN-DETAIL          PIC X(78).
       01  PLAN-GROWTH-CARD.
           05  FILLER              PIC X(2).
           05  PLN-LINE            PIC X(10).
           05  PLN-SIGN            PIC X.
           05  PLN-PCT             PIC 9(3)V9.
           05  FILLER              PIC X(63).
       01  PLAN-MONTH-CARD.
           05  FILLER              PIC X(2).
           05  PLN-MONTH           PIC 99.
           05  PLN-AMOUNT          PIC 9(5).
           05  FILLER              PIC X(71).

       FD  NEW-BUDGET-FILE.
       01  NEW-BUDGET-RECORD.
           05  NBD-REGION          PIC 9.
           05  NBD-MONTH           PIC 99.
           05  NBD-AMOUNT          PIC 9(5).
           05  FILLER              PIC X(6).
       01  NEW-BUDGET-TRAILER.
           05  NBD-TRL-TYPE        PIC X.
           05  NBD-TRL-COUNT       PIC 9(4).
           05  NBD-TRL-HASH        PIC 9(9).

       FD  WORKSHEET-FILE.
       01  WKS-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  TXN-FILE-STATUS     PIC X(2) VALUE "00".
       01  PRIOR-FILE-STATUS   PIC X(2) VALUE "00".
       01  REGION-REF-STATUS   PIC X(2) VALUE "00".
       01  PRODUCT-REF-STATUS  PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  PLAN-FILE-STATUS    PIC X(2) VALUE "00".
       01  BUDNEW-FILE-STATUS  PIC X(2) VALUE "00".
       01  WKS-FILE-STATUS     PIC X(2) VALUE "00".
       01  TXN-EOF             PIC X VALUE 'N'.
       01  PRIOR-EOF           PIC X VALUE 'N'.
       01  REGION-REF-EOF      PIC X VALUE 'N'.
       01  PRODUCT-REF-EOF     PIC X VALUE 'N'.
       01  PLAN-EOF            PIC X VALUE 'N'.

       01  WS-TXN-REC-COUNT    PIC 9(4) VALUE 0.
       01  WS-TXN-HASH-TOTAL   PIC 9(9) VALUE 0.
       01  WS-TXN-TRL-SEEN     PIC X VALUE 'N'.
       01  WS-TXN-TRL-COUNT    PIC 9(4).
       01  WS-TXN-TRL-HASH     PIC 9(9).
       01  WS-PRY-REC-COUNT    PIC 9(4) VALUE 0.
       01  WS-PRY-HASH-TOTAL   PIC 9(9) VALUE 0.
       01  WS-PRY-TRL-SEEN     PIC X VALUE 'N'.
       01  WS-PRY-TRL-COUNT    PIC 9(4).
       01  WS-PRY-TRL-HASH     PIC 9(9).
       01  WS-TRAILER-FAIL     PIC X VALUE 'N'.

       01  R-NAME-TABLE.
           05  R-NAME PIC X(5) OCCURS 9 TIMES.
       01  WS-REGION-COUNT     PIC 9 VALUE 0.

       01  WS-PROD-TABLE.
           05  WS-PROD-ENTRY OCCURS 20 TIMES.
               10  WS-PROD-LINE-IX PIC 99.
               10  WS-PROD-DEFINED PIC X.
       01  WS-LINE-TABLE.
           05  WS-LINE-NAME PIC X(10) OCCURS 21 TIMES.
       01  WS-LINE-COUNT       PIC 99 VALUE 0.
       01  WS-NO-LINE-IX       PIC 99 VALUE 21.

       01  CY-SALES-TABLE.
           05  CY-REGION OCCURS 9 TIMES.
               10  CY-MONTH-SALES  PIC 9(7) OCCURS 12 TIMES.
               10  CY-LINE-SALES   PIC 9(9) OCCURS 21 TIMES.
       01  PY-SALES-TABLE.
           05  PY-REGION OCCURS 9 TIMES.
               10  PY-MONTH-SALES  PIC 9(7) OCCURS 12 TIMES.

       01  WS-GROWTH-TABLE.
           05  WS-GR-ENTRY OCCURS 100 TIMES.
               10  WS-GR-REGION    PIC 9.
               10  WS-GR-LINE      PIC X(10).
               10  WS-GR-PCT       PIC S9(3)V9.
       01  WS-GROWTH-COUNT     PIC 9(3) VALUE 0.
       01  GX                  PIC 9(3).
       01  WS-OVERRIDE-TABLE.
           05  WS-OVR-REGION OCCURS 9 TIMES.
               10  WS-OVR-MONTH OCCURS 12 TIMES.
                   15  WS-OVR-SET      PIC X.
                   15  WS-OVR-AMOUNT   PIC 9(5).
       01  WS-CARD-COUNT       PIC 9(4) VALUE 0.
       01  WS-CARD-REJECTS     PIC 9(4) VALUE 0.

       01  I                   PIC 99.
       01  J                   PIC 99.
       01  LX                  PIC 99.
       01  WS-LINE-FOUND       PIC X.
       01  WS-BUDGET-YEAR      PIC 9(4) VALUE 0.
       01  WS-ACTUAL-YEAR      PIC 9(4) VALUE 0.
       01  WS-RUN-DATETIME     PIC X(21).

       01  WS-FIND-REGION      PIC 9.
       01  WS-FIND-LINE        PIC X(10).
       01  WS-FIND-RANK        PIC 9.
       01  WS-BEST-RANK        PIC 9.
       01  WS-FOUND-PCT        PIC S9(3)V9.

       01  WS-BASE-AMT         PIC 9(7) OCCURS 12 TIMES.
       01  WS-BASE-FILLED      PIC X OCCURS 12 TIMES.
       01  WS-SHAPE-AMT        PIC 9(8) OCCURS 12 TIMES.
       01  WS-BUD-AMT          PIC S9(9) OCCURS 12 TIMES.
       01  WS-BASE-TOT         PIC 9(9).
       01  WS-SHAPE-TOT        PIC 9(9).
       01  WS-CY-TOT           PIC 9(9).
       01  WS-CY-PLAN          PIC 9(9)V99.
       01  WS-LINE-PLAN        PIC 9(9)V99.
       01  WS-GROWTH-FACTOR    PIC 9(3)V9(6).
       01  WS-TARGET           PIC 9(9).
       01  WS-ALLOCATED        PIC S9(9).
       01  WS-SHAPE-PCT        PIC 9(3)V99.
       01  WS-REGION-BUD-TOT   PIC 9(9).
       01  WS-GRAND-BUD-TOT    PIC 9(9) VALUE 0.
       01  WS-GRAND-BASE-TOT   PIC 9(9) VALUE 0.
       01  WS-CAPPED-COUNT     PIC 9(3) VALUE 0.
       01  WS-OUT-COUNT        PIC 9(4) VALUE 0.
       01  WS-OUT-HASH         PIC 9(9) VALUE 0.
       01  WS-MONTH-NOTE       PIC X(12).
       01  WS-LINE-DISP-NAME   PIC X(10).

       01  WS-AMT-DISP         PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMT2-DISP        PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMT3-DISP        PIC ZZZ,ZZZ,ZZ9.
       01  WS-PCT-DISP         PIC -(3)9.9.
       01  WS-SHAPE-DISP       PIC ZZ9.99.
       01  WS-FACTOR-DISP      PIC ZZ9.9999.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "SALES BUDGET BUILD STARTED".

           PERFORM GET-BUDGET-YEAR.
           PERFORM LOAD-REGION-REFERENCE.
           PERFORM LOAD-PRODUCT-REFERENCE.
           PERFORM LOAD-PLAN-CARDS.
           PERFORM LOAD-SALES-TABLE.
           PERFORM LOAD-PRIOR-YEAR-TABLE.
           PERFORM VERIFY-FEED-TRAILERS.
           IF WS-TRAILER-FAIL = 'Y'
               DISPLAY "** FEED TRAILER VALIDATION FAILED - STOPPING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-BUDGET-FILE.
           OPEN OUTPUT WORKSHEET-FILE.
           PERFORM WRITE-WORKSHEET-HEADING.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-REGION-COUNT
               PERFORM BUILD-REGION-BUDGET
           END-PERFORM.

           MOVE 'T' TO NBD-TRL-TYPE.
           MOVE WS-OUT-COUNT TO NBD-TRL-COUNT.
           MOVE WS-OUT-HASH TO NBD-TRL-HASH.
           WRITE NEW-BUDGET-TRAILER.
           CLOSE NEW-BUDGET-FILE.

           PERFORM WRITE-WORKSHEET-TOTALS.
           CLOSE WORKSHEET-FILE.

           IF WS-CAPPED-COUNT > 0 OR WS-CARD-REJECTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "PLAN CARDS READ            : " WS-CARD-COUNT.
           DISPLAY "PLAN CARDS REJECTED        : " WS-CARD-REJECTS.
           DISPLAY "BUDGET RECORDS WRITTEN     : " WS-OUT-COUNT.
           DISPLAY "BUDGET TOTAL               : " WS-OUT-HASH.
           DISPLAY "SALES BUDGET BUILD COMPLETE FOR " WS-BUDGET-YEAR.
           STOP RUN.

       GET-BUDGET-YEAR.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDT-FILE-STATUS NOT = "35"
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       IF BDT-CURRENT-DATE(1:4) IS NUMERIC
                           MOVE BDT-CURRENT-DATE(1:4)
                               TO WS-ACTUAL-YEAR
                       END-IF
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE-FILE.
           IF WS-ACTUAL-YEAR = 0
               DISPLAY "No Business Date - Using System Year"
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME
               MOVE WS-RUN-DATETIME(1:4) TO WS-ACTUAL-YEAR
           END-IF.
           COMPUTE WS-BUDGET-YEAR = WS-ACTUAL-YEAR + 1.

       LOAD-REGION-REFERENCE.
           INITIALIZE R-NAME-TABLE.
           OPEN INPUT REGION-REF-FILE.
           IF REGION-REF-STATUS = "35"
               DISPLAY "No Region Reference - Using Legacy Regions"
               MOVE "NORTH" TO R-NAME(1)
               MOVE "SOUTH" TO R-NAME(2)
               MOVE "EAST " TO R-NAME(3)
               MOVE "WEST " TO R-NAME(4)
               MOVE 4 TO WS-REGION-COUNT
               MOVE 'Y' TO REGION-REF-EOF
           ELSE
               READ REGION-REF-FILE
                   AT END MOVE 'Y' TO REGION-REF-EOF
               END-READ
               PERFORM APPLY-REGION-REF UNTIL REGION-REF-EOF = 'Y'
               CLOSE REGION-REF-FILE
           END-IF.

       APPLY-REGION-REF.
           IF RGN-CODE >= 1 AND RGN-CODE <= 9
               MOVE RGN-NAME TO R-NAME(RGN-CODE)
               IF RGN-CODE > WS-REGION-COUNT
                   MOVE RGN-CODE TO WS-REGION-COUNT
               END-IF
           ELSE
               DISPLAY "** EXCEPTION - INVALID REGION REF CODE: "
                   RGN-CODE " - RECORD SKIPPED"
           END-IF.
           READ REGION-REF-FILE
               AT END MOVE 'Y' TO REGION-REF-EOF
           END-READ.

       LOAD-PRODUCT-REFERENCE.
           INITIALIZE WS-PROD-TABLE.
           INITIALIZE WS-LINE-TABLE.
           OPEN INPUT PRODUCT-REF-FILE.
           IF PRODUCT-REF-STATUS = "35"
               DISPLAY "No Product Reference - All Sales Unassigned"
               MOVE 'Y' TO PRODUCT-REF-EOF
           ELSE
               READ PRODUCT-REF-FILE
                   AT END MOVE 'Y' TO PRODUCT-REF-EOF
               END-READ
               PERFORM APPLY-PRODUCT-REF UNTIL PRODUCT-REF-EOF = 'Y'
               CLOSE PRODUCT-REF-FILE
           END-IF.

       APPLY-PRODUCT-REF.
           IF PRD-CODE >= 1 AND PRD-CODE <= 20
               MOVE 'Y' TO WS-PROD-DEFINED(PRD-CODE)
               MOVE 'N' TO WS-LINE-FOUND
               PERFORM VARYING LX FROM 1 BY 1
                       UNTIL LX > WS-LINE-COUNT OR WS-LINE-FOUND = 'Y'
                   IF WS-LINE-NAME(LX) = PRD-LINE
                       MOVE 'Y' TO WS-LINE-FOUND
                       MOVE LX TO WS-PROD-LINE-IX(PRD-CODE)
                   END-IF
               END-PERFORM
               IF WS-LINE-FOUND = 'N'
                   ADD 1 TO WS-LINE-COUNT
                   MOVE PRD-LINE TO WS-LINE-NAME(WS-LINE-COUNT)
                   MOVE WS-LINE-COUNT TO WS-PROD-LINE-IX(PRD-CODE)
               END-IF
           ELSE
               DISPLAY "** EXCEPTION - INVALID PRODUCT REF CODE: "
                   PRD-CODE " - RECORD SKIPPED"
           END-IF.
           READ PRODUCT-REF-FILE
               AT END MOVE 'Y' TO PRODUCT-REF-EOF
           END-READ.

       LOAD-PLAN-CARDS.
           INITIALIZE WS-GROWTH-TABLE.
           INITIALIZE WS-OVERRIDE-TABLE.
           OPEN INPUT PLAN-CARD-FILE.
           IF PLAN-FILE-STATUS = "35"
               DISPLAY "No Planning Cards - Budget At Zero Growth"
               MOVE 'Y' TO PLAN-EOF
           ELSE
               READ PLAN-CARD-FILE
                   AT END MOVE 'Y' TO PLAN-EOF
               END-READ
               PERFORM APPLY-PLAN-CARD UNTIL PLAN-EOF = 'Y'
               CLOSE PLAN-CARD-FILE
           END-IF.

       APPLY-PLAN-CARD.
           IF PLN-TYPE NOT = '*' AND PLAN-CARD-RECORD NOT = SPACES
               ADD 1 TO WS-CARD-COUNT
               EVALUATE TRUE
                   WHEN PLN-TYPE = 'G'
                       PERFORM STORE-GROWTH-CARD
                   WHEN PLN-TYPE = 'M'
                       PERFORM STORE-MONTH-CARD
                   WHEN OTHER
                       DISPLAY "** EXCEPTION - UNKNOWN PLAN CARD TYPE: "
                           PLN-TYPE " - CARD SKIPPED"
                       ADD 1 TO WS-CARD-REJECTS
               END-EVALUATE
           END-IF.
           READ PLAN-CARD-FILE
               AT END MOVE 'Y' TO PLAN-EOF
           END-READ.

       STORE-GROWTH-CARD.
           IF PLN-REGION IS NOT NUMERIC
               OR PLN-PCT IS NOT NUMERIC
               OR (PLN-SIGN NOT = SPACE AND PLN-SIGN NOT = '+'
                   AND PLN-SIGN NOT = '-')
               OR (PLN-SIGN = '-' AND PLN-PCT > 100.0)
               DISPLAY "** EXCEPTION - INVALID GROWTH CARD: "
                   PLAN-CARD-RECORD(1:17) " - CARD SKIPPED"
               ADD 1 TO WS-CARD-REJECTS
           ELSE
               IF WS-GROWTH-COUNT >= 100
                   DISPLAY "** GROWTH CARD TABLE FULL (100) - RUN "
                       "STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GROWTH-COUNT
               MOVE PLN-REGION TO WS-GR-REGION(WS-GROWTH-COUNT)
               MOVE PLN-LINE TO WS-GR-LINE(WS-GROWTH-COUNT)
               MOVE PLN-PCT TO WS-GR-PCT(WS-GROWTH-COUNT)
               IF PLN-SIGN = '-'
                   COMPUTE WS-GR-PCT(WS-GROWTH-COUNT) =
                       0 - WS-GR-PCT(WS-GROWTH-COUNT)
               END-IF
           END-IF.

       STORE-MONTH-CARD.
           IF PLN-REGION IS NOT NUMERIC
               OR PLN-MONTH IS NOT NUMERIC
               OR PLN-AMOUNT IS NOT NUMERIC
               OR PLN-REGION < 1 OR PLN-REGION > WS-REGION-COUNT
               OR PLN-MONTH < 1 OR PLN-MONTH > 12
               DISPLAY "** EXCEPTION - INVALID MONTH CARD: "
                   PLAN-CARD-RECORD(1:10) " - CARD SKIPPED"
               ADD 1 TO WS-CARD-REJECTS
           ELSE
               MOVE 'Y' TO WS-OVR-SET(PLN-REGION, PLN-MONTH)
               MOVE PLN-AMOUNT TO WS-OVR-AMOUNT(PLN-REGION, PLN-MONTH)
           END-IF.

       LOAD-SALES-TABLE.
           INITIALIZE CY-SALES-TABLE.
           OPEN INPUT SALES-TXN-FILE.
           IF TXN-FILE-STATUS = "35"
               DISPLAY "No Sales Transaction File - Prior Year Only"
               MOVE 'Y' TO TXN-EOF
           ELSE
               READ SALES-TXN-FILE
                   AT END MOVE 'Y' TO TXN-EOF
               END-READ
               PERFORM APPLY-SALES-TXN UNTIL TXN-EOF = 'Y'
               CLOSE SALES-TXN-FILE
           END-IF.

       APPLY-SALES-TXN.
           IF STX-TRL-TYPE = 'T'
               MOVE 'Y' TO WS-TXN-TRL-SEEN
               MOVE STX-TRL-COUNT TO WS-TXN-TRL-COUNT
               MOVE STX-TRL-HASH TO WS-TXN-TRL-HASH
           ELSE
               PERFORM APPLY-SALES-DETAIL
           END-IF.
           READ SALES-TXN-FILE
               AT END MOVE 'Y' TO TXN-EOF
           END-READ.

       APPLY-SALES-DETAIL.
           ADD 1 TO WS-TXN-REC-COUNT.
           ADD STX-AMOUNT TO WS-TXN-HASH-TOTAL.
           IF STX-REGION >= 1 AND STX-REGION <= WS-REGION-COUNT
                   AND STX-MONTH >= 1 AND STX-MONTH <= 12
                   AND STX-TXN-TYPE NOT = 'R'
                   AND STX-TXN-TYPE NOT = 'C'
               IF STX-PRODUCT = 0
                   ADD STX-AMOUNT TO
                       CY-MONTH-SALES(STX-REGION, STX-MONTH)
                   ADD STX-AMOUNT TO
                       CY-LINE-SALES(STX-REGION, WS-NO-LINE-IX)
               ELSE
                   IF STX-PRODUCT <= 20
                       AND WS-PROD-DEFINED(STX-PRODUCT) = 'Y'
                       MOVE WS-PROD-LINE-IX(STX-PRODUCT) TO LX
                       ADD STX-AMOUNT TO
                           CY-MONTH-SALES(STX-REGION, STX-MONTH)
                       ADD STX-AMOUNT TO
                           CY-LINE-SALES(STX-REGION, LX)
                   END-IF
               END-IF
           END-IF.

       LOAD-PRIOR-YEAR-TABLE.
           INITIALIZE PY-SALES-TABLE.
           OPEN INPUT PRIOR-YEAR-FILE.
           IF PRIOR-FILE-STATUS = "35"
               DISPLAY "No Prior-Year File - Current Year Only"
               MOVE 'Y' TO PRIOR-EOF
           ELSE
               READ PRIOR-YEAR-FILE
                   AT END MOVE 'Y' TO PRIOR-EOF
               END-READ
               PERFORM APPLY-PRIOR-YEAR-TXN UNTIL PRIOR-EOF = 'Y'
               CLOSE PRIOR-YEAR-FILE
           END-IF.

       APPLY-PRIOR-YEAR-TXN.
           IF PRY-TRL-TYPE = 'T'
               MOVE 'Y' TO WS-PRY-TRL-SEEN
               MOVE PRY-TRL-COUNT TO WS-PRY-TRL-COUNT
               MOVE PRY-TRL-HASH TO WS-PRY-TRL-HASH
           ELSE
               ADD 1 TO WS-PRY-REC-COUNT
               ADD PRY-AMOUNT TO WS-PRY-HASH-TOTAL
               IF PRY-REGION >= 1 AND PRY-REGION <= WS-REGION-COUNT
                       AND PRY-MONTH >= 1 AND PRY-MONTH <= 12
                   ADD PRY-AMOUNT TO
                       PY-MONTH-SALES(PRY-REGION, PRY-MONTH)
               ELSE
                   DISPLAY "** EXCEPTION - INVALID REGION/MONTH CODE: "
                       PRY-REGION "/" PRY-MONTH " - RECORD SKIPPED"
               END-IF
           END-IF.
           READ PRIOR-YEAR-FILE
               AT END MOVE 'Y' TO PRIOR-EOF
           END-READ.

       VERIFY-FEED-TRAILERS.
           IF TXN-FILE-STATUS NOT = "35"
               IF WS-TXN-TRL-SEEN = 'N'
                   DISPLAY "** SALESTXN MISSING CONTROL TRAILER"
                   MOVE 'Y' TO WS-TRAILER-FAIL
               ELSE
                   IF WS-TXN-TRL-COUNT NOT = WS-TXN-REC-COUNT
                       OR WS-TXN-TRL-HASH NOT = WS-TXN-HASH-TOTAL
                       DISPLAY "** SALESTXN TRAILER MISMATCH - TRAILER "
                           WS-TXN-TRL-COUNT "/" WS-TXN-TRL-HASH
                           " VS LOADED " WS-TXN-REC-COUNT "/"
                           WS-TXN-HASH-TOTAL
                       MOVE 'Y' TO WS-TRAILER-FAIL
                   END-IF
               END-IF
           END-IF.
           IF PRIOR-FILE-STATUS NOT = "35"
               IF WS-PRY-TRL-SEEN = 'N'
                   DISPLAY "** PRIORYR MISSING CONTROL TRAILER"
                   MOVE 'Y' TO WS-TRAILER-FAIL
               ELSE
                   IF WS-PRY-TRL-COUNT NOT = WS-PRY-REC-COUNT
                       OR WS-PRY-TRL-HASH NOT = WS-PRY-HASH-TOTAL
                       DISPLAY "** PRIORYR TRAILER MISMATCH - TRAILER "
                           WS-PRY-TRL-COUNT "/" WS-PRY-TRL-HASH
                           " VS LOADED " WS-PRY-REC-COUNT "/"
                           WS-PRY-HASH-TOTAL
                       MOVE 'Y' TO WS-TRAILER-FAIL
                   END-IF
               END-IF
           END-IF.

       BUILD-REGION-BUDGET.
           MOVE 0 TO WS-BASE-TOT.
           MOVE 0 TO WS-SHAPE-TOT.
           MOVE 0 TO WS-CY-TOT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 12
               IF CY-MONTH-SALES(I, J) > 0
                   MOVE CY-MONTH-SALES(I, J) TO WS-BASE-AMT(J)
                   MOVE 'N' TO WS-BASE-FILLED(J)
               ELSE
                   MOVE PY-MONTH-SALES(I, J) TO WS-BASE-AMT(J)
                   MOVE 'Y' TO WS-BASE-FILLED(J)
               END-IF
               COMPUTE WS-SHAPE-AMT(J) =
                   WS-BASE-AMT(J) + PY-MONTH-SALES(I, J)
               ADD WS-BASE-AMT(J) TO WS-BASE-TOT
               ADD WS-SHAPE-AMT(J) TO WS-SHAPE-TOT
               ADD CY-MONTH-SALES(I, J) TO WS-CY-TOT
           END-PERFORM.

           MOVE SPACES TO WKS-LINE.
           WRITE WKS-LINE.
           MOVE SPACES TO WKS-LINE.
           STRING "REGION " I " " R-NAME(I)
               DELIMITED BY SIZE INTO WKS-LINE
           END-STRING.
           WRITE WKS-LINE.
           MOVE "  PRODUCT LINE     ACTUAL  GROWTH%       PLANNED"
               TO WKS-LINE.
           WRITE WKS-LINE.

           MOVE 0 TO WS-CY-PLAN.
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > 21
               IF CY-LINE-SALES(I, LX) > 0
                   PERFORM PLAN-LINE-GROWTH
               END-IF
           END-PERFORM.

           IF WS-CY-TOT > 0
               COMPUTE WS-GROWTH-FACTOR ROUNDED =
                   WS-CY-PLAN / WS-CY-TOT
           ELSE
               MOVE I TO WS-FIND-REGION
               MOVE SPACES TO WS-FIND-LINE
               PERFORM FIND-GROWTH-PCT
               COMPUTE WS-GROWTH-FACTOR ROUNDED =
                   (100 + WS-FOUND-PCT) / 100
           END-IF.
           COMPUTE WS-TARGET ROUNDED = WS-BASE-TOT * WS-GROWTH-FACTOR.

           MOVE 0 TO WS-ALLOCATED.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 12
               IF WS-SHAPE-TOT > 0
                   IF J < 12
                       COMPUTE WS-BUD-AMT(J) ROUNDED =
                           WS-TARGET * WS-SHAPE-AMT(J) / WS-SHAPE-TOT
                   ELSE
                       COMPUTE WS-BUD-AMT(J) =
                           WS-TARGET - WS-ALLOCATED
                   END-IF
               ELSE
                   MOVE 0 TO WS-BUD-AMT(J)
               END-IF
               IF WS-BUD-AMT(J) < 0
                   MOVE 0 TO WS-BUD-AMT(J)
               END-IF
               ADD WS-BUD-AMT(J) TO WS-ALLOCATED
           END-PERFORM.

           MOVE WS-GROWTH-FACTOR TO WS-FACTOR-DISP.
           MOVE WS-BASE-TOT TO WS-AMT-DISP.
           MOVE WS-TARGET TO WS-AMT2-DISP.
           MOVE SPACES TO WKS-LINE.
           STRING "  BASE " WS-AMT-DISP " X GROWTH " WS-FACTOR-DISP
               " = TARGET " WS-AMT2-DISP
               DELIMITED BY SIZE INTO WKS-LINE
           END-STRING.
           WRITE WKS-LINE.
           MOVE SPACES TO WKS-LINE.
           STRING "  MONTH   PRIOR YR    BASE YR  SHAPE%"
               "      BUDGET  NOTE"
               DELIMITED BY SIZE INTO WKS-LINE
           END-STRING.
           WRITE WKS-LINE.

           MOVE 0 TO WS-REGION-BUD-TOT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 12
               PERFORM WRITE-BUDGET-MONTH
           END-PERFORM.

           ADD WS-BASE-TOT TO WS-GRAND-BASE-TOT.
           ADD WS-REGION-BUD-TOT TO WS-GRAND-BUD-TOT.
           MOVE WS-REGION-BUD-TOT TO WS-AMT-DISP.
           MOVE SPACES TO WKS-LINE.
           STRING "  REGION BUDGET                         " WS-AMT-DISP
               DELIMITED BY SIZE INTO WKS-LINE
           END-STRING.
           WRITE WKS-LINE.
           DISPLAY R-NAME(I) " BUDGET " WS-AMT-DISP
               " GROWTH FACTOR " WS-FACTOR-DISP.

       PLAN-LINE-GROWTH.
           MOVE I TO WS-FIND-REGION.
           IF LX = WS-NO-LINE-IX
               MOVE SPACES TO WS-FIND-LINE
               MOVE "(NO LINE)" TO WS-LINE-DISP-NAME
           ELSE
               MOVE WS-LINE-NAME(LX) TO WS-FIND-LINE
               MOVE WS-LINE-NAME(LX) TO WS-LINE-DISP-NAME
           END-IF.
           PERFORM FIND-GROWTH-PCT.
           COMPUTE WS-LINE-PLAN ROUNDED =
               CY-LINE-SALES(I, LX) * (100 + WS-FOUND-PCT) / 100.
           ADD WS-LINE-PLAN TO WS-CY-PLAN.

           MOVE CY-LINE-SALES(I, LX) TO WS-AMT-DISP.
           MOVE WS-FOUND-PCT TO WS-PCT-DISP.
           MOVE WS-LINE-PLAN TO WS-AMT2-DISP.
           MOVE SPACES TO WKS-LINE.
           STRING "  " WS-LINE-DISP-NAME " " WS-AMT-DISP " "
               WS-PCT-DISP "   " WS-AMT2-DISP
               DELIMITED BY SIZE INTO WKS-LINE
           END-STRING.
           WRITE WKS-LINE.

       FIND-GROWTH-PCT.
           MOVE 0 TO WS-FOUND-PCT.
           MOVE 0 TO WS-BEST-RANK.
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > WS-GROWTH-COUNT
               MOVE 0 TO WS-FIND-RANK
               IF WS-GR-REGION(GX) = WS-FIND-REGION
                   IF WS-GR-LINE(GX) = WS-FIND-LINE
                       AND WS-FIND-LINE NOT = SPACES
                       MOVE 4 TO WS-FIND-RANK
                   END-IF
                   IF WS-GR-LINE(GX) = SPACES
                       MOVE 3 TO WS-FIND-RANK
                   END-IF
               END-IF
               IF WS-GR-REGION(GX) = 0
                   IF WS-GR-LINE(GX) = WS-FIND-LINE
                       AND WS-FIND-LINE NOT = SPACES
                       MOVE 2 TO WS-FIND-RANK
                   END-IF
                   IF WS-GR-LINE(GX) = SPACES
                       MOVE 1 TO WS-FIND-RANK
                   END-IF
               END-IF
               IF WS-FIND-RANK > 0 AND WS-FIND-RANK >= WS-BEST-RANK
                   MOVE WS-FIND-RANK TO WS-BEST-RANK
                   MOVE WS-GR-PCT(GX) TO WS-FOUND-PCT
               END-IF
           END-PERFORM.

       WRITE-BUDGET-MONTH.
           MOVE SPACES TO WS-MONTH-NOTE.
           IF WS-BASE-FILLED(J) = 'Y' AND WS-BASE-AMT(J) > 0
               MOVE "PY FILL" TO WS-MONTH-NOTE
           END-IF.
           IF WS-OVR-SET(I, J) = 'Y'
               MOVE WS-OVR-AMOUNT(I, J) TO WS-BUD-AMT(J)
               MOVE "OVERRIDE" TO WS-MONTH-NOTE
           END-IF.
           IF WS-BUD-AMT(J) > 99999
               DISPLAY "** EXCEPTION - REGION " I " MONTH " J
                   " BUDGET " WS-BUD-AMT(J) " OVER 99999 - CAPPED"
               MOVE 99999 TO WS-BUD-AMT(J)
               MOVE "CAPPED" TO WS-MONTH-NOTE
               ADD 1 TO WS-CAPPED-COUNT
           END-IF.

           MOVE SPACES TO NEW-BUDGET-RECORD.
           MOVE I TO NBD-REGION.
           MOVE J TO NBD-MONTH.
           MOVE WS-BUD-AMT(J) TO NBD-AMOUNT.
           WRITE NEW-BUDGET-RECORD.
           ADD 1 TO WS-OUT-COUNT.
           ADD NBD-AMOUNT TO WS-OUT-HASH.
           ADD NBD-AMOUNT TO WS-REGION-BUD-TOT.

           IF WS-SHAPE-TOT > 0
               COMPUTE WS-SHAPE-PCT ROUNDED =
                   WS-SHAPE-AMT(J) * 100 / WS-SHAPE-TOT
           ELSE
               MOVE 0 TO WS-SHAPE-PCT
           END-IF.
           MOVE PY-MONTH-SALES(I, J) TO WS-AMT-DISP.
           MOVE WS-BASE-AMT(J) TO WS-AMT2-DISP.
           MOVE NBD-AMOUNT TO WS-AMT3-DISP.
           MOVE WS-SHAPE-PCT TO WS-SHAPE-DISP.
           MOVE SPACES TO WKS-LINE.
           STRING "  " J "   " WS-AMT-DISP WS-AMT2-DISP "  "
               WS-SHAPE-DISP " " WS-AMT3-DISP "  " WS-MONTH-NOTE
               DELIMITED BY SIZE INTO WKS-LINE
           END-STRING.
           WRITE WKS-LINE.

       WRITE-WORKSHEET-HEADING.
           MOVE SPACES TO WKS-LINE.
           STRING "SALES BUDGET WORKSHEET FOR " WS-BUDGET-YEAR
               " - FROM " WS-ACTUAL-YEAR " ACTUALS AND PRIOR YEAR"
               DELIMITED BY SIZE INTO WKS-LINE
           END-STRING.
           WRITE WKS-LINE.
           MOVE "BASE YR = SALES THIS YEAR, PRIOR YEAR WHERE A MONTH"
               TO WKS-LINE.
           WRITE WKS-LINE.
           MOVE "HAS NONE (PY FILL). SHAPE = BASE YR + PRIOR YR MONTH."
               TO WKS-LINE.
           WRITE WKS-LINE.

       WRITE-WORKSHEET-TOTALS.
           MOVE SPACES TO WKS-LINE.
           WRITE WKS-LINE.
           MOVE WS-GRAND-BASE-TOT TO WS-AMT-DISP.
           MOVE WS-GRAND-BUD-TOT TO WS-AMT2-DISP.
           MOVE SPACES TO WKS-LINE.
           STRING "ALL REGIONS  BASE " WS-AMT-DISP
               "  BUDGET " WS-AMT2-DISP
               DELIMITED BY SIZE INTO WKS-LINE
           END-STRING.
           WRITE WKS-LINE.
           MOVE SPACES TO WKS-LINE.
           STRING "TRAILER COUNT " WS-OUT-COUNT " HASH " WS-OUT-HASH
               "  CAPPED MONTHS " WS-CAPPED-COUNT
               "  CARDS REJECTED " WS-CARD-REJECTS
               DELIMITED BY SIZE INTO WKS-LINE
           END-STRING.
           WRITE WKS-LINE.
