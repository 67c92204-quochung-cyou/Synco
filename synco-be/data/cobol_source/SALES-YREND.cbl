           SELECT SALES-CLOSE-FILE ASSIGN TO "SLSCLOSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLOSE-FILE-STATUS.
           SELECT PRODUCT-MARGIN-FILE ASSIGN TO "PRODMRG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MARGIN-FILE-STATUS.
           SELECT NEW-PRIOR-MARGIN-FILE ASSIGN TO "NEWPMRG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-MARGIN-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
       01  SALES-CLOSE-RECORD.
           05  SLC-CLOSED-YEAR     PIC 9(4).

       FD  PRODUCT-MARGIN-FILE.
       01  PRODUCT-MARGIN-RECORD   PIC X(29).

       FD  NEW-PRIOR-MARGIN-FILE.
       01  NEW-PRIOR-MARGIN-RECORD PIC X(29).

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-CLOSE-YEAR      PIC 9(4).
       01  NEW-PRIOR-STATUS    PIC X(2) VALUE "00".
       01  CLOSE-FILE-STATUS   PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  MARGIN-FILE-STATUS  PIC X(2) VALUE "00".
       01  NEW-MARGIN-STATUS   PIC X(2) VALUE "00".
       01  MARGIN-EOF          PIC X VALUE 'N'.
       01  WS-MARGIN-COUNT     PIC 9(4) VALUE 0.
       01  TXN-EOF             PIC X VALUE 'N'.
       01  OLD-PRIOR-EOF       PIC X VALUE 'N'.
       01  WS-CLOSE-YEAR       PIC 9(4) VALUE 0.
           PERFORM ARCHIVE-OLD-PRIOR-YEAR.
           PERFORM LOAD-SALES-TABLE.
           PERFORM WRITE-NEW-PRIOR-YEAR.
           PERFORM ROLL-PRODUCT-MARGIN.
           PERFORM STAMP-CLOSE-STATUS.

           DISPLAY "PRIOR-YEAR RECORDS ARCHIVED: " WS-ARCH-COUNT.
           DISPLAY "NEW PRIOR-YEAR RECORDS     : " WS-OUT-COUNT.
           DISPLAY "PRIOR-YEAR PRODUCT MARGINS : " WS-MARGIN-COUNT.
           DISPLAY "SALES YEAR-END CLOSE COMPLETE FOR " WS-CLOSE-YEAR.
           STOP RUN.

           WRITE NEW-PRIOR-TRAILER.
           CLOSE NEW-PRIOR-FILE.

       ROLL-PRODUCT-MARGIN.
           OPEN INPUT PRODUCT-MARGIN-FILE.
           OPEN OUTPUT NEW-PRIOR-MARGIN-FILE.
           IF MARGIN-FILE-STATUS = "35"
               DISPLAY "No Product Margin File - Prior-Year Margins"
                   " Empty"
               MOVE 'Y' TO MARGIN-EOF
           ELSE
               READ PRODUCT-MARGIN-FILE
                   AT END MOVE 'Y' TO MARGIN-EOF
               END-READ
           END-IF.
           PERFORM ROLL-ONE-MARGIN UNTIL MARGIN-EOF = 'Y'.
           CLOSE PRODUCT-MARGIN-FILE.
           CLOSE NEW-PRIOR-MARGIN-FILE.

       ROLL-ONE-MARGIN.
           WRITE NEW-PRIOR-MARGIN-RECORD FROM PRODUCT-MARGIN-RECORD.
           ADD 1 TO WS-MARGIN-COUNT.
           READ PRODUCT-MARGIN-FILE
               AT END MOVE 'Y' TO MARGIN-EOF
           END-READ.

       STAMP-CLOSE-STATUS.
           OPEN OUTPUT SALES-CLOSE-FILE.
           MOVE WS-CLOSE-YEAR TO SLC-CLOSED-YEAR.
