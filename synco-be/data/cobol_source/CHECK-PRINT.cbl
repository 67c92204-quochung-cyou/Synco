               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT VOID-REQ-FILE ASSIGN TO "CHKVOID"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VOID-FILE-STATUS.

           SELECT POS-PAY-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSPAY-FILE-STATUS.

           SELECT PAY-GL-MAP-FILE ASSIGN TO "PAYGLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PGM-FILE-STATUS.

           SELECT CHK-GL-JOURNAL ASSIGN TO "CHKGLJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CGJ-FILE-STATUS.

           SELECT VOID-RPT-FILE ASSIGN TO "CHKVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VOID-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REQ-FILE.
           05  CKR-AMOUNT          PIC 9(8)V99.
           05  CKR-ISSUE-DATE      PIC X(8).
           05  CKR-STATUS          PIC X.
           05  CKR-PAYEE           PIC X(20).
           05  CKR-VOID-DATE       PIC X(8).
           05  CKR-VOID-CODE       PIC X.
           05  CKR-DISPOSITION     PIC X.
           05  CKR-REISSUE-NO      PIC 9(8).

       FD  CHECK-REG-OUT.
       01  CHECK-REG-OUT-RECORD    PIC X(71).

       FD  CHECK-PRT-FILE.
       01  CHECK-PRT-LINE          PIC X(80).
       01  CONTROL-RECORD.
           05  CTL-RUN-MODE        PIC X.
           05  CTL-AGE-DAYS        PIC 9(3).
           05  CTL-STALE-ACTION    PIC X.

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       FD  VOID-REQ-FILE.
       01  VOID-REQ-RECORD.
           05  VDR-CHECK-NO        PIC 9(8).
           05  VDR-ACTION          PIC X.
           05  FILLER              PIC X(71).

       FD  POS-PAY-FILE.
       01  POS-PAY-RECORD.
           05  PPY-REC-TYPE        PIC X.
           05  PPY-CHECK-NO        PIC 9(8).
           05  PPY-AMOUNT          PIC 9(8)V99.
           05  PPY-ISSUE-DATE      PIC X(8).
           05  PPY-PAYEE           PIC X(20).
           05  PPY-VOID-DATE       PIC X(8).
           05  FILLER              PIC X(25).
       01  POS-PAY-TRAILER.
           05  PPT-REC-TYPE        PIC X.
           05  PPT-ISSUE-COUNT     PIC 9(6).
           05  PPT-ISSUE-TOTAL     PIC 9(10)V99.
           05  PPT-VOID-COUNT      PIC 9(6).
           05  PPT-VOID-TOTAL      PIC 9(10)V99.
           05  FILLER              PIC X(43).

       FD  PAY-GL-MAP-FILE.
       01  PAY-GL-MAP-RECORD.
           05  PGM-TYPE            PIC X.
           05  PGM-CODE            PIC X(10).
           05  PGM-GL-ACCT         PIC X(8).

       FD  CHK-GL-JOURNAL.
       01  CHK-GL-JRNL-RECORD.
           05  CGJ-REC-TYPE        PIC X.
           05  CGJ-DR-CR           PIC X.
           05  CGJ-GL-ACCT         PIC X(8).
           05  CGJ-ACCT-NO         PIC 9(8).
           05  CGJ-DATE            PIC X(8).
           05  CGJ-AMOUNT          PIC 9(9)V99.
           05  CGJ-REF-ID          PIC X(14).
           05  FILLER              PIC X(3).
       01  CHK-GL-JRNL-TRAILER.
           05  CGT-REC-TYPE        PIC X.
           05  CGT-DEBIT-TOT       PIC 9(11)V99.
           05  CGT-CREDIT-TOT      PIC 9(11)V99.
           05  FILLER              PIC X(27).

       FD  VOID-RPT-FILE.
       01  VOID-RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  CHKREQ-FILE-STATUS  PIC X(2) VALUE "00".
       01  CHKREG-FILE-STATUS  PIC X(2) VALUE "00".
       01  RECON-RPT-STATUS    PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  VOID-FILE-STATUS    PIC X(2) VALUE "00".
       01  POSPAY-FILE-STATUS  PIC X(2) VALUE "00".
       01  PGM-FILE-STATUS     PIC X(2) VALUE "00".
       01  CGJ-FILE-STATUS     PIC X(2) VALUE "00".
       01  VOID-RPT-STATUS     PIC X(2) VALUE "00".
       01  REQ-EOF             PIC X VALUE 'N'.
       01  REG-EOF             PIC X VALUE 'N'.
       01  BANK-EOF            PIC X VALUE 'N'.
       01  VOID-EOF            PIC X VALUE 'N'.
       01  PGM-EOF             PIC X VALUE 'N'.
       01  WS-RUN-MODE         PIC X VALUE 'P'.
       01  WS-AGE-DAYS         PIC 9(3) VALUE 90.
       01  WS-STALE-ACTION     PIC X VALUE 'U'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-NEXT-CHECK-NO    PIC 9(8) VALUE 1.
       01  WS-ISSUED-COUNT     PIC 9(6) VALUE 0.
       01  WS-CASHED-COUNT     PIC 9(6) VALUE 0.
       01  WS-OUTSTAND-COUNT   PIC 9(6) VALUE 0.
       01  WS-MISMATCH-COUNT   PIC 9(6) VALUE 0.
       01  WS-VOIDPRES-COUNT   PIC 9(6) VALUE 0.
       01  DISP-AMT            PIC $$,$$$,$$9.99.

       01  WS-VOID-TABLE.
           05  WS-VOID-ENTRY OCCURS 500 TIMES.
               10  WS-VDT-CHECK-NO PIC 9(8).
               10  WS-VDT-ACTION   PIC X.
               10  WS-VDT-MATCHED  PIC X.
       01  WS-VOID-COUNT       PIC 9(3) VALUE 0.
       01  VI                  PIC 9(3).
       01  WS-VOID-IX          PIC 9(3).
       01  WS-VOID-FOUND       PIC X.

       01  WS-REISSUE-TABLE.
           05  WS-REISSUE-ENTRY OCCURS 500 TIMES.
               10  WS-RIS-CHECK-NO PIC 9(8).
               10  WS-RIS-EMP-ID   PIC X(6).
               10  WS-RIS-PAYEE    PIC X(20).
               10  WS-RIS-AMOUNT   PIC 9(8)V99.
       01  WS-REISSUE-COUNT    PIC 9(3) VALUE 0.
       01  RI                  PIC 9(3).

       01  WS-NETPAY-ACCT      PIC X(8) VALUE SPACES.
       01  WS-UNCLAIM-ACCT     PIC X(8) VALUE SPACES.
       01  WS-CGL-DEBITS       PIC 9(11)V99 VALUE 0.
       01  WS-CGL-CREDITS      PIC 9(11)V99 VALUE 0.
       01  WS-CGL-ENTRIES      PIC 9(5) VALUE 0.

       01  WS-VOID-CODE        PIC X.
       01  WS-VOID-ACTION      PIC X.
       01  WS-PPY-ISSUE-COUNT  PIC 9(6) VALUE 0.
       01  WS-PPY-ISSUE-TOTAL  PIC 9(10)V99 VALUE 0.
       01  WS-PPY-VOID-COUNT   PIC 9(6) VALUE 0.
       01  WS-PPY-VOID-TOTAL   PIC 9(10)V99 VALUE 0.
       01  WS-VOIDED-COUNT     PIC 9(6) VALUE 0.
       01  WS-VOIDED-TOTAL     PIC 9(10)V99 VALUE 0.
       01  WS-REISSUED-COUNT   PIC 9(6) VALUE 0.
       01  WS-REISSUED-TOTAL   PIC 9(10)V99 VALUE 0.
       01  WS-UNCLAIM-COUNT    PIC 9(6) VALUE 0.
       01  WS-UNCLAIM-TOTAL    PIC 9(10)V99 VALUE 0.
       01  WS-STALE-HELD-COUNT PIC 9(6) VALUE 0.
       01  WS-VOID-REJ-COUNT   PIC 9(6) VALUE 0.

       01  WS-CASH-TABLE.
           05  WS-CASH-ENTRY OCCURS 500 TIMES.
               10  WS-CSH-CHECK-NO PIC 9(8).
           05  WS-CHK-AMOUNT    PIC $$,$$$,$$9.99.
           05  FILLER           PIC X(25) VALUE SPACES.

       01  WS-VRP-BLANK         PIC X(80) VALUE SPACES.
       01  WS-VRP-HDR1.
           05  FILLER           PIC X(50)
               VALUE "PAYROLL CHECK VOIDS AND STALE-DATED CHECKS".
           05  FILLER           PIC X(15) VALUE "BUSINESS DATE ".
           05  WS-VRP-HDR-DATE  PIC X(8).
           05  FILLER           PIC X(7)  VALUE SPACES.
       01  WS-VRP-HDR2.
           05  FILLER           PIC X(42)
               VALUE "T: M = VOID REQUEST, S = STALE-DATED OVER ".
           05  WS-VRP-HDR-DAYS  PIC ZZ9.
           05  FILLER           PIC X(35) VALUE " DAYS".
       01  WS-VRP-COL-HDR.
           05  FILLER           PIC X(9)  VALUE "CHECK NO".
           05  FILLER           PIC X(2)  VALUE "T".
           05  FILLER           PIC X(7)  VALUE "EMP ID".
           05  FILLER           PIC X(21) VALUE "PAYEE".
           05  FILLER           PIC X(9)  VALUE "ISSUED".
           05  FILLER           PIC X(12) VALUE "     AMOUNT".
           05  FILLER           PIC X(20) VALUE "ACTION".
       01  WS-VRP-DETAIL.
           05  WS-VRP-CHECK-NO  PIC 9(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VRP-TYPE      PIC X.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VRP-EMP-ID    PIC X(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VRP-PAYEE     PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VRP-ISSUED    PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VRP-AMOUNT    PIC ZZZZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VRP-ACTION    PIC X(20).
       01  WS-VRP-TOTAL-LINE.
           05  WS-VRP-TOT-LABEL PIC X(30).
           05  WS-VRP-TOT-COUNT PIC ZZZ,ZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-VRP-TOT-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "PAYROLL CHECK PROCESSING STARTED".
                       IF CTL-AGE-DAYS NUMERIC AND CTL-AGE-DAYS > 0
                           MOVE CTL-AGE-DAYS TO WS-AGE-DAYS
                       END-IF
                       IF CTL-STALE-ACTION = 'R' OR 'U'
                           MOVE CTL-STALE-ACTION TO WS-STALE-ACTION
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
           CLOSE BUSINESS-DATE-FILE.

       RUN-CHECK-PRINT.
           PERFORM LOAD-PAYGL-MAP.
           PERFORM LOAD-VOID-TABLE.
           PERFORM FIND-NEXT-CHECK-NO.

           OPEN OUTPUT POS-PAY-FILE.
           IF POSPAY-FILE-STATUS NOT = "00"
               DISPLAY "** POSITIVE PAY OPEN FAILED - STATUS "
                   POSPAY-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CHK-GL-JOURNAL.
           OPEN OUTPUT VOID-RPT-FILE.
           MOVE WS-TODAY-DATE TO WS-VRP-HDR-DATE.
           WRITE VOID-RPT-LINE FROM WS-VRP-HDR1.
           MOVE WS-AGE-DAYS TO WS-VRP-HDR-DAYS.
           WRITE VOID-RPT-LINE FROM WS-VRP-HDR2.
           WRITE VOID-RPT-LINE FROM WS-VRP-BLANK.
           WRITE VOID-RPT-LINE FROM WS-VRP-COL-HDR.

           OPEN INPUT CHECK-REG-FILE.
           OPEN OUTPUT CHECK-REG-OUT.
           IF CHKREG-FILE-STATUS = "35"
           END-IF.
           PERFORM CARRY-ONE-REGISTER UNTIL REG-EOF = 'Y'.
           CLOSE CHECK-REG-FILE.
           PERFORM REJECT-UNMATCHED-VOIDS.

           OPEN INPUT CHECK-REQ-FILE.
           OPEN OUTPUT CHECK-PRT-FILE.
           PERFORM PRINT-REISSUE-CHECK
               VARYING RI FROM 1 BY 1 UNTIL RI > WS-REISSUE-COUNT.
           IF CHKREQ-FILE-STATUS = "35"
               DISPLAY "No Check Requests - Nothing To Print"
               MOVE 'Y' TO REQ-EOF
           CLOSE CHECK-PRT-FILE.
           CLOSE CHECK-REG-OUT.

           PERFORM CLOSE-POS-PAY-FILE.
           PERFORM CLOSE-CHECK-JOURNAL.
           PERFORM WRITE-VOID-TOTALS.
           CLOSE VOID-RPT-FILE.

           DISPLAY "CHECKS ISSUED: " WS-ISSUED-COUNT.
           DISPLAY "CHECKS VOIDED: " WS-VOIDED-COUNT.
           DISPLAY "  REISSUED   : " WS-REISSUED-COUNT.
           DISPLAY "  UNCLAIMED  : " WS-UNCLAIM-COUNT.
           DISPLAY "STALE HELD   : " WS-STALE-HELD-COUNT.
           DISPLAY "VOIDS REJECTED: " WS-VOID-REJ-COUNT.
           IF RETURN-CODE < 4
               IF WS-VOID-REJ-COUNT > 0 OR WS-STALE-HELD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-PAYGL-MAP.
           OPEN INPUT PAY-GL-MAP-FILE.
           IF PGM-FILE-STATUS = "35"
               DISPLAY "No Payroll GL Map - Stale Checks Held"
               MOVE 'Y' TO PGM-EOF
           ELSE
               READ PAY-GL-MAP-FILE
                   AT END MOVE 'Y' TO PGM-EOF
               END-READ
               PERFORM APPLY-PAYGL-MAP-ENTRY UNTIL PGM-EOF = 'Y'
               CLOSE PAY-GL-MAP-FILE
           END-IF.

       APPLY-PAYGL-MAP-ENTRY.
           IF PGM-TYPE = 'L'
               IF PGM-CODE = "NETPAY"
                   MOVE PGM-GL-ACCT TO WS-NETPAY-ACCT
               END-IF
               IF PGM-CODE = "UNCLWAGE"
                   MOVE PGM-GL-ACCT TO WS-UNCLAIM-ACCT
               END-IF
           END-IF.
           READ PAY-GL-MAP-FILE
               AT END MOVE 'Y' TO PGM-EOF
           END-READ.

       LOAD-VOID-TABLE.
           OPEN INPUT VOID-REQ-FILE.
           IF VOID-FILE-STATUS = "35"
               DISPLAY "No Void Requests"
               MOVE 'Y' TO VOID-EOF
           ELSE
               READ VOID-REQ-FILE
                   AT END MOVE 'Y' TO VOID-EOF
               END-READ
               PERFORM LOAD-ONE-VOID UNTIL VOID-EOF = 'Y'
               CLOSE VOID-REQ-FILE
           END-IF.

       LOAD-ONE-VOID.
           IF WS-VOID-COUNT < 500
               ADD 1 TO WS-VOID-COUNT
               MOVE VDR-CHECK-NO TO WS-VDT-CHECK-NO(WS-VOID-COUNT)
               MOVE VDR-ACTION TO WS-VDT-ACTION(WS-VOID-COUNT)
               MOVE 'N' TO WS-VDT-MATCHED(WS-VOID-COUNT)
           ELSE
               DISPLAY "** VOID TABLE FULL - CHECK RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ VOID-REQ-FILE
               AT END MOVE 'Y' TO VOID-EOF
           END-READ.

       FIND-NEXT-CHECK-NO.
           OPEN INPUT CHECK-REG-FILE.
           IF CHKREG-FILE-STATUS NOT = "35"
               READ CHECK-REG-FILE
                   AT END MOVE 'Y' TO REG-EOF
               END-READ
               PERFORM UNTIL REG-EOF = 'Y'
                   IF CKR-CHECK-NO >= WS-NEXT-CHECK-NO
                       COMPUTE WS-NEXT-CHECK-NO = CKR-CHECK-NO + 1
                   END-IF
                   READ CHECK-REG-FILE
                       AT END MOVE 'Y' TO REG-EOF
                   END-READ
               END-PERFORM
               CLOSE CHECK-REG-FILE
               MOVE 'N' TO REG-EOF
           END-IF.

       CARRY-ONE-REGISTER.
           MOVE 'N' TO WS-VOID-FOUND.
           PERFORM VARYING VI FROM 1 BY 1
                   UNTIL VI > WS-VOID-COUNT OR WS-VOID-FOUND = 'Y'
               IF WS-VDT-CHECK-NO(VI) = CKR-CHECK-NO
                   AND WS-VDT-MATCHED(VI) = 'N'
                   MOVE VI TO WS-VOID-IX
                   MOVE 'Y' TO WS-VOID-FOUND
               END-IF
           END-PERFORM.
           IF WS-VOID-FOUND = 'Y'
               MOVE 'Y' TO WS-VDT-MATCHED(WS-VOID-IX)
               PERFORM APPLY-VOID-REQUEST
           ELSE
               IF CKR-STATUS = 'I'
                   MOVE CKR-ISSUE-DATE TO WS-WORK-DATE
                   PERFORM COMPUTE-DATE-SERIAL
                   COMPUTE WS-SERIAL-GAP =
                       WS-TODAY-SERIAL - WS-REC-SERIAL
                   IF WS-SERIAL-GAP > WS-AGE-DAYS
                       PERFORM VOID-STALE-CHECK
                   END-IF
               END-IF
           END-IF.
           WRITE CHECK-REG-OUT-RECORD FROM CHECK-REG-RECORD.
           READ CHECK-REG-FILE
               AT END MOVE 'Y' TO REG-EOF
           END-READ.

       SET-VOID-DETAIL.
           MOVE CKR-CHECK-NO TO WS-VRP-CHECK-NO.
           MOVE CKR-EMP-ID TO WS-VRP-EMP-ID.
           MOVE CKR-PAYEE TO WS-VRP-PAYEE.
           MOVE CKR-ISSUE-DATE TO WS-VRP-ISSUED.
           MOVE CKR-AMOUNT TO WS-VRP-AMOUNT.
           MOVE SPACES TO WS-VRP-ACTION.

       APPLY-VOID-REQUEST.
           PERFORM SET-VOID-DETAIL.
           MOVE 'M' TO WS-VRP-TYPE.
           MOVE 'M' TO WS-VOID-CODE.
           MOVE WS-VDT-ACTION(WS-VOID-IX) TO WS-VOID-ACTION.
           IF CKR-STATUS NOT = 'I'
               MOVE "REJ NOT OUTSTANDING" TO WS-VRP-ACTION
               ADD 1 TO WS-VOID-REJ-COUNT
           ELSE
               IF WS-VOID-ACTION = 'V'
                   PERFORM VOID-REGISTER-CHECK
                   MOVE "VOIDED" TO WS-VRP-ACTION
               ELSE
                   IF WS-VOID-ACTION = 'R'
                       IF CKR-PAYEE = SPACES
                           MOVE "REJ NO PAYEE ON FILE" TO WS-VRP-ACTION
                           ADD 1 TO WS-VOID-REJ-COUNT
                       ELSE
                           PERFORM VOID-REGISTER-CHECK
                           PERFORM QUEUE-REISSUE
                       END-IF
                   ELSE
                       MOVE "REJ INVALID ACTION" TO WS-VRP-ACTION
                       ADD 1 TO WS-VOID-REJ-COUNT
                   END-IF
               END-IF
           END-IF.
           WRITE VOID-RPT-LINE FROM WS-VRP-DETAIL.

       VOID-STALE-CHECK.
           PERFORM SET-VOID-DETAIL.
           MOVE 'S' TO WS-VRP-TYPE.
           MOVE 'S' TO WS-VOID-CODE.
           IF WS-STALE-ACTION = 'R' AND CKR-PAYEE NOT = SPACES
               PERFORM VOID-REGISTER-CHECK
               PERFORM QUEUE-REISSUE
           ELSE
               IF WS-NETPAY-ACCT = SPACES OR WS-UNCLAIM-ACCT = SPACES
                   DISPLAY "** NO NETPAY/UNCLWAGE PAYROLL GL MAP - "
                       "CHECK " CKR-CHECK-NO " NOT VOIDED"
                   MOVE "HELD - NO GL MAP" TO WS-VRP-ACTION
                   ADD 1 TO WS-STALE-HELD-COUNT
               ELSE
                   PERFORM VOID-REGISTER-CHECK
                   MOVE 'U' TO CKR-DISPOSITION
                   MOVE 'D' TO CGJ-DR-CR
                   MOVE WS-NETPAY-ACCT TO CGJ-GL-ACCT
                   PERFORM WRITE-CHECK-JOURNAL-LINE
                   MOVE 'C' TO CGJ-DR-CR
                   MOVE WS-UNCLAIM-ACCT TO CGJ-GL-ACCT
                   PERFORM WRITE-CHECK-JOURNAL-LINE
                   ADD 1 TO WS-CGL-ENTRIES
                   ADD 1 TO WS-UNCLAIM-COUNT
                   ADD CKR-AMOUNT TO WS-UNCLAIM-TOTAL
                   MOVE "UNCLAIMED WAGES" TO WS-VRP-ACTION
               END-IF
           END-IF.
           WRITE VOID-RPT-LINE FROM WS-VRP-DETAIL.

       VOID-REGISTER-CHECK.
           MOVE 'V' TO CKR-STATUS.
           MOVE WS-TODAY-DATE TO CKR-VOID-DATE.
           MOVE WS-VOID-CODE TO CKR-VOID-CODE.
           MOVE 'V' TO CKR-DISPOSITION.
           MOVE 0 TO CKR-REISSUE-NO.
           ADD 1 TO WS-VOIDED-COUNT.
           ADD CKR-AMOUNT TO WS-VOIDED-TOTAL.
           MOVE SPACES TO POS-PAY-RECORD.
           MOVE 'V' TO PPY-REC-TYPE.
           MOVE CKR-CHECK-NO TO PPY-CHECK-NO.
           MOVE CKR-AMOUNT TO PPY-AMOUNT.
           MOVE CKR-ISSUE-DATE TO PPY-ISSUE-DATE.
           MOVE CKR-PAYEE TO PPY-PAYEE.
           MOVE WS-TODAY-DATE TO PPY-VOID-DATE.
           WRITE POS-PAY-RECORD.
           ADD 1 TO WS-PPY-VOID-COUNT.
           ADD CKR-AMOUNT TO WS-PPY-VOID-TOTAL.

       QUEUE-REISSUE.
           IF WS-REISSUE-COUNT < 500
               ADD 1 TO WS-REISSUE-COUNT
           ELSE
               DISPLAY "** REISSUE TABLE FULL - CHECK RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-NEXT-CHECK-NO TO WS-RIS-CHECK-NO(WS-REISSUE-COUNT).
           MOVE CKR-EMP-ID TO WS-RIS-EMP-ID(WS-REISSUE-COUNT).
           MOVE CKR-PAYEE TO WS-RIS-PAYEE(WS-REISSUE-COUNT).
           MOVE CKR-AMOUNT TO WS-RIS-AMOUNT(WS-REISSUE-COUNT).
           MOVE 'R' TO CKR-DISPOSITION.
           MOVE WS-NEXT-CHECK-NO TO CKR-REISSUE-NO.
           ADD 1 TO WS-NEXT-CHECK-NO.
           ADD 1 TO WS-REISSUED-COUNT.
           ADD CKR-AMOUNT TO WS-REISSUED-TOTAL.
           MOVE SPACES TO WS-VRP-ACTION.
           STRING "REISSUED AS " DELIMITED BY SIZE
               CKR-REISSUE-NO DELIMITED BY SIZE
               INTO WS-VRP-ACTION
           END-STRING.

       REJECT-UNMATCHED-VOIDS.
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > WS-VOID-COUNT
               IF WS-VDT-MATCHED(VI) = 'N'
                   MOVE WS-VDT-CHECK-NO(VI) TO WS-VRP-CHECK-NO
                   MOVE 'M' TO WS-VRP-TYPE
                   MOVE SPACES TO WS-VRP-EMP-ID
                   MOVE SPACES TO WS-VRP-PAYEE
                   MOVE SPACES TO WS-VRP-ISSUED
                   MOVE 0 TO WS-VRP-AMOUNT
                   MOVE "REJ NOT ON REGISTER" TO WS-VRP-ACTION
                   WRITE VOID-RPT-LINE FROM WS-VRP-DETAIL
                   ADD 1 TO WS-VOID-REJ-COUNT
               END-IF
           END-PERFORM.

       WRITE-CHECK-JOURNAL-LINE.
           MOVE 'D' TO CGJ-REC-TYPE.
           MOVE 0 TO CGJ-ACCT-NO.
           MOVE WS-TODAY-DATE TO CGJ-DATE.
           MOVE CKR-AMOUNT TO CGJ-AMOUNT.
           MOVE SPACES TO CGJ-REF-ID.
           MOVE "UNCL" TO CGJ-REF-ID(1:4).
           MOVE CKR-CHECK-NO TO CGJ-REF-ID(5:8).
           WRITE CHK-GL-JRNL-RECORD.
           IF CGJ-DR-CR = 'D'
               ADD CKR-AMOUNT TO WS-CGL-DEBITS
           ELSE
               ADD CKR-AMOUNT TO WS-CGL-CREDITS
           END-IF.

       PRINT-REISSUE-CHECK.
           MOVE WS-RIS-CHECK-NO(RI) TO WS-CHK-NO.
           MOVE WS-TODAY-DATE TO WS-CHK-DATE.
           WRITE CHECK-PRT-LINE FROM WS-CHK-LINE1.
           MOVE WS-RIS-PAYEE(RI) TO WS-CHK-NAME.
           MOVE WS-RIS-AMOUNT(RI) TO WS-CHK-AMOUNT.
           WRITE CHECK-PRT-LINE FROM WS-CHK-LINE2.
           MOVE SPACES TO CHECK-PRT-LINE.
           WRITE CHECK-PRT-LINE.

           MOVE SPACES TO CHECK-REG-RECORD.
           MOVE WS-RIS-CHECK-NO(RI) TO CKR-CHECK-NO.
           MOVE WS-RIS-EMP-ID(RI) TO CKR-EMP-ID.
           MOVE WS-RIS-AMOUNT(RI) TO CKR-AMOUNT.
           MOVE WS-TODAY-DATE TO CKR-ISSUE-DATE.
           MOVE 'I' TO CKR-STATUS.
           MOVE WS-RIS-PAYEE(RI) TO CKR-PAYEE.
           MOVE 0 TO CKR-REISSUE-NO.
           WRITE CHECK-REG-OUT-RECORD FROM CHECK-REG-RECORD.
           PERFORM WRITE-ISSUE-POS-PAY.
           ADD 1 TO WS-ISSUED-COUNT.

       PRINT-ONE-CHECK.
           MOVE WS-NEXT-CHECK-NO TO WS-CHK-NO.
           MOVE WS-TODAY-DATE TO WS-CHK-DATE.
           MOVE SPACES TO CHECK-PRT-LINE.
           WRITE CHECK-PRT-LINE.

           MOVE SPACES TO CHECK-REG-RECORD.
           MOVE WS-NEXT-CHECK-NO TO CKR-CHECK-NO.
           MOVE NP-EMP-ID TO CKR-EMP-ID.
           MOVE NP-NET-AMOUNT TO CKR-AMOUNT.
           MOVE WS-TODAY-DATE TO CKR-ISSUE-DATE.
           MOVE 'I' TO CKR-STATUS.
           MOVE NP-EMP-NAME TO CKR-PAYEE.
           MOVE 0 TO CKR-REISSUE-NO.
           WRITE CHECK-REG-OUT-RECORD FROM CHECK-REG-RECORD.
           PERFORM WRITE-ISSUE-POS-PAY.

           ADD 1 TO WS-NEXT-CHECK-NO.
           ADD 1 TO WS-ISSUED-COUNT.
               AT END MOVE 'Y' TO REQ-EOF
           END-READ.

       WRITE-ISSUE-POS-PAY.
           MOVE SPACES TO POS-PAY-RECORD.
           MOVE 'I' TO PPY-REC-TYPE.
           MOVE CKR-CHECK-NO TO PPY-CHECK-NO.
           MOVE CKR-AMOUNT TO PPY-AMOUNT.
           MOVE CKR-ISSUE-DATE TO PPY-ISSUE-DATE.
           MOVE CKR-PAYEE TO PPY-PAYEE.
           WRITE POS-PAY-RECORD.
           ADD 1 TO WS-PPY-ISSUE-COUNT.
           ADD CKR-AMOUNT TO WS-PPY-ISSUE-TOTAL.

       CLOSE-POS-PAY-FILE.
           MOVE SPACES TO POS-PAY-TRAILER.
           MOVE 'T' TO PPT-REC-TYPE.
           MOVE WS-PPY-ISSUE-COUNT TO PPT-ISSUE-COUNT.
           MOVE WS-PPY-ISSUE-TOTAL TO PPT-ISSUE-TOTAL.
           MOVE WS-PPY-VOID-COUNT TO PPT-VOID-COUNT.
           MOVE WS-PPY-VOID-TOTAL TO PPT-VOID-TOTAL.
           WRITE POS-PAY-TRAILER.
           CLOSE POS-PAY-FILE.
           DISPLAY "POSITIVE PAY: " WS-PPY-ISSUE-COUNT " ISSUED, "
               WS-PPY-VOID-COUNT " VOIDED".

       CLOSE-CHECK-JOURNAL.
           MOVE SPACES TO CHK-GL-JRNL-TRAILER.
           MOVE 'T' TO CGT-REC-TYPE.
           MOVE WS-CGL-DEBITS TO CGT-DEBIT-TOT.
           MOVE WS-CGL-CREDITS TO CGT-CREDIT-TOT.
           WRITE CHK-GL-JRNL-TRAILER.
           CLOSE CHK-GL-JOURNAL.
           IF WS-CGL-DEBITS NOT = WS-CGL-CREDITS
               DISPLAY "** UNCLAIMED WAGES JOURNAL OUT OF BALANCE **"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "UNCLAIMED WAGES JOURNAL IN BALANCE - "
                   WS-CGL-ENTRIES " ENTRIES"
           END-IF.

       WRITE-VOID-TOTALS.
           WRITE VOID-RPT-LINE FROM WS-VRP-BLANK.
           MOVE "CHECKS VOIDED" TO WS-VRP-TOT-LABEL.
           MOVE WS-VOIDED-COUNT TO WS-VRP-TOT-COUNT.
           MOVE WS-VOIDED-TOTAL TO WS-VRP-TOT-AMOUNT.
           WRITE VOID-RPT-LINE FROM WS-VRP-TOTAL-LINE.
           MOVE "  VOIDED AND REISSUED" TO WS-VRP-TOT-LABEL.
           MOVE WS-REISSUED-COUNT TO WS-VRP-TOT-COUNT.
           MOVE WS-REISSUED-TOTAL TO WS-VRP-TOT-AMOUNT.
           WRITE VOID-RPT-LINE FROM WS-VRP-TOTAL-LINE.
           MOVE "  MOVED TO UNCLAIMED WAGES" TO WS-VRP-TOT-LABEL.
           MOVE WS-UNCLAIM-COUNT TO WS-VRP-TOT-COUNT.
           MOVE WS-UNCLAIM-TOTAL TO WS-VRP-TOT-AMOUNT.
           WRITE VOID-RPT-LINE FROM WS-VRP-TOTAL-LINE.
           MOVE "STALE CHECKS HELD - NO GL MAP" TO WS-VRP-TOT-LABEL.
           MOVE WS-STALE-HELD-COUNT TO WS-VRP-TOT-COUNT.
           MOVE 0 TO WS-VRP-TOT-AMOUNT.
           WRITE VOID-RPT-LINE FROM WS-VRP-TOTAL-LINE.
           MOVE "VOID REQUESTS REJECTED" TO WS-VRP-TOT-LABEL.
           MOVE WS-VOID-REJ-COUNT TO WS-VRP-TOT-COUNT.
           MOVE 0 TO WS-VRP-TOT-AMOUNT.
           WRITE VOID-RPT-LINE FROM WS-VRP-TOTAL-LINE.

       RUN-CHECK-RECON.
           PERFORM LOAD-CASHED-TABLE.

           DISPLAY "CHECKS CASHED     : " WS-CASHED-COUNT.
           DISPLAY "CHECKS OUTSTANDING: " WS-OUTSTAND-COUNT.
           DISPLAY "AMOUNT MISMATCHES : " WS-MISMATCH-COUNT.
           DISPLAY "VOIDS PRESENTED   : " WS-VOIDPRES-COUNT.
           IF WS-MISMATCH-COUNT > 0 OR WS-VOIDPRES-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

               MOVE BNK-CHECK-NO TO WS-CSH-CHECK-NO(WS-CASH-COUNT)
               MOVE BNK-AMOUNT TO WS-CSH-AMOUNT(WS-CASH-COUNT)
           ELSE
               DISPLAY "** CASHED TABLE FULL - CHECK RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ BANK-CASHED-FILE
               AT END MOVE 'Y' TO BANK-EOF
           END-READ.

       RECONCILE-ONE-CHECK.
           IF CKR-STATUS = 'V'
               PERFORM FIND-CASHED-CHECK
               IF WS-CASH-FOUND = 'Y'
                   ADD 1 TO WS-VOIDPRES-COUNT
                   MOVE CKR-AMOUNT TO DISP-AMT
                   MOVE SPACES TO RECON-RPT-LINE
                   STRING "** VOIDED CHECK PRESENTED "
                       DELIMITED BY SIZE
                       CKR-CHECK-NO DELIMITED BY SIZE
                       " VOID " DELIMITED BY SIZE
                       CKR-VOID-DATE DELIMITED BY SIZE
                       " AMOUNT " DELIMITED BY SIZE
                       DISP-AMT DELIMITED BY SIZE
                       INTO RECON-RPT-LINE
                   END-STRING
                   WRITE RECON-RPT-LINE
               END-IF
           END-IF.
           IF CKR-STATUS = 'I'
               PERFORM FIND-CASHED-CHECK
               IF WS-CASH-FOUND = 'Y'
                   IF WS-CSH-AMOUNT(WS-CASH-IX) = CKR-AMOUNT
                       MOVE 'C' TO CKR-STATUS
               AT END MOVE 'Y' TO REG-EOF
           END-READ.

       FIND-CASHED-CHECK.
           MOVE 'N' TO WS-CASH-FOUND.
           PERFORM VARYING KI FROM 1 BY 1
                   UNTIL KI > WS-CASH-COUNT OR WS-CASH-FOUND = 'Y'
               IF WS-CSH-CHECK-NO(KI) = CKR-CHECK-NO
                   MOVE KI TO WS-CASH-IX
                   MOVE 'Y' TO WS-CASH-FOUND
               END-IF
           END-PERFORM.

       COMPUTE-DATE-SERIAL.
           MOVE WS-WORK-DATE(1:4) TO WS-SER-YEAR.
           MOVE WS-WORK-DATE(5:2) TO WS-SER-MONTH.
