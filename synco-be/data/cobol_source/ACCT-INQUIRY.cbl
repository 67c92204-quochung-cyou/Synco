               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS.

           SELECT CLOSE-MASTER ASSIGN TO "CLOSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLS-ACCT-NO
               FILE STATUS IS CLS-FILE-STATUS.

           SELECT ACCT-HIST-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AHS-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
       FD  ACCOUNT-MASTER.
           COPY ACCOUNT-REC.

       FD  CLOSE-MASTER.
           COPY CLOSE-REC.

       FD  ACCT-HIST-FILE.
           COPY ACCT-HIST.

       FD  AUDIT-LOG.
           COPY AUDIT-REC.

       01  AUDIT-FILE-STATUS   PIC X(2) VALUE "00".
       01  INQ-RPT-STATUS      PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  CLS-FILE-STATUS     PIC X(2) VALUE "00".
       01  AHS-FILE-STATUS     PIC X(2) VALUE "00".
       01  INQ-EOF             PIC X VALUE 'N'.
       01  AUDIT-EOF           PIC X VALUE 'N'.
       01  AHS-EOF             PIC X VALUE 'N'.
       01  WS-CLS-FILE-OK      PIC X VALUE 'N'.
       01  WS-ACTIVITY-LINES   PIC 9(3) VALUE 10.
       01  WS-INQUIRY-COUNT    PIC 9(6) VALUE 0.

               10  WS-INQ-ACCT-NO  PIC 9(8).
               10  WS-INQ-USED     PIC 99.
               10  WS-INQ-NEXT     PIC 99.
               10  WS-INQ-PURGE-DATE   PIC X(8).
               10  WS-INQ-CLS-DATE     PIC X(8).
               10  WS-INQ-CLS-REASON   PIC X(3).
               10  WS-INQ-CLS-METHOD   PIC X.
               10  WS-INQ-CLS-ACCT     PIC 9(8).
               10  WS-INQ-CLS-AMT      PIC 9(7)V99.
               10  WS-INQ-RING OCCURS 20 TIMES.
                   15  WS-INQ-DATE     PIC X(8).
                   15  WS-INQ-TIME     PIC X(6).
           05  FILLER           PIC X(14) VALUE "  DAILY USED: ".
           05  WS-RPT-DAILY     PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(30) VALUE SPACES.
       01  WS-RPT-CLOSED-LINE.
           05  FILLER           PIC X(11) VALUE "CLOSED ON: ".
           05  WS-RPT-CLS-DATE  PIC X(8).
           05  FILLER           PIC X(10) VALUE "  REASON: ".
           05  WS-RPT-CLS-REASON PIC X(3).
           05  FILLER           PIC X(10) VALUE "  PAYOUT: ".
           05  WS-RPT-CLS-AMT   PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-CLS-DISP  PIC X(25).
       01  WS-RPT-CLS-XFER.
           05  FILLER           PIC X(8) VALUE "TO ACCT ".
           05  WS-RPT-CLS-ACCT  PIC 9(8).
           05  FILLER           PIC X(9) VALUE SPACES.
       01  WS-RPT-PURGED-LINE.
           05  FILLER           PIC X(22)
               VALUE "PURGED TO HISTORY ON: ".
           05  WS-RPT-PURGE-DATE PIC X(8).
           05  FILLER           PIC X(50) VALUE SPACES.
       01  WS-RPT-ACT-HDR.
           05  FILLER           PIC X(16)
               VALUE "DATE     TIME   ".
               DISPLAY "NO INQUIRY CARDS - NOTHING TO RESEARCH"
           ELSE
               PERFORM SCAN-AUDIT-LOG
               PERFORM SCAN-ACCOUNT-HISTORY
               PERFORM PRINT-INQUIRIES
           END-IF.

               MOVE INQ-ACCT-NO TO WS-INQ-ACCT-NO(WS-INQ-COUNT)
               MOVE 1 TO WS-INQ-NEXT(WS-INQ-COUNT)
           ELSE
               DISPLAY "** INQUIRY DECK FULL AT ACCT " INQ-ACCT-NO
                   " - INQUIRY RUN STOPPED"
               CLOSE INQUIRY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ INQUIRY-FILE
               AT END MOVE 'Y' TO INQ-EOF
               AT END MOVE 'Y' TO AUDIT-EOF
           END-READ.

       SCAN-ACCOUNT-HISTORY.
           OPEN INPUT ACCT-HIST-FILE.
           IF AHS-FILE-STATUS = "35"
               MOVE 'Y' TO AHS-EOF
           ELSE
               READ ACCT-HIST-FILE
                   AT END MOVE 'Y' TO AHS-EOF
               END-READ
           END-IF.
           PERFORM MATCH-ONE-HISTORY UNTIL AHS-EOF = 'Y'.
           CLOSE ACCT-HIST-FILE.

       MATCH-ONE-HISTORY.
           PERFORM VARYING QI FROM 1 BY 1 UNTIL QI > WS-INQ-COUNT
               IF WS-INQ-ACCT-NO(QI) = AHS-ACCT-NO
                   MOVE AHS-PURGE-DATE TO WS-INQ-PURGE-DATE(QI)
                   MOVE AHS-CLOSE-DATE TO WS-INQ-CLS-DATE(QI)
                   MOVE AHS-REASON TO WS-INQ-CLS-REASON(QI)
                   MOVE AHS-PAYOUT-METHOD TO WS-INQ-CLS-METHOD(QI)
                   MOVE AHS-PAYOUT-ACCT TO WS-INQ-CLS-ACCT(QI)
                   MOVE AHS-PAYOUT-AMT TO WS-INQ-CLS-AMT(QI)
               END-IF
           END-PERFORM.
           READ ACCT-HIST-FILE
               AT END MOVE 'Y' TO AHS-EOF
           END-READ.

       PRINT-INQUIRIES.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN INPUT CLOSE-MASTER.
           IF CLS-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CLS-FILE-OK
           END-IF.
           OPEN OUTPUT INQUIRY-RPT-FILE.
           PERFORM VARYING QI FROM 1 BY 1 UNTIL QI > WS-INQ-COUNT
               PERFORM PRINT-ONE-INQUIRY
           END-PERFORM.
           CLOSE ACCOUNT-MASTER.
           IF WS-CLS-FILE-OK = 'Y'
               CLOSE CLOSE-MASTER
           END-IF.
           CLOSE INQUIRY-RPT-FILE.

       PRINT-ONE-INQUIRY.
               INVALID KEY CONTINUE
           END-READ.
           IF ACCT-FILE-STATUS NOT = "00"
               IF WS-INQ-PURGE-DATE(QI) NOT = SPACES
                   PERFORM PRINT-CLOSED-LINE
                   MOVE WS-INQ-PURGE-DATE(QI) TO WS-RPT-PURGE-DATE
                   WRITE INQUIRY-RPT-LINE FROM WS-RPT-PURGED-LINE
               ELSE
                   MOVE "** ACCOUNT NOT ON MASTER **"
                       TO INQUIRY-RPT-LINE
                   WRITE INQUIRY-RPT-LINE
               END-IF
           ELSE
               MOVE ACCT-BALANCE TO WS-RPT-BAL
               MOVE ACCT-OVERDRAFT-LIM TO WS-RPT-ODLIM
               MOVE ACCT-DORMANT-SW TO WS-RPT-DORMANT
               MOVE ACCT-DAILY-WITHDRN TO WS-RPT-DAILY
               WRITE INQUIRY-RPT-LINE FROM WS-RPT-MASTER-LINE2
               IF ACCT-DORMANT-SW = 'C'
                   PERFORM FIND-CLOSE-RECORD
                   PERFORM PRINT-CLOSED-LINE
               END-IF
           END-IF.

           WRITE INQUIRY-RPT-LINE FROM WS-RPT-ACT-HDR.
           MOVE SPACES TO INQUIRY-RPT-LINE.
           WRITE INQUIRY-RPT-LINE.

       FIND-CLOSE-RECORD.
           IF WS-CLS-FILE-OK = 'Y'
               MOVE ACCT-NO TO CLS-ACCT-NO
               READ CLOSE-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF CLS-FILE-STATUS = "00"
                   MOVE CLS-CLOSE-DATE TO WS-INQ-CLS-DATE(QI)
                   MOVE CLS-REASON TO WS-INQ-CLS-REASON(QI)
                   MOVE CLS-PAYOUT-METHOD TO WS-INQ-CLS-METHOD(QI)
                   MOVE CLS-PAYOUT-ACCT TO WS-INQ-CLS-ACCT(QI)
                   MOVE CLS-PAYOUT-AMT TO WS-INQ-CLS-AMT(QI)
               END-IF
           END-IF.

       PRINT-CLOSED-LINE.
           MOVE WS-INQ-CLS-DATE(QI) TO WS-RPT-CLS-DATE.
           MOVE WS-INQ-CLS-REASON(QI) TO WS-RPT-CLS-REASON.
           MOVE WS-INQ-CLS-AMT(QI) TO WS-RPT-CLS-AMT.
           IF WS-INQ-CLS-AMT(QI) = 0
               MOVE "NO BALANCE" TO WS-RPT-CLS-DISP
           ELSE
           IF WS-INQ-CLS-METHOD(QI) = 'T'
               MOVE WS-INQ-CLS-ACCT(QI) TO WS-RPT-CLS-ACCT
               MOVE WS-RPT-CLS-XFER TO WS-RPT-CLS-DISP
           ELSE
               MOVE "BY OFFICIAL CHECK" TO WS-RPT-CLS-DISP
           END-IF
           END-IF.
           WRITE INQUIRY-RPT-LINE FROM WS-RPT-CLOSED-LINE.

       PRINT-ONE-ACTIVITY.
           MOVE WS-INQ-DATE(QI, QK) TO WS-DET-DATE.
           MOVE WS-INQ-TIME(QI, QK) TO WS-DET-TIME.
