       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-VERIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT MAINT-ARCHIVE-FILE ASSIGN TO "MNTARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MARCH-FILE-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.
           SELECT VERIFY-RPT-FILE ASSIGN TO "AUDVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD    PIC X(102).

       FD  AUDIT-LOG.
           COPY AUDIT-REC.

       FD  MAINT-ARCHIVE-FILE.
       01  MAINT-ARCHIVE-RECORD    PIC X(177).

       FD  MAINT-AUDIT-FILE.
           COPY MAINT-AUD-REC.

       FD  VERIFY-RPT-FILE.
       01  VERIFY-RPT-LINE         PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       WORKING-STORAGE SECTION.
       01  ARCH-FILE-STATUS    PIC X(2) VALUE "00".
       01  AUDIT-FILE-STATUS   PIC X(2) VALUE "00".
       01  MARCH-FILE-STATUS   PIC X(2) VALUE "00".
       01  MAUD-FILE-STATUS    PIC X(2) VALUE "00".
       01  RPT-FILE-STATUS     PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  ARCH-EOF            PIC X VALUE 'N'.
       01  AUDIT-EOF           PIC X VALUE 'N'.
       01  MARCH-EOF           PIC X VALUE 'N'.
       01  MAUD-EOF            PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-BROKEN-CHAINS    PIC 9 VALUE 0.

       01  WS-VFY-CHAIN-ID     PIC X(17).
       01  WS-VFY-RECORD       PIC X(177).
       01  WS-VFY-DATA-LEN     PIC 9(3).
       01  WS-VFY-SOURCE       PIC X(7).
       01  WS-VFY-RECNO        PIC 9(9).
       01  WS-VFY-SEQ-X        PIC X(9).
       01  WS-VFY-SEQ          PIC 9(9).
       01  WS-VFY-HASH         PIC X(16).
       01  WS-VFY-REASON       PIC X(20).
       01  WS-VFY-STARTED      PIC X.
       01  WS-VFY-PREV-SEQ     PIC 9(9).
       01  WS-VFY-PREV-HASH    PIC X(16).
       01  WS-VFY-OPEN-SEQ     PIC 9(9).
       01  WS-VFY-ARCH-READ    PIC 9(9).
       01  WS-VFY-DAILY-READ   PIC 9(9).
       01  WS-VFY-LINKS        PIC 9(9).
       01  WS-VFY-UNSEALED     PIC 9(9).
       01  WS-VFY-BREAKS       PIC 9(9).
       01  WS-FB-SOURCE        PIC X(7).
       01  WS-FB-RECNO         PIC 9(9).
       01  WS-FB-SEQ           PIC X(9).
       01  WS-FB-DATE          PIC X(8).
       01  WS-FB-TIME          PIC X(6).
       01  WS-FB-REASON        PIC X(20).

       01  WS-HASH-DATA        PIC X(200).
       01  WS-HASH-LEN         PIC 9(3).
       01  WS-HASH-IX          PIC 9(3).
       01  WS-HASH-RESULT.
           05  WS-HASH-1           PIC 9(8).
           05  WS-HASH-2           PIC 9(8).

       01  WS-RPT-HDR1.
           05  FILLER           PIC X(40)
               VALUE "AUDIT TRAIL CHAIN VERIFICATION".
           05  FILLER           PIC X(15) VALUE "BUSINESS DATE ".
           05  WS-RPT-HDR-DATE  PIC X(8).
           05  FILLER           PIC X(17) VALUE SPACES.
       01  WS-RPT-CHAIN-HDR.
           05  FILLER           PIC X(7) VALUE "CHAIN: ".
           05  WS-RPT-CHAIN-NAME PIC X(73).
       01  WS-RPT-COUNT-LINE.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-LABEL     PIC X(30).
           05  WS-RPT-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(37) VALUE SPACES.
       01  WS-RPT-END-LINE.
           05  FILLER           PIC X(21)
               VALUE "  CHAIN ENDS AT SEQ ".
           05  WS-RPT-END-SEQ   PIC Z(8)9.
           05  FILLER           PIC X(6) VALUE " HASH ".
           05  WS-RPT-END-HASH  PIC X(16).
           05  FILLER           PIC X(28) VALUE SPACES.
       01  WS-RPT-BREAK1.
           05  FILLER           PIC X(14) VALUE "  FIRST BREAK ".
           05  WS-RPT-FB-SOURCE PIC X(7).
           05  FILLER           PIC X(8) VALUE " RECORD ".
           05  WS-RPT-FB-RECNO  PIC Z(8)9.
           05  FILLER           PIC X(5) VALUE " SEQ ".
           05  WS-RPT-FB-SEQ    PIC X(9).
           05  FILLER           PIC X(28) VALUE SPACES.
       01  WS-RPT-BREAK2.
           05  FILLER           PIC X(14) VALUE SPACES.
           05  FILLER           PIC X(6) VALUE "DATED ".
           05  WS-RPT-FB-DATE   PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-FB-TIME   PIC X(6).
           05  FILLER           PIC X(8) VALUE " REASON ".
           05  WS-RPT-FB-REASON PIC X(20).
           05  FILLER           PIC X(17) VALUE SPACES.
       01  WS-RPT-RESULT.
           05  FILLER           PIC X(9) VALUE "  RESULT ".
           05  WS-RPT-RESULT-TEXT PIC X(71).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "AUDIT TRAIL CHAIN VERIFICATION STARTED".

           PERFORM GET-BUSINESS-DATE.

           OPEN OUTPUT VERIFY-RPT-FILE.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "** AUDVRPT OPEN FAILED - STATUS "
                   RPT-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TODAY-DATE TO WS-RPT-HDR-DATE.
           WRITE VERIFY-RPT-LINE FROM WS-RPT-HDR1.

           MOVE "AUDIT LOG" TO WS-VFY-CHAIN-ID.
           PERFORM VERIFY-AUDIT-CHAIN.
           MOVE "AUDIT LOG (AUDARCH, THEN AUDITLOG)"
               TO WS-RPT-CHAIN-NAME.
           PERFORM PRINT-CHAIN-RESULT.

           MOVE "MAINTENANCE TRAIL" TO WS-VFY-CHAIN-ID.
           PERFORM VERIFY-MAINT-CHAIN.
           MOVE "MAINTENANCE TRAIL (MNTARCH, THEN MNTAUDIT)"
               TO WS-RPT-CHAIN-NAME.
           PERFORM PRINT-CHAIN-RESULT.

           CLOSE VERIFY-RPT-FILE.

           IF WS-BROKEN-CHAINS > 0
               DISPLAY "** AUDIT TRAIL CHAIN BROKEN - SEE AUDVRPT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "AUDIT TRAIL CHAIN VERIFICATION COMPLETE".
           STOP RUN.

       GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDT-FILE-STATUS = "35"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-TODAY-DATE
                   NOT AT END
                       MOVE BDT-CURRENT-DATE TO WS-TODAY-DATE
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE-FILE.

       RESET-CHAIN-STATE.
           MOVE 'N' TO WS-VFY-STARTED.
           MOVE 0 TO WS-VFY-PREV-SEQ.
           MOVE ALL "0" TO WS-VFY-PREV-HASH.
           MOVE 0 TO WS-VFY-OPEN-SEQ.
           MOVE 0 TO WS-VFY-ARCH-READ.
           MOVE 0 TO WS-VFY-DAILY-READ.
           MOVE 0 TO WS-VFY-LINKS.
           MOVE 0 TO WS-VFY-UNSEALED.
           MOVE 0 TO WS-VFY-BREAKS.
           MOVE SPACES TO WS-FB-SOURCE.

       VERIFY-AUDIT-CHAIN.
           PERFORM RESET-CHAIN-STATE.
           MOVE 77 TO WS-VFY-DATA-LEN.

           MOVE "ARCHIVE" TO WS-VFY-SOURCE.
           OPEN INPUT AUDIT-ARCHIVE-FILE.
           IF ARCH-FILE-STATUS = "35"
               DISPLAY "No Audit Archive - Walking Daily Log Only"
               MOVE 'Y' TO ARCH-EOF
           ELSE
               READ AUDIT-ARCHIVE-FILE
                   AT END MOVE 'Y' TO ARCH-EOF
               END-READ
           END-IF.
           PERFORM CHECK-ONE-AUDIT-ARCHIVE UNTIL ARCH-EOF = 'Y'.
           CLOSE AUDIT-ARCHIVE-FILE.

           MOVE "DAILY" TO WS-VFY-SOURCE.
           OPEN INPUT AUDIT-LOG.
           IF AUDIT-FILE-STATUS = "35"
               DISPLAY "No Audit Log - Walking Archive Only"
               MOVE 'Y' TO AUDIT-EOF
           ELSE
               READ AUDIT-LOG
                   AT END MOVE 'Y' TO AUDIT-EOF
               END-READ
           END-IF.
           PERFORM CHECK-ONE-AUDIT-DAILY UNTIL AUDIT-EOF = 'Y'.
           CLOSE AUDIT-LOG.

       CHECK-ONE-AUDIT-ARCHIVE.
           ADD 1 TO WS-VFY-ARCH-READ.
           MOVE WS-VFY-ARCH-READ TO WS-VFY-RECNO.
           MOVE AUDIT-ARCHIVE-RECORD TO WS-VFY-RECORD.
           PERFORM CHECK-ONE-LINK.
           READ AUDIT-ARCHIVE-FILE
               AT END MOVE 'Y' TO ARCH-EOF
           END-READ.

       CHECK-ONE-AUDIT-DAILY.
           ADD 1 TO WS-VFY-DAILY-READ.
           MOVE WS-VFY-DAILY-READ TO WS-VFY-RECNO.
           MOVE AUDIT-RECORD TO WS-VFY-RECORD.
           PERFORM CHECK-ONE-LINK.
           READ AUDIT-LOG
               AT END MOVE 'Y' TO AUDIT-EOF
           END-READ.

       VERIFY-MAINT-CHAIN.
           PERFORM RESET-CHAIN-STATE.
           MOVE 152 TO WS-VFY-DATA-LEN.

           MOVE "ARCHIVE" TO WS-VFY-SOURCE.
           OPEN INPUT MAINT-ARCHIVE-FILE.
           IF MARCH-FILE-STATUS = "35"
               DISPLAY "No Maintenance Archive - Walking Daily Only"
               MOVE 'Y' TO MARCH-EOF
           ELSE
               READ MAINT-ARCHIVE-FILE
                   AT END MOVE 'Y' TO MARCH-EOF
               END-READ
           END-IF.
           PERFORM CHECK-ONE-MAINT-ARCHIVE UNTIL MARCH-EOF = 'Y'.
           CLOSE MAINT-ARCHIVE-FILE.

           MOVE "DAILY" TO WS-VFY-SOURCE.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF MAUD-FILE-STATUS = "35"
               DISPLAY "No Maintenance Audit - Walking Archive Only"
               MOVE 'Y' TO MAUD-EOF
           ELSE
               READ MAINT-AUDIT-FILE
                   AT END MOVE 'Y' TO MAUD-EOF
               END-READ
           END-IF.
           PERFORM CHECK-ONE-MAINT-DAILY UNTIL MAUD-EOF = 'Y'.
           CLOSE MAINT-AUDIT-FILE.

       CHECK-ONE-MAINT-ARCHIVE.
           ADD 1 TO WS-VFY-ARCH-READ.
           MOVE WS-VFY-ARCH-READ TO WS-VFY-RECNO.
           MOVE MAINT-ARCHIVE-RECORD TO WS-VFY-RECORD.
           PERFORM CHECK-ONE-LINK.
           READ MAINT-ARCHIVE-FILE
               AT END MOVE 'Y' TO MARCH-EOF
           END-READ.

       CHECK-ONE-MAINT-DAILY.
           ADD 1 TO WS-VFY-DAILY-READ.
           MOVE WS-VFY-DAILY-READ TO WS-VFY-RECNO.
           MOVE MAINT-AUDIT-RECORD TO WS-VFY-RECORD.
           PERFORM CHECK-ONE-LINK.
           READ MAINT-AUDIT-FILE
               AT END MOVE 'Y' TO MAUD-EOF
           END-READ.

       CHECK-ONE-LINK.
           MOVE WS-VFY-RECORD(WS-VFY-DATA-LEN + 1:9) TO WS-VFY-SEQ-X.
           MOVE WS-VFY-RECORD(WS-VFY-DATA-LEN + 10:16)
               TO WS-VFY-HASH.

           IF WS-VFY-HASH = SPACES
               ADD 1 TO WS-VFY-UNSEALED
               MOVE "RECORD NOT SEALED" TO WS-VFY-REASON
               PERFORM NOTE-BROKEN-LINK
           ELSE
           IF WS-VFY-SEQ-X NOT NUMERIC
               MOVE "SEQUENCE NOT NUMERIC" TO WS-VFY-REASON
               PERFORM NOTE-BROKEN-LINK
               MOVE WS-VFY-HASH TO WS-VFY-PREV-HASH
           ELSE
               MOVE WS-VFY-SEQ-X TO WS-VFY-SEQ
               IF WS-VFY-STARTED = 'N' AND WS-VFY-SEQ > 1
                   MOVE WS-VFY-SEQ TO WS-VFY-OPEN-SEQ
               ELSE
                   IF WS-VFY-STARTED = 'N'
                       MOVE 1 TO WS-VFY-OPEN-SEQ
                   END-IF
                   PERFORM CHECK-LINK-HASH
               END-IF
               MOVE 'Y' TO WS-VFY-STARTED
               MOVE WS-VFY-SEQ TO WS-VFY-PREV-SEQ
               MOVE WS-VFY-HASH TO WS-VFY-PREV-HASH
           END-IF
           END-IF.

       CHECK-LINK-HASH.
           IF WS-VFY-SEQ NOT = WS-VFY-PREV-SEQ + 1
               MOVE "SEQUENCE GAP" TO WS-VFY-REASON
               PERFORM NOTE-BROKEN-LINK
           ELSE
               MOVE WS-VFY-PREV-HASH TO WS-HASH-DATA(1:16)
               MOVE WS-VFY-SEQ TO WS-HASH-DATA(17:9)
               MOVE WS-VFY-RECORD(1:WS-VFY-DATA-LEN)
                   TO WS-HASH-DATA(26:WS-VFY-DATA-LEN)
               COMPUTE WS-HASH-LEN = WS-VFY-DATA-LEN + 25
               PERFORM COMPUTE-CHAIN-HASH
               IF WS-HASH-RESULT NOT = WS-VFY-HASH
                   MOVE "HASH MISMATCH" TO WS-VFY-REASON
                   PERFORM NOTE-BROKEN-LINK
               ELSE
                   ADD 1 TO WS-VFY-LINKS
               END-IF
           END-IF.

       NOTE-BROKEN-LINK.
           ADD 1 TO WS-VFY-BREAKS.
           IF WS-VFY-BREAKS = 1
               MOVE WS-VFY-SOURCE TO WS-FB-SOURCE
               MOVE WS-VFY-RECNO TO WS-FB-RECNO
               MOVE WS-VFY-SEQ-X TO WS-FB-SEQ
               MOVE WS-VFY-RECORD(1:8) TO WS-FB-DATE
               MOVE WS-VFY-RECORD(9:6) TO WS-FB-TIME
               MOVE WS-VFY-REASON TO WS-FB-REASON
           END-IF.

       COMPUTE-CHAIN-HASH.
           MOVE 0 TO WS-HASH-1.
           MOVE 0 TO WS-HASH-2.
           PERFORM VARYING WS-HASH-IX FROM 1 BY 1
                   UNTIL WS-HASH-IX > WS-HASH-LEN
               COMPUTE WS-HASH-1 =
                   FUNCTION MOD(WS-HASH-1 * 257
                       + FUNCTION ORD(WS-HASH-DATA(WS-HASH-IX:1)),
                       99999989)
               COMPUTE WS-HASH-2 =
                   FUNCTION MOD(WS-HASH-2 * 263
                       + FUNCTION ORD(WS-HASH-DATA(WS-HASH-IX:1))
                       + WS-HASH-IX, 99999971)
           END-PERFORM.

       PRINT-CHAIN-RESULT.
           MOVE SPACES TO VERIFY-RPT-LINE.
           WRITE VERIFY-RPT-LINE.
           WRITE VERIFY-RPT-LINE FROM WS-RPT-CHAIN-HDR.

           MOVE "ARCHIVE RECORDS READ" TO WS-RPT-LABEL.
           MOVE WS-VFY-ARCH-READ TO WS-RPT-COUNT.
           WRITE VERIFY-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "DAILY RECORDS READ" TO WS-RPT-LABEL.
           MOVE WS-VFY-DAILY-READ TO WS-RPT-COUNT.
           WRITE VERIFY-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "CHAIN OPENS AT SEQ" TO WS-RPT-LABEL.
           MOVE WS-VFY-OPEN-SEQ TO WS-RPT-COUNT.
           WRITE VERIFY-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "LINKS VERIFIED" TO WS-RPT-LABEL.
           MOVE WS-VFY-LINKS TO WS-RPT-COUNT.
           WRITE VERIFY-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "UNSEALED RECORDS" TO WS-RPT-LABEL.
           MOVE WS-VFY-UNSEALED TO WS-RPT-COUNT.
           WRITE VERIFY-RPT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "BROKEN LINKS" TO WS-RPT-LABEL.
           MOVE WS-VFY-BREAKS TO WS-RPT-COUNT.
           WRITE VERIFY-RPT-LINE FROM WS-RPT-COUNT-LINE.

           MOVE WS-VFY-PREV-SEQ TO WS-RPT-END-SEQ.
           MOVE WS-VFY-PREV-HASH TO WS-RPT-END-HASH.
           WRITE VERIFY-RPT-LINE FROM WS-RPT-END-LINE.
           DISPLAY WS-VFY-CHAIN-ID " ENDS AT SEQ "
               WS-VFY-PREV-SEQ " HASH " WS-VFY-PREV-HASH.

           IF WS-VFY-BREAKS = 0
               MOVE "CHAIN INTACT" TO WS-RPT-RESULT-TEXT
           ELSE
               ADD 1 TO WS-BROKEN-CHAINS
               MOVE WS-FB-SOURCE TO WS-RPT-FB-SOURCE
               MOVE WS-FB-RECNO TO WS-RPT-FB-RECNO
               MOVE WS-FB-SEQ TO WS-RPT-FB-SEQ
               MOVE WS-FB-DATE TO WS-RPT-FB-DATE
               MOVE WS-FB-TIME TO WS-RPT-FB-TIME
               MOVE WS-FB-REASON TO WS-RPT-FB-REASON
               WRITE VERIFY-RPT-LINE FROM WS-RPT-BREAK1
               WRITE VERIFY-RPT-LINE FROM WS-RPT-BREAK2
               MOVE "CHAIN BROKEN - INVESTIGATE FROM THE FIRST BREAK"
                   TO WS-RPT-RESULT-TEXT
               DISPLAY "** " WS-VFY-CHAIN-ID " BROKEN AT " WS-FB-SOURCE
                   " RECORD " WS-FB-RECNO " - " WS-FB-REASON
           END-IF.
           WRITE VERIFY-RPT-LINE FROM WS-RPT-RESULT.
