           SELECT ARCHIVE-NEW-FILE ASSIGN TO "MNTARCHN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHN-FILE-STATUS.
           SELECT SEAL-NEW-FILE ASSIGN TO "MNTSEALN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEAL-FILE-STATUS.
           SELECT OPER-RPT-FILE ASSIGN TO "OPERRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPER-RPT-STATUS.
           COPY MAINT-AUD-REC.

       FD  MAINT-ARCHIVE-FILE.
       01  MAINT-ARCHIVE-RECORD    PIC X(177).

       FD  ARCHIVE-NEW-FILE.
       01  ARCHIVE-NEW-RECORD      PIC X(177).

       FD  SEAL-NEW-FILE.
       01  SEAL-NEW-RECORD         PIC X(177).

       FD  OPER-RPT-FILE.
       01  OPER-RPT-LINE           PIC X(80).
       01  MAUD-FILE-STATUS    PIC X(2) VALUE "00".
       01  ARCH-FILE-STATUS    PIC X(2) VALUE "00".
       01  ARCHN-FILE-STATUS   PIC X(2) VALUE "00".
       01  SEAL-FILE-STATUS    PIC X(2) VALUE "00".
       01  OPER-RPT-STATUS     PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  WS-ARCHIVED-COUNT   PIC 9(6) VALUE 0.
       01  WS-KEPT-COUNT       PIC 9(6) VALUE 0.
       01  WS-PURGED-COUNT     PIC 9(6) VALUE 0.
       01  WS-SEALED-COUNT     PIC 9(6) VALUE 0.
       01  WS-CARRIED-COUNT    PIC 9(6) VALUE 0.
       01  WS-CHAIN-SEQ        PIC 9(9) VALUE 0.
       01  WS-CHAIN-HASH       PIC X(16) VALUE ALL "0".
       01  WS-HASH-DATA        PIC X(200).
       01  WS-HASH-LEN         PIC 9(3).
       01  WS-HASH-IX          PIC 9(3).
       01  WS-HASH-RESULT.
           05  WS-HASH-1           PIC 9(8).
           05  WS-HASH-2           PIC 9(8).

       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY OCCURS 50 TIMES.
               10  WS-OPR-ODLIMITS PIC 9(6).
               10  WS-OPR-OPENS    PIC 9(6).
               10  WS-OPR-CLOSES   PIC 9(6).
               10  WS-OPR-CUSTMT   PIC 9(6).
               10  WS-OPR-OTHER    PIC 9(6).
               10  WS-OPR-AFTHRS   PIC 9(6).
       01  WS-OPER-COUNT       PIC 99 VALUE 0.
               VALUE "OPERATOR ACTIVITY REVIEW - MAINTENANCE TRAIL".
       01  WS-RPT-HDR2.
           05  FILLER           PIC X(10) VALUE "OPERATOR  ".
           05  FILLER           PIC X(6)  VALUE "TOTAL ".
           05  FILLER           PIC X(6)  VALUE "PINRST".
           05  FILLER           PIC X(6)  VALUE "UNLOCK".
           05  FILLER           PIC X(6)  VALUE "ODLIM ".
           05  FILLER           PIC X(6)  VALUE "OPEN  ".
           05  FILLER           PIC X(6)  VALUE "CLOSE ".
           05  FILLER           PIC X(6)  VALUE "CUSTMT".
           05  FILLER           PIC X(6)  VALUE "OTHER ".
           05  FILLER           PIC X(6)  VALUE "AFTHRS".
           05  FILLER           PIC X(16) VALUE "FLAG".
       01  WS-RPT-DETAIL.
           05  WS-RPT-OPER      PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RPT-TOTAL     PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-PINRST    PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-UNLOCK    PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-ODLIM     PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-OPEN      PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-CLOSE     PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-CUSTMT    PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-OTHER     PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-AFTHRS    PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RPT-FLAG      PIC X(16).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                   PERFORM PURGE-EXPIRED-RECORDS
               WHEN 'O'
                   PERFORM RUN-OPERATOR-REVIEW
               WHEN 'S'
                   PERFORM SEAL-DAILY-MAINT
               WHEN OTHER
                   DISPLAY "UNKNOWN MODE '" WS-RUN-MODE
                       "' - NO ACTION TAKEN"
               AT END MOVE 'Y' TO ARCH-EOF
           END-READ.

       SEAL-DAILY-MAINT.
           PERFORM FIND-CHAIN-TAIL.
           DISPLAY "CHAIN CONTINUES FROM SEQ " WS-CHAIN-SEQ
               " HASH " WS-CHAIN-HASH.

           OPEN OUTPUT SEAL-NEW-FILE.
           IF SEAL-FILE-STATUS NOT = "00"
               DISPLAY "** MNTSEALN OPEN FAILED - STATUS "
                   SEAL-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF MAUD-FILE-STATUS = "35"
               DISPLAY "No Maintenance Audit - Nothing To Seal"
               MOVE 'Y' TO MAUD-EOF
           ELSE
               READ MAINT-AUDIT-FILE
                   AT END MOVE 'Y' TO MAUD-EOF
               END-READ
           END-IF.
           PERFORM SEAL-ONE-RECORD UNTIL MAUD-EOF = 'Y'.
           CLOSE MAINT-AUDIT-FILE.
           CLOSE SEAL-NEW-FILE.
           DISPLAY "RECORDS SEALED : " WS-SEALED-COUNT.
           DISPLAY "ALREADY SEALED : " WS-CARRIED-COUNT.
           DISPLAY "CHAIN ENDS AT SEQ " WS-CHAIN-SEQ
               " HASH " WS-CHAIN-HASH.

       FIND-CHAIN-TAIL.
           MOVE 0 TO WS-CHAIN-SEQ.
           MOVE ALL "0" TO WS-CHAIN-HASH.
           MOVE 'N' TO ARCH-EOF.
           OPEN INPUT MAINT-ARCHIVE-FILE.
           IF ARCH-FILE-STATUS = "35"
               DISPLAY "No Archive File - Chain Starts At SEQ 1"
               MOVE 'Y' TO ARCH-EOF
           ELSE
               READ MAINT-ARCHIVE-FILE
                   AT END MOVE 'Y' TO ARCH-EOF
               END-READ
           END-IF.
           PERFORM NOTE-ONE-ARCHIVE-LINK UNTIL ARCH-EOF = 'Y'.
           CLOSE MAINT-ARCHIVE-FILE.

       NOTE-ONE-ARCHIVE-LINK.
           IF MAINT-ARCHIVE-RECORD(162:16) NOT = SPACES
               AND MAINT-ARCHIVE-RECORD(153:9) NUMERIC
               MOVE MAINT-ARCHIVE-RECORD(153:9) TO WS-CHAIN-SEQ
               MOVE MAINT-ARCHIVE-RECORD(162:16) TO WS-CHAIN-HASH
           END-IF.
           READ MAINT-ARCHIVE-FILE
               AT END MOVE 'Y' TO ARCH-EOF
           END-READ.

       SEAL-ONE-RECORD.
           IF MAUD-CHAIN-HASH = SPACES
               ADD 1 TO WS-CHAIN-SEQ
               MOVE WS-CHAIN-HASH TO WS-HASH-DATA(1:16)
               MOVE WS-CHAIN-SEQ TO WS-HASH-DATA(17:9)
               MOVE MAINT-AUDIT-RECORD(1:152) TO WS-HASH-DATA(26:152)
               MOVE 177 TO WS-HASH-LEN
               PERFORM COMPUTE-CHAIN-HASH
               MOVE WS-HASH-RESULT TO WS-CHAIN-HASH
               MOVE WS-CHAIN-SEQ TO MAUD-CHAIN-SEQ
               MOVE WS-CHAIN-HASH TO MAUD-CHAIN-HASH
               ADD 1 TO WS-SEALED-COUNT
           ELSE
               IF MAUD-CHAIN-SEQ NUMERIC
                   MOVE MAUD-CHAIN-SEQ TO WS-CHAIN-SEQ
                   MOVE MAUD-CHAIN-HASH TO WS-CHAIN-HASH
               END-IF
               ADD 1 TO WS-CARRIED-COUNT
           END-IF.
           WRITE SEAL-NEW-RECORD FROM MAINT-AUDIT-RECORD.
           READ MAINT-AUDIT-FILE
               AT END MOVE 'Y' TO MAUD-EOF
           END-READ.

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

       RUN-OPERATOR-REVIEW.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF MAUD-FILE-STATUS = "35"
           PERFORM FIND-OPER-ENTRY.
           IF WS-OPER-FOUND = 'Y'
               ADD 1 TO WS-OPR-TOTAL(WS-OPER-IX)
               EVALUATE TRUE
                   WHEN MAUD-CUST-ID NOT = SPACES
                       ADD 1 TO WS-OPR-CUSTMT(WS-OPER-IX)
                   WHEN MAUD-ACTION = 'P'
                       ADD 1 TO WS-OPR-PINRESET(WS-OPER-IX)
                   WHEN MAUD-ACTION = 'U'
                       ADD 1 TO WS-OPR-UNLOCKS(WS-OPER-IX)
                   WHEN MAUD-ACTION = 'V'
                       ADD 1 TO WS-OPR-ODLIMITS(WS-OPER-IX)
                   WHEN MAUD-ACTION = 'O'
                       ADD 1 TO WS-OPR-OPENS(WS-OPER-IX)
                   WHEN MAUD-ACTION = 'C'
                       ADD 1 TO WS-OPR-CLOSES(WS-OPER-IX)
                   WHEN OTHER
                       ADD 1 TO WS-OPR-OTHER(WS-OPER-IX)
                   MOVE MAUD-OPERATOR-ID TO WS-OPR-ID(WS-OPER-IX)
                   MOVE 'Y' TO WS-OPER-FOUND
               ELSE
                   DISPLAY "** OPERATOR TABLE FULL AT OPERATOR "
                       MAUD-OPERATOR-ID " - REVIEW RUN STOPPED"
                   CLOSE MAINT-AUDIT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

               MOVE WS-OPR-ODLIMITS(OI) TO WS-RPT-ODLIM
               MOVE WS-OPR-OPENS(OI) TO WS-RPT-OPEN
               MOVE WS-OPR-CLOSES(OI) TO WS-RPT-CLOSE
               MOVE WS-OPR-CUSTMT(OI) TO WS-RPT-CUSTMT
               MOVE WS-OPR-OTHER(OI) TO WS-RPT-OTHER
               MOVE WS-OPR-AFTHRS(OI) TO WS-RPT-AFTHRS
               MOVE SPACES TO WS-RPT-FLAG
