           SELECT ARCHIVE-NEW-FILE ASSIGN TO "AUDARCHN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHN-FILE-STATUS.
           SELECT SEAL-NEW-FILE ASSIGN TO "AUDSEALN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEAL-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "AUDEXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXTR-FILE-STATUS.
           COPY AUDIT-REC.

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD    PIC X(102).

       FD  ARCHIVE-NEW-FILE.
       01  ARCHIVE-NEW-RECORD      PIC X(102).

       FD  SEAL-NEW-FILE.
       01  SEAL-NEW-RECORD         PIC X(102).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD          PIC X(102).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.
       01  AUDIT-FILE-STATUS   PIC X(2) VALUE "00".
       01  ARCH-FILE-STATUS    PIC X(2) VALUE "00".
       01  ARCHN-FILE-STATUS   PIC X(2) VALUE "00".
       01  SEAL-FILE-STATUS    PIC X(2) VALUE "00".
       01  EXTR-FILE-STATUS    PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  WS-KEPT-COUNT       PIC 9(6) VALUE 0.
       01  WS-PURGED-COUNT     PIC 9(6) VALUE 0.
       01  WS-EXTRACT-COUNT    PIC 9(6) VALUE 0.
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
       01  WS-ARCH-AUDIT-REC.
           05  WS-ARC-DATE         PIC X(8).
           05  FILLER              PIC X(6).
           05  WS-ARC-ACCT-NO      PIC 9(8).
           05  FILLER              PIC X(55).
           05  WS-ARC-CHAIN-SEQ    PIC 9(9).
           05  WS-ARC-CHAIN-HASH   PIC X(16).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                   PERFORM PURGE-EXPIRED-RECORDS
               WHEN 'R'
                   PERFORM RETRIEVE-ACCOUNT-HISTORY
               WHEN 'S'
                   PERFORM SEAL-DAILY-AUDIT
               WHEN OTHER
                   DISPLAY "UNKNOWN MODE '" WS-RUN-MODE
                       "' - NO ACTION TAKEN"
               AT END MOVE 'Y' TO ARCH-EOF
           END-READ.

       SEAL-DAILY-AUDIT.
           PERFORM FIND-CHAIN-TAIL.
           DISPLAY "CHAIN CONTINUES FROM SEQ " WS-CHAIN-SEQ
               " HASH " WS-CHAIN-HASH.

           OPEN OUTPUT SEAL-NEW-FILE.
           IF SEAL-FILE-STATUS NOT = "00"
               DISPLAY "** AUDSEALN OPEN FAILED - STATUS "
                   SEAL-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUDIT-LOG.
           IF AUDIT-FILE-STATUS = "35"
               DISPLAY "No Audit Log - Nothing To Seal"
               MOVE 'Y' TO AUDIT-EOF
           ELSE
               READ AUDIT-LOG
                   AT END MOVE 'Y' TO AUDIT-EOF
               END-READ
           END-IF.
           PERFORM SEAL-ONE-RECORD UNTIL AUDIT-EOF = 'Y'.
           CLOSE AUDIT-LOG.
           CLOSE SEAL-NEW-FILE.
           DISPLAY "RECORDS SEALED : " WS-SEALED-COUNT.
           DISPLAY "ALREADY SEALED : " WS-CARRIED-COUNT.
           DISPLAY "CHAIN ENDS AT SEQ " WS-CHAIN-SEQ
               " HASH " WS-CHAIN-HASH.

       FIND-CHAIN-TAIL.
           MOVE 0 TO WS-CHAIN-SEQ.
           MOVE ALL "0" TO WS-CHAIN-HASH.
           MOVE 'N' TO ARCH-EOF.
           OPEN INPUT AUDIT-ARCHIVE-FILE.
           IF ARCH-FILE-STATUS = "35"
               DISPLAY "No Archive File - Chain Starts At SEQ 1"
               MOVE 'Y' TO ARCH-EOF
           ELSE
               READ AUDIT-ARCHIVE-FILE
                   AT END MOVE 'Y' TO ARCH-EOF
               END-READ
           END-IF.
           PERFORM NOTE-ONE-ARCHIVE-LINK UNTIL ARCH-EOF = 'Y'.
           CLOSE AUDIT-ARCHIVE-FILE.

       NOTE-ONE-ARCHIVE-LINK.
           MOVE AUDIT-ARCHIVE-RECORD TO WS-ARCH-AUDIT-REC.
           IF WS-ARC-CHAIN-HASH NOT = SPACES
               AND WS-ARC-CHAIN-SEQ NUMERIC
               MOVE WS-ARC-CHAIN-SEQ TO WS-CHAIN-SEQ
               MOVE WS-ARC-CHAIN-HASH TO WS-CHAIN-HASH
           END-IF.
           READ AUDIT-ARCHIVE-FILE
               AT END MOVE 'Y' TO ARCH-EOF
           END-READ.

       SEAL-ONE-RECORD.
           IF AUD-CHAIN-HASH = SPACES
               ADD 1 TO WS-CHAIN-SEQ
               MOVE WS-CHAIN-HASH TO WS-HASH-DATA(1:16)
               MOVE WS-CHAIN-SEQ TO WS-HASH-DATA(17:9)
               MOVE AUDIT-RECORD(1:77) TO WS-HASH-DATA(26:77)
               MOVE 102 TO WS-HASH-LEN
               PERFORM COMPUTE-CHAIN-HASH
               MOVE WS-HASH-RESULT TO WS-CHAIN-HASH
               MOVE WS-CHAIN-SEQ TO AUD-CHAIN-SEQ
               MOVE WS-CHAIN-HASH TO AUD-CHAIN-HASH
               ADD 1 TO WS-SEALED-COUNT
           ELSE
               IF AUD-CHAIN-SEQ NUMERIC
                   MOVE AUD-CHAIN-SEQ TO WS-CHAIN-SEQ
                   MOVE AUD-CHAIN-HASH TO WS-CHAIN-HASH
               END-IF
               ADD 1 TO WS-CARRIED-COUNT
           END-IF.
           WRITE SEAL-NEW-RECORD FROM AUDIT-RECORD.
           READ AUDIT-LOG
               AT END MOVE 'Y' TO AUDIT-EOF
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

       RETRIEVE-ACCOUNT-HISTORY.
           DISPLAY "RETRIEVING ACCT " WS-ACCT-NO
               " FROM " WS-FROM-DATE " TO " WS-TO-DATE.
