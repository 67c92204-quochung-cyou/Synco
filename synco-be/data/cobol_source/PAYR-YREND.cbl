           SELECT CONTROL-CARD ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT PTO-MASTER-FILE ASSIGN TO "PTOMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PTO-FILE-STATUS.
           SELECT PTO-OUT-FILE ASSIGN TO "PTOOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PTOOUT-FILE-STATUS.
           SELECT PTO-PARM-FILE ASSIGN TO "PTOPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PTOPRM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CONTROL-RECORD.
           05  CTL-CLOSE-YEAR      PIC 9(4).

       FD  PTO-MASTER-FILE.
           COPY PTO-REC.

       FD  PTO-OUT-FILE.
       01  PTO-OUT-RECORD          PIC X(66).

       FD  PTO-PARM-FILE.
       01  PTO-PARM-RECORD.
           05  PTP-YEARS-FROM      PIC 99.
           05  PTP-VAC-HOURS       PIC 9(3)V99.
           05  PTP-SICK-HOURS      PIC 9(3)V99.
           05  PTP-VAC-CAP         PIC 9(3)V99.
           05  PTP-SICK-CAP        PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01  YTD-FILE-STATUS     PIC X(2) VALUE "00".
       01  ARCH-FILE-STATUS    PIC X(2) VALUE "00".
       01  WS-CLOSE-YEAR       PIC 9(4) VALUE 0.
       01  WS-LAST-CLOSED-YEAR PIC 9(4) VALUE 0.
       01  WS-ARCHIVED-COUNT   PIC 9(6) VALUE 0.
       01  PTO-FILE-STATUS     PIC X(2) VALUE "00".
       01  PTOOUT-FILE-STATUS  PIC X(2) VALUE "00".
       01  PTOPRM-FILE-STATUS  PIC X(2) VALUE "00".
       01  PTO-EOF             PIC X VALUE 'N'.
       01  PTOPRM-EOF          PIC X VALUE 'N'.
       01  WS-PTB-TABLE.
           05  WS-PTB-ENTRY OCCURS 10 TIMES.
               10  WS-PTB-YEARS    PIC 99.
               10  WS-PTB-VAC-CAP  PIC 9(3)V99.
               10  WS-PTB-SICK-CAP PIC 9(3)V99.
       01  WS-PTB-COUNT        PIC 99 VALUE 0.
       01  PB                  PIC 99.
       01  WS-PTB-IX           PIC 99.
       01  WS-PTO-AS-OF        PIC 9(8).
       01  WS-PTO-TENURE       PIC S9(5).
       01  WS-PTO-COUNT        PIC 9(6) VALUE 0.
       01  WS-VAC-FORFEIT      PIC 9(4)V99.
       01  WS-SICK-FORFEIT     PIC 9(4)V99.
       01  WS-VAC-FORFEIT-TOT  PIC 9(8)V99 VALUE 0.
       01  WS-SICK-FORFEIT-TOT PIC 9(8)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               STOP RUN
           END-IF.

           PERFORM LOAD-PTO-PARMS.
           PERFORM ARCHIVE-AND-ZERO-YTD.
           PERFORM RESET-QTR-SNAPSHOT.
           PERFORM CARRY-OVER-PTO.
           PERFORM STAMP-CLOSE-STATUS.

           DISPLAY "EMPLOYEES ARCHIVED: " WS-ARCHIVED-COUNT.
           DISPLAY "PTO LEDGERS CARRIED: " WS-PTO-COUNT.
           DISPLAY "VACATION HRS FORFEITED: " WS-VAC-FORFEIT-TOT.
           DISPLAY "SICK HRS FORFEITED    : " WS-SICK-FORFEIT-TOT.
           DISPLAY "PAYROLL YEAR-END CLOSE COMPLETE FOR "
               WS-CLOSE-YEAR.
           STOP RUN.
           MOVE WS-CLOSE-YEAR TO YRC-CLOSED-YEAR.
           WRITE YEAR-CLOSE-RECORD.
           CLOSE YEAR-CLOSE-FILE.

       CARRY-OVER-PTO.
           COMPUTE WS-PTO-AS-OF = WS-CLOSE-YEAR * 10000 + 1231.
           OPEN INPUT PTO-MASTER-FILE.
           OPEN OUTPUT PTO-OUT-FILE.
           IF PTO-FILE-STATUS = "35"
               DISPLAY "No PTO Ledger - Nothing To Carry Over"
               MOVE 'Y' TO PTO-EOF
           ELSE
               READ PTO-MASTER-FILE
                   AT END MOVE 'Y' TO PTO-EOF
               END-READ
           END-IF.
           PERFORM CARRY-ONE-PTO UNTIL PTO-EOF = 'Y'.
           CLOSE PTO-MASTER-FILE.
           CLOSE PTO-OUT-FILE.

       LOAD-PTO-PARMS.
           OPEN INPUT PTO-PARM-FILE.
           IF PTOPRM-FILE-STATUS = "35"
               DISPLAY "No PTO Parameter File - Balances Carried"
                   " Uncapped"
               MOVE 'Y' TO PTOPRM-EOF
           ELSE
               READ PTO-PARM-FILE
                   AT END MOVE 'Y' TO PTOPRM-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-PTO-PARM UNTIL PTOPRM-EOF = 'Y'.
           CLOSE PTO-PARM-FILE.

       LOAD-ONE-PTO-PARM.
           IF WS-PTB-COUNT < 10
               ADD 1 TO WS-PTB-COUNT
               MOVE PTP-YEARS-FROM TO WS-PTB-YEARS(WS-PTB-COUNT)
               MOVE PTP-VAC-CAP TO WS-PTB-VAC-CAP(WS-PTB-COUNT)
               MOVE PTP-SICK-CAP TO WS-PTB-SICK-CAP(WS-PTB-COUNT)
           ELSE
               DISPLAY "PTO BAND TABLE FULL - CLOSE ABORTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PTO-PARM-FILE
               AT END MOVE 'Y' TO PTOPRM-EOF
           END-READ.

       CARRY-ONE-PTO.
           ADD 1 TO WS-PTO-COUNT.
           COMPUTE WS-PTO-TENURE =
               (WS-PTO-AS-OF - PTO-SERVICE-DATE) / 10000.
           MOVE 0 TO WS-PTB-IX.
           PERFORM VARYING PB FROM 1 BY 1 UNTIL PB > WS-PTB-COUNT
               IF WS-PTB-YEARS(PB) <= WS-PTO-TENURE
                   IF WS-PTB-IX = 0
                       MOVE PB TO WS-PTB-IX
                   ELSE
                       IF WS-PTB-YEARS(PB) > WS-PTB-YEARS(WS-PTB-IX)
                           MOVE PB TO WS-PTB-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-VAC-FORFEIT.
           MOVE 0 TO WS-SICK-FORFEIT.
           IF WS-PTB-IX > 0
               IF PTO-VAC-BALANCE > WS-PTB-VAC-CAP(WS-PTB-IX)
                   COMPUTE WS-VAC-FORFEIT =
                       PTO-VAC-BALANCE - WS-PTB-VAC-CAP(WS-PTB-IX)
                   MOVE WS-PTB-VAC-CAP(WS-PTB-IX) TO PTO-VAC-BALANCE
               END-IF
               IF PTO-SICK-BALANCE > WS-PTB-SICK-CAP(WS-PTB-IX)
                   COMPUTE WS-SICK-FORFEIT =
                       PTO-SICK-BALANCE - WS-PTB-SICK-CAP(WS-PTB-IX)
                   MOVE WS-PTB-SICK-CAP(WS-PTB-IX) TO PTO-SICK-BALANCE
               END-IF
           END-IF.
           IF WS-VAC-FORFEIT > 0 OR WS-SICK-FORFEIT > 0
               DISPLAY "PTO CAPPED FOR " PTO-EMP-ID
                   " VAC FORFEIT " WS-VAC-FORFEIT
                   " SICK FORFEIT " WS-SICK-FORFEIT
           END-IF.
           ADD WS-VAC-FORFEIT TO WS-VAC-FORFEIT-TOT.
           ADD WS-SICK-FORFEIT TO WS-SICK-FORFEIT-TOT.
           MOVE 0 TO PTO-VAC-ACCRUED.
           MOVE 0 TO PTO-VAC-USED.
           MOVE 0 TO PTO-SICK-ACCRUED.
           MOVE 0 TO PTO-SICK-USED.
           WRITE PTO-OUT-RECORD FROM PTO-RECORD.

           READ PTO-MASTER-FILE
               AT END MOVE 'Y' TO PTO-EOF
           END-READ.
