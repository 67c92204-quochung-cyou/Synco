       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIN-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-IN-FILE ASSIGN TO "ACCTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CIN-FILE-STATUS.

           SELECT ACCT-OUT-FILE ASSIGN TO "ACCTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COUT-FILE-STATUS.

           SELECT CARD-IN-FILE ASSIGN TO "CARDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CIN-FILE-STATUS.

           SELECT CARD-OUT-FILE ASSIGN TO "CARDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COUT-FILE-STATUS.

           SELECT JRNL-IN-FILE ASSIGN TO "JRNLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CIN-FILE-STATUS.

           SELECT JRNL-OUT-FILE ASSIGN TO "JRNLOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COUT-FILE-STATUS.

           SELECT HIST-IN-FILE ASSIGN TO "HISTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CIN-FILE-STATUS.

           SELECT HIST-OUT-FILE ASSIGN TO "HISTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COUT-FILE-STATUS.

           SELECT SUSP-IN-FILE ASSIGN TO "SUSPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CIN-FILE-STATUS.

           SELECT SUSP-OUT-FILE ASSIGN TO "SUSPOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COUT-FILE-STATUS.

           SELECT FEED-IN-FILE ASSIGN TO "FEEDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CIN-FILE-STATUS.

           SELECT FEED-OUT-FILE ASSIGN TO "FEEDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COUT-FILE-STATUS.

           SELECT PEND-IN-FILE ASSIGN TO "PNDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CIN-FILE-STATUS.

           SELECT PEND-OUT-FILE ASSIGN TO "PNDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COUT-FILE-STATUS.

           SELECT CARD-MASTER ASSIGN TO "CARDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-CARD-NO
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT PIN-KEY-FILE ASSIGN TO "PINKEY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PKY-FILE-STATUS.

           SELECT CONTROL-CARD ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-IN-FILE.
       01  ACCT-IN-RECORD          PIC X(68).

       FD  ACCT-OUT-FILE.
       01  ACCT-OUT-RECORD         PIC X(68).

       FD  CARD-IN-FILE.
       01  CARD-IN-RECORD          PIC X(89).

       FD  CARD-OUT-FILE.
       01  CARD-OUT-RECORD         PIC X(89).

       FD  JRNL-IN-FILE.
       01  JRNL-IN-RECORD          PIC X(103).

       FD  JRNL-OUT-FILE.
       01  JRNL-OUT-RECORD         PIC X(103).

       FD  HIST-IN-FILE.
       01  HIST-IN-RECORD          PIC X(134).

       FD  HIST-OUT-FILE.
       01  HIST-OUT-RECORD         PIC X(134).

       FD  SUSP-IN-FILE.
       01  SUSP-IN-RECORD          PIC X(150).

       FD  SUSP-OUT-FILE.
       01  SUSP-OUT-RECORD         PIC X(150).

       FD  FEED-IN-FILE.
       01  FEED-IN-RECORD          PIC X(63).

       FD  FEED-OUT-FILE.
       01  FEED-OUT-RECORD         PIC X(63).

       FD  PEND-IN-FILE.
       01  PEND-IN-RECORD          PIC X(38).

       FD  PEND-OUT-FILE.
       01  PEND-OUT-RECORD         PIC X(38).

       FD  CARD-MASTER.
           COPY CARD-REC.

       FD  PIN-KEY-FILE.
       01  PIN-KEY-RECORD.
           05  PKY-KEY             PIC X(16).
           05  FILLER              PIC X(64).

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-CONV-MODE       PIC X.

       WORKING-STORAGE SECTION.
       01  CIN-FILE-STATUS     PIC X(2) VALUE "00".
       01  COUT-FILE-STATUS    PIC X(2) VALUE "00".
       01  CARD-FILE-STATUS    PIC X(2) VALUE "00".
       01  PKY-FILE-STATUS     PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  CONV-EOF            PIC X VALUE 'N'.
       01  WS-CONV-MODE        PIC X VALUE SPACE.
       01  WS-CONV-NAME        PIC X(20) VALUE SPACES.
       01  WS-CONV-REC         PIC X(150).
       01  WS-ACCT-POS         PIC 9(3) VALUE 0.
       01  WS-PIN-POS          PIC 9(3) VALUE 0.
       01  WS-CARD-POS         PIC 9(3) VALUE 0.
       01  WS-CONV-CARD-X      PIC X(16).
       01  WS-CONV-CARD-NO REDEFINES WS-CONV-CARD-X PIC 9(16).
       01  WS-CARD-FILE-OK     PIC X VALUE 'N'.
       01  WS-READ-COUNT       PIC 9(7) VALUE 0.
       01  WS-CONVERTED-COUNT  PIC 9(7) VALUE 0.
       01  WS-PASSED-COUNT     PIC 9(7) VALUE 0.
       01  WS-NO-CARD-COUNT    PIC 9(7) VALUE 0.
       01  WS-PIN-KEY          PIC X(16) VALUE SPACES.
       01  WS-PVV-DATA.
           05  WS-PVV-KEY          PIC X(16).
           05  WS-PVV-TYPE         PIC X.
           05  WS-PVV-ACCT         PIC X(8).
           05  WS-PVV-PIN          PIC X(4).
       01  WS-PVV-IX           PIC 9(2).
       01  WS-PVV-HASH-1       PIC 9(8).
       01  WS-PVV-HASH-2       PIC 9(8).
       01  WS-PVV              PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "PIN VERIFICATION VALUE CONVERSION STARTED".

           PERFORM READ-CONTROL-CARD.
           PERFORM SET-CONVERSION-LAYOUT.
           PERFORM READ-PIN-KEY.
           DISPLAY "CONVERTING " WS-CONV-NAME.

           IF WS-CARD-POS > 0
               OPEN INPUT CARD-MASTER
               IF CARD-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-CARD-FILE-OK
               ELSE
                   DISPLAY "No Card Master - Card PINs Will Not Verify"
               END-IF
           END-IF.

           PERFORM OPEN-CONVERSION-FILES.
           PERFORM READ-CONV-IN.
           PERFORM CONVERT-ONE-RECORD UNTIL CONV-EOF = 'Y'.
           PERFORM CLOSE-CONVERSION-FILES.

           IF WS-CARD-FILE-OK = 'Y'
               CLOSE CARD-MASTER
           END-IF.

           DISPLAY "RECORDS READ        : " WS-READ-COUNT.
           DISPLAY "PINS CONVERTED      : " WS-CONVERTED-COUNT.
           DISPLAY "PASSED UNCHANGED    : " WS-PASSED-COUNT.
           IF WS-CARD-POS > 0
               DISPLAY "CARD NOT ON FILE    : " WS-NO-CARD-COUNT
           END-IF.
           DISPLAY "PIN VERIFICATION VALUE CONVERSION COMPLETE".
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "** NO CONTROL CARD - CONVERSION MODE REQUIRED,"
                   " RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CONTROL-CARD
               AT END MOVE SPACE TO CTL-CONV-MODE
           END-READ.
           MOVE CTL-CONV-MODE TO WS-CONV-MODE.
           CLOSE CONTROL-CARD.

       SET-CONVERSION-LAYOUT.
           EVALUATE WS-CONV-MODE
               WHEN 'A'
                   MOVE "ACCOUNT MASTER" TO WS-CONV-NAME
                   MOVE 1 TO WS-ACCT-POS
                   MOVE 9 TO WS-PIN-POS
               WHEN 'C'
                   MOVE "CARD MASTER" TO WS-CONV-NAME
                   MOVE 17 TO WS-ACCT-POS
                   MOVE 25 TO WS-PIN-POS
               WHEN 'J'
                   MOVE "ACCOUNT JOURNAL" TO WS-CONV-NAME
                   MOVE 22 TO WS-ACCT-POS
                   MOVE 30 TO WS-PIN-POS
               WHEN 'H'
                   MOVE "ACCOUNT HISTORY" TO WS-CONV-NAME
                   MOVE 9 TO WS-ACCT-POS
                   MOVE 17 TO WS-PIN-POS
               WHEN 'S'
                   MOVE "SUSPENSE MASTER" TO WS-CONV-NAME
                   MOVE 15 TO WS-ACCT-POS
                   MOVE 23 TO WS-PIN-POS
                   MOVE 44 TO WS-CARD-POS
               WHEN 'F'
                   MOVE "TRANSACTION FEED" TO WS-CONV-NAME
                   MOVE 1 TO WS-ACCT-POS
                   MOVE 9 TO WS-PIN-POS
                   MOVE 30 TO WS-CARD-POS
               WHEN 'P'
                   MOVE "PENDING APPROVALS" TO WS-CONV-NAME
                   MOVE 9 TO WS-ACCT-POS
                   MOVE 18 TO WS-PIN-POS
               WHEN OTHER
                   DISPLAY "** INVALID CONVERSION MODE '" WS-CONV-MODE
                       "', RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       READ-PIN-KEY.
           OPEN INPUT PIN-KEY-FILE.
           IF PKY-FILE-STATUS NOT = "00"
               DISPLAY "** PIN KEY OPEN FAILED - STATUS "
                   PKY-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PIN-KEY-FILE
               AT END MOVE SPACES TO PKY-KEY
           END-READ.
           MOVE PKY-KEY TO WS-PIN-KEY.
           CLOSE PIN-KEY-FILE.
           IF WS-PIN-KEY = SPACES
               DISPLAY "** PIN KEY EMPTY, RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-CONVERSION-FILES.
           EVALUATE WS-CONV-MODE
               WHEN 'A'
                   OPEN INPUT ACCT-IN-FILE
                   OPEN OUTPUT ACCT-OUT-FILE
               WHEN 'C'
                   OPEN INPUT CARD-IN-FILE
                   OPEN OUTPUT CARD-OUT-FILE
               WHEN 'J'
                   OPEN INPUT JRNL-IN-FILE
                   OPEN OUTPUT JRNL-OUT-FILE
               WHEN 'H'
                   OPEN INPUT HIST-IN-FILE
                   OPEN OUTPUT HIST-OUT-FILE
               WHEN 'S'
                   OPEN INPUT SUSP-IN-FILE
                   OPEN OUTPUT SUSP-OUT-FILE
               WHEN 'F'
                   OPEN INPUT FEED-IN-FILE
                   OPEN OUTPUT FEED-OUT-FILE
               WHEN 'P'
                   OPEN INPUT PEND-IN-FILE
                   OPEN OUTPUT PEND-OUT-FILE
           END-EVALUATE.
           IF CIN-FILE-STATUS NOT = "00"
               DISPLAY "** " WS-CONV-NAME " INPUT OPEN FAILED - STATUS "
                   CIN-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF COUT-FILE-STATUS NOT = "00"
               DISPLAY "** " WS-CONV-NAME " OUTPUT OPEN FAILED - "
                   "STATUS " COUT-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-CONVERSION-FILES.
           EVALUATE WS-CONV-MODE
               WHEN 'A'
                   CLOSE ACCT-IN-FILE
                   CLOSE ACCT-OUT-FILE
               WHEN 'C'
                   CLOSE CARD-IN-FILE
                   CLOSE CARD-OUT-FILE
               WHEN 'J'
                   CLOSE JRNL-IN-FILE
                   CLOSE JRNL-OUT-FILE
               WHEN 'H'
                   CLOSE HIST-IN-FILE
                   CLOSE HIST-OUT-FILE
               WHEN 'S'
                   CLOSE SUSP-IN-FILE
                   CLOSE SUSP-OUT-FILE
               WHEN 'F'
                   CLOSE FEED-IN-FILE
                   CLOSE FEED-OUT-FILE
               WHEN 'P'
                   CLOSE PEND-IN-FILE
                   CLOSE PEND-OUT-FILE
           END-EVALUATE.

       READ-CONV-IN.
           MOVE SPACES TO WS-CONV-REC.
           EVALUATE WS-CONV-MODE
               WHEN 'A'
                   READ ACCT-IN-FILE INTO WS-CONV-REC
                       AT END MOVE 'Y' TO CONV-EOF
                   END-READ
               WHEN 'C'
                   READ CARD-IN-FILE INTO WS-CONV-REC
                       AT END MOVE 'Y' TO CONV-EOF
                   END-READ
               WHEN 'J'
                   READ JRNL-IN-FILE INTO WS-CONV-REC
                       AT END MOVE 'Y' TO CONV-EOF
                   END-READ
               WHEN 'H'
                   READ HIST-IN-FILE INTO WS-CONV-REC
                       AT END MOVE 'Y' TO CONV-EOF
                   END-READ
               WHEN 'S'
                   READ SUSP-IN-FILE INTO WS-CONV-REC
                       AT END MOVE 'Y' TO CONV-EOF
                   END-READ
               WHEN 'F'
                   READ FEED-IN-FILE INTO WS-CONV-REC
                       AT END MOVE 'Y' TO CONV-EOF
                   END-READ
               WHEN 'P'
                   READ PEND-IN-FILE INTO WS-CONV-REC
                       AT END MOVE 'Y' TO CONV-EOF
                   END-READ
           END-EVALUATE.

       WRITE-CONV-OUT.
           EVALUATE WS-CONV-MODE
               WHEN 'A'
                   WRITE ACCT-OUT-RECORD FROM WS-CONV-REC
               WHEN 'C'
                   WRITE CARD-OUT-RECORD FROM WS-CONV-REC
               WHEN 'J'
                   WRITE JRNL-OUT-RECORD FROM WS-CONV-REC
               WHEN 'H'
                   WRITE HIST-OUT-RECORD FROM WS-CONV-REC
               WHEN 'S'
                   WRITE SUSP-OUT-RECORD FROM WS-CONV-REC
               WHEN 'F'
                   WRITE FEED-OUT-RECORD FROM WS-CONV-REC
               WHEN 'P'
                   WRITE PEND-OUT-RECORD FROM WS-CONV-REC
           END-EVALUATE.

       CONVERT-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT.
           IF WS-CONV-REC(WS-PIN-POS:4) NOT NUMERIC
               OR (WS-CONV-MODE = 'P' AND WS-CONV-REC(17:1) NOT = 'P')
               ADD 1 TO WS-PASSED-COUNT
           ELSE
               MOVE "A" TO WS-PVV-TYPE
               IF WS-CONV-MODE = 'C'
                   MOVE "C" TO WS-PVV-TYPE
               END-IF
               MOVE WS-CONV-REC(WS-ACCT-POS:8) TO WS-PVV-ACCT
               IF WS-CARD-POS > 0
                   PERFORM BIND-TO-CARD-ACCOUNT
               END-IF
               MOVE WS-CONV-REC(WS-PIN-POS:4) TO WS-PVV-PIN
               PERFORM DERIVE-PIN-PVV
               MOVE WS-PVV TO WS-CONV-REC(WS-PIN-POS:4)
               ADD 1 TO WS-CONVERTED-COUNT
           END-IF.
           PERFORM WRITE-CONV-OUT.
           PERFORM READ-CONV-IN.

       BIND-TO-CARD-ACCOUNT.
           MOVE WS-CONV-REC(WS-CARD-POS:16) TO WS-CONV-CARD-X.
           IF WS-CONV-CARD-X NUMERIC AND WS-CONV-CARD-NO > 0
               MOVE "C" TO WS-PVV-TYPE
               MOVE ZEROS TO WS-PVV-ACCT
               IF WS-CARD-FILE-OK = 'Y'
                   MOVE WS-CONV-CARD-NO TO CRD-CARD-NO
                   READ CARD-MASTER
                       INVALID KEY
                           ADD 1 TO WS-NO-CARD-COUNT
                       NOT INVALID KEY
                           MOVE CRD-ACCT-NO TO WS-PVV-ACCT
                   END-READ
               ELSE
                   ADD 1 TO WS-NO-CARD-COUNT
               END-IF
           END-IF.

       DERIVE-PIN-PVV.
           MOVE WS-PIN-KEY TO WS-PVV-KEY.
           MOVE 0 TO WS-PVV-HASH-1.
           MOVE 0 TO WS-PVV-HASH-2.
           PERFORM 2 TIMES
               PERFORM VARYING WS-PVV-IX FROM 1 BY 1
                       UNTIL WS-PVV-IX > 29
                   COMPUTE WS-PVV-HASH-1 =
                       FUNCTION MOD(WS-PVV-HASH-1 * 257
                           + FUNCTION ORD(WS-PVV-DATA(WS-PVV-IX:1)),
                           99999989)
                   COMPUTE WS-PVV-HASH-2 =
                       FUNCTION MOD(WS-PVV-HASH-2 * 263
                           + (FUNCTION ORD(WS-PVV-DATA(WS-PVV-IX:1))
                           + WS-PVV-IX) * (WS-PVV-HASH-1 + 1),
                           99999971)
               END-PERFORM
           END-PERFORM.
           COMPUTE WS-PVV =
               FUNCTION MOD(WS-PVV-HASH-1 + WS-PVV-HASH-2, 10000).
           MOVE SPACES TO WS-PVV-DATA.
