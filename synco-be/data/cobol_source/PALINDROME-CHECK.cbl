           SELECT FEED-HIST-FILE ASSIGN TO "FEEDHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FHX-FILE-STATUS.
           SELECT TRANS-REJ-FILE ASSIGN TO "TRNREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TREJ-FILE-STATUS.
           SELECT PIN-KEY-FILE ASSIGN TO "PINKEY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PKY-FILE-STATUS.
           SELECT CARD-MASTER ASSIGN TO "CARDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-CARD-NO
               FILE STATUS IS CARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FHX-REC-COUNT       PIC 9(6).
           05  FHX-HASH            PIC 9(12).

       FD  TRANS-REJ-FILE.
       01  TRANS-REJ-RECORD.
           05  TRJ-TRANS-IMAGE     PIC X(63).
           05  TRJ-REASON          PIC X(4).
           05  TRJ-REJECT-DATE     PIC X(8).
           05  FILLER              PIC X(5).

       FD  PIN-KEY-FILE.
       01  PIN-KEY-RECORD.
           05  PKY-KEY             PIC X(16).
           05  FILLER              PIC X(64).

       FD  CARD-MASTER.
           COPY CARD-REC.

       WORKING-STORAGE SECTION.
       01  INPUT-STRING        PIC X(20).
       01  CLEAN-STRING        PIC X(20).
       01  WS-RUNCTL-REJECTED  PIC 9(6) VALUE 0.
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-PRIOR-DATE       PIC X(8) VALUE SPACES.
       01  WS-REF-SEQ          PIC 9(6) VALUE 0.
       01  FHX-FILE-STATUS     PIC X(2) VALUE "00".
       01  FHX-EOF             PIC X VALUE 'N'.
       01  WS-FEED-COUNT       PIC 9(6) VALUE 0.
       01  WS-FEED-HASH        PIC 9(12) VALUE 0.
       01  WS-FEED-DUP         PIC X VALUE 'N'.
       01  TREJ-FILE-STATUS    PIC X(2) VALUE "00".
       01  WS-RPR-SEQ          PIC 9(5) VALUE 0.
       01  WS-REPAIR-REF       PIC X VALUE 'N'.
       01  PKY-FILE-STATUS     PIC X(2) VALUE "00".
       01  CARD-FILE-STATUS    PIC X(2) VALUE "00".
       01  WS-CARD-FILE-OK     PIC X VALUE 'N'.
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
           DISPLAY "TRANSACTION VALIDATION GATE STARTED".

           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-PIN-KEY.
           OPEN INPUT CARD-MASTER.
           IF CARD-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CARD-FILE-OK
           ELSE
               DISPLAY "No Card Master - Card PINs Will Not Verify"
           END-IF.

           OPEN INPUT TRANS-IN-FILE.
           OPEN OUTPUT VALID-TRANS-FILE.
           OPEN OUTPUT TRANS-EXCP-FILE.
           OPEN OUTPUT TRANS-REJ-FILE.

           IF TRANS-FILE-STATUS = "35"
               DISPLAY "No Transaction File - Nothing To Validate"
           CLOSE TRANS-IN-FILE.
           CLOSE VALID-TRANS-FILE.
           CLOSE TRANS-EXCP-FILE.
           CLOSE TRANS-REJ-FILE.
           IF WS-CARD-FILE-OK = 'Y'
               CLOSE CARD-MASTER
           END-IF.

           IF WS-FEED-COUNT > 0
               PERFORM CHECK-FEED-HISTORY
           DISPLAY "TRANSACTION VALIDATION GATE COMPLETE".

       VALIDATE-ONE-TRANS.
           MOVE 'N' TO WS-REPAIR-REF.
           IF TRANS-REF-ID(9:1) = "R"
               AND TRANS-REF-ID(1:8) NUMERIC
               AND TRANS-REF-ID(10:5) NUMERIC
               MOVE 'Y' TO WS-REPAIR-REF
           END-IF.
           IF TRANS-BRANCH-ID NOT = "HQ"
               AND TRANS-BRANCH-ID NOT = "PAY"
               AND WS-REPAIR-REF = 'N'
               ADD 1 TO WS-FEED-COUNT
               COMPUTE WS-FEED-HASH =
                   FUNCTION MOD(WS-FEED-HASH + TRANS-ACCT-NO
                       + (TRANS-AMOUNT * 100), 999999999999)
               PERFORM CONVERT-TRANS-PIN
           END-IF.

           MOVE SPACES TO WS-REJECT-REASON.
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               AND TRANS-BRANCH-ID = "PAY"
               AND TRANS-REF-ID NOT = SPACES
               AND WS-PRIOR-DATE NOT = SPACES
               AND TRANS-REF-ID(1:8) NOT = WS-PRIOR-DATE
               MOVE "PAYD" TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-CLEAN-COUNT
               IF (TRANS-BRANCH-ID NOT = "PAY"
                   OR TRANS-REF-ID = SPACES)
                   AND WS-REPAIR-REF = 'N'
                   ADD 1 TO WS-REF-SEQ
                   MOVE SPACES TO TRANS-REF-ID
                   MOVE WS-TODAY-DATE TO TRANS-REF-ID(1:8)
                   MOVE WS-REF-SEQ TO TRANS-REF-ID(9:6)
               END-IF
               WRITE VALID-TRANS-RECORD FROM TRANS-RECORD
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               IF WS-REPAIR-REF = 'N'
                   AND (TRANS-BRANCH-ID NOT = "PAY"
                   OR TRANS-REF-ID = SPACES)
                   ADD 1 TO WS-RPR-SEQ
                   MOVE SPACES TO TRANS-REF-ID
                   MOVE WS-TODAY-DATE TO TRANS-REF-ID(1:8)
                   MOVE "R" TO TRANS-REF-ID(9:1)
                   MOVE WS-RPR-SEQ TO TRANS-REF-ID(10:5)
               END-IF
               MOVE TRANS-RECORD TO TRJ-TRANS-IMAGE
               MOVE WS-REJECT-REASON TO TRJ-REASON
               MOVE WS-TODAY-DATE TO TRJ-REJECT-DATE
               WRITE TRANS-REJ-RECORD
               MOVE SPACES TO TRANS-EXCP-LINE
               STRING "REJECT " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   TRANS-OPTION DELIMITED BY SIZE
                   " AMOUNT " DELIMITED BY SIZE
                   TRANS-AMOUNT DELIMITED BY SIZE
                   " REF " DELIMITED BY SIZE
                   TRANS-REF-ID DELIMITED BY SIZE
                   INTO TRANS-EXCP-LINE
               END-STRING
               WRITE TRANS-EXCP-LINE
               AT END MOVE 'Y' TO TRANS-EOF
           END-READ.

       CONVERT-TRANS-PIN.
           MOVE "A" TO WS-PVV-TYPE.
           MOVE TRANS-ACCT-NO TO WS-PVV-ACCT.
           IF TRANS-CARD-NO NUMERIC AND TRANS-CARD-NO > 0
               MOVE "C" TO WS-PVV-TYPE
               MOVE ZEROS TO WS-PVV-ACCT
               IF WS-CARD-FILE-OK = 'Y'
                   MOVE TRANS-CARD-NO TO CRD-CARD-NO
                   READ CARD-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CRD-ACCT-NO TO WS-PVV-ACCT
                   END-READ
               END-IF
           END-IF.
           MOVE TRANS-PIN TO WS-PVV-PIN.
           PERFORM DERIVE-PIN-PVV.
           MOVE WS-PVV TO TRANS-PIN.

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

       CHECK-FEED-HISTORY.
           OPEN INPUT FEED-HIST-FILE.
           IF FHX-FILE-STATUS = "35"
                           TO WS-TODAY-DATE
                   NOT AT END
                       MOVE BDT-CURRENT-DATE TO WS-TODAY-DATE
                       MOVE BDT-PRIOR-DATE TO WS-PRIOR-DATE
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE-FILE.
