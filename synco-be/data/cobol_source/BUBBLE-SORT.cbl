           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT MATCH-A-FILE ASSIGN TO "MATCHA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MATCHA-STATUS.
           SELECT MATCH-B-FILE ASSIGN TO "MATCHB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MATCHB-STATUS.
           SELECT MATCH-WORK-A-FILE ASSIGN TO "MATCHWA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MATCHWA-STATUS.
           SELECT MATCH-WORK-B-FILE ASSIGN TO "MATCHWB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MATCHWB-STATUS.
           SELECT MATCHED-FILE ASSIGN TO "MATCHED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MATCHED-STATUS.
           SELECT ONLY-A-FILE ASSIGN TO "ONLYA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ONLYA-STATUS.
           SELECT ONLY-B-FILE ASSIGN TO "ONLYB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ONLYB-STATUS.
           SELECT MATCH-RPT-FILE ASSIGN TO "MATCHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MATCHRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-FILE.
           COPY RUNCTL-REC.

       FD  MATCH-A-FILE.
       01  MATCH-A-RECORD          PIC X(100).

       FD  MATCH-B-FILE.
       01  MATCH-B-RECORD          PIC X(100).

       FD  MATCH-WORK-A-FILE.
       01  MATCH-WORK-A-RECORD     PIC X(100).

       FD  MATCH-WORK-B-FILE.
       01  MATCH-WORK-B-RECORD     PIC X(100).

       FD  MATCHED-FILE.
       01  MATCHED-RECORD.
           05  MTO-FLAG            PIC X.
           05  MTO-A-REC           PIC X(100).
           05  MTO-B-REC           PIC X(100).

       FD  ONLY-A-FILE.
       01  ONLY-A-RECORD           PIC X(100).

       FD  ONLY-B-FILE.
       01  ONLY-B-RECORD           PIC X(100).

       FD  MATCH-RPT-FILE.
       01  MATCH-RPT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  GEN-ARRAY.
           05  GEN-ENTRY OCCURS 1 TO 2000 TIMES
       01  WS-HELD-KEY         PIC X(100).
       01  WS-HELD-VALID       PIC X VALUE 'N'.

       01  MATCHA-STATUS       PIC X(2) VALUE "00".
       01  MATCHB-STATUS       PIC X(2) VALUE "00".
       01  MATCHWA-STATUS      PIC X(2) VALUE "00".
       01  MATCHWB-STATUS      PIC X(2) VALUE "00".
       01  MATCHED-STATUS      PIC X(2) VALUE "00".
       01  ONLYA-STATUS        PIC X(2) VALUE "00".
       01  ONLYB-STATUS        PIC X(2) VALUE "00".
       01  MATCHRPT-STATUS     PIC X(2) VALUE "00".
       01  WS-MATCH-TABLE.
           05  WS-MATCH-LEG OCCURS 2 TIMES.
               10  WS-MT-NAME      PIC X(6).
               10  WS-MT-OPEN      PIC X.
               10  WS-MT-EOF       PIC X.
               10  WS-MT-MISSING   PIC X.
               10  WS-MT-SORTED    PIC X.
               10  WS-MT-OUT-OF-SEQ PIC X.
               10  WS-MT-REC       PIC X(100).
               10  WS-MT-KEY       PIC X(100).
               10  WS-MT-PREV-KEY  PIC X(100).
               10  WS-MT-READ      PIC 9(6).
               10  WS-MT-ONLY      PIC 9(6).
       01  WS-MATCH-SIDE       PIC 9.
       01  WS-PAIRED-COUNT     PIC 9(6) VALUE 0.
       01  WS-AMT-SW           PIC X VALUE 'N'.
       01  WS-AMT-POS-A        PIC 9(3).
       01  WS-AMT-LEN-A        PIC 99.
       01  WS-AMT-POS-B        PIC 9(3).
       01  WS-AMT-LEN-B        PIC 99.
       01  WS-AMT-DIFF-COUNT   PIC 9(6) VALUE 0.
       01  WS-AMT-TOTAL-A      PIC 9(18) VALUE 0.
       01  WS-AMT-TOTAL-B      PIC 9(18) VALUE 0.
       01  WS-AMT-A-DISP       PIC Z(17)9.
       01  WS-AMT-B-DISP       PIC Z(17)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM WRITE-RUNCTL-START.
                   PERFORM RUN-SORT-VERB
               WHEN 'M'
                   PERFORM RUN-MERGE-FILES
               WHEN 'K'
                   PERFORM RUN-MATCH-FILES
               WHEN OTHER
                   PERFORM RUN-BUBBLE-SORT
           END-EVALUATE.
                       MOVE CTL2-LITERAL
                           TO WS-FLT-LITERAL(WS-FILTER-COUNT)
                   ELSE
                       DISPLAY "** FILTER TABLE FULL - SORT RUN STOPPED"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN 'T'
                   IF WS-SUM-COUNT < 3
                       MOVE CTL2-POS TO WS-SUM-POS(WS-SUM-COUNT)
                       MOVE CTL2-LEN TO WS-SUM-LEN(WS-SUM-COUNT)
                   ELSE
                       DISPLAY "** SUM FIELD TABLE FULL - SORT RUN"
                           " STOPPED"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN 'A'
                   MOVE 'Y' TO WS-AMT-SW
                   MOVE CTL2-POS TO WS-AMT-POS-A
                   MOVE CTL2-LEN TO WS-AMT-LEN-A
                   IF CTL2-LITERAL(1:5) IS NUMERIC
                       MOVE CTL2-LITERAL(1:3) TO WS-AMT-POS-B
                       MOVE CTL2-LITERAL(4:2) TO WS-AMT-LEN-B
                   ELSE
                       MOVE CTL2-POS TO WS-AMT-POS-B
                       MOVE CTL2-LEN TO WS-AMT-LEN-B
                   END-IF
               WHEN OTHER
                   DISPLAY "** UNKNOWN CONTROL CARD TYPE '"
                   STOP RUN
               END-IF
           END-PERFORM.
           IF WS-AMT-SW = 'Y'
               IF WS-AMT-POS-A < 1 OR WS-AMT-LEN-A < 1
                   OR WS-AMT-LEN-A > 18
                   OR WS-AMT-POS-A + WS-AMT-LEN-A - 1 > WS-REC-LEN
                   OR WS-AMT-POS-B < 1 OR WS-AMT-LEN-B < 1
                   OR WS-AMT-LEN-B > 18
                   OR WS-AMT-POS-B + WS-AMT-LEN-B - 1 > WS-REC-LEN
                   DISPLAY "** AMOUNT FIELD DEFINITION OUTSIDE RECORD"
                       " - RUN ABORTED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SUM-COUNT
               IF WS-SUM-POS(SX) < 1
                   OR WS-SUM-LEN(SX) < 1
                   AT END MOVE 'Y' TO SORT-IN-EOF
               END-READ
           END-IF.
           PERFORM UNTIL SORT-IN-EOF = 'Y'
               ADD 1 TO WS-RUNCTL-READ
               MOVE SORT-IN-RECORD TO TEMP-REC
               PERFORM CHECK-RECORD-FILTERS
               IF WS-REC-WANTED = 'Y' AND ARRAY-SIZE >= 2000
                   DISPLAY "** SORT-IN-FILE EXCEEDS 2000 RECORDS"
                       " - SORT RUN STOPPED"
                   CLOSE SORT-IN-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-REC-WANTED = 'Y'
                   ADD 1 TO ARRAY-SIZE
                   MOVE SORT-IN-RECORD TO GEN-REC(ARRAY-SIZE)
                   AT END MOVE 'Y' TO SORT-IN-EOF
               END-READ
           END-PERFORM.
           CLOSE SORT-IN-FILE.

       WRITE-SORTED-FILE.
           IF DUP-COUNT > 0
               DISPLAY "DUPLICATES FOUND: " DUP-COUNT
           END-IF.

       RUN-MATCH-FILES.
           MOVE "MATCHA" TO WS-MT-NAME(1).
           MOVE "MATCHB" TO WS-MT-NAME(2).
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 2
               MOVE 'N' TO WS-MT-OPEN(MX)
               MOVE 'N' TO WS-MT-EOF(MX)
               MOVE 'N' TO WS-MT-SORTED(MX)
               MOVE 0 TO WS-MT-READ(MX)
               MOVE 0 TO WS-MT-ONLY(MX)
               PERFORM CHECK-MATCH-SEQUENCE
               IF WS-MT-OUT-OF-SEQ(MX) = 'Y'
                   DISPLAY "MATCH INPUT " WS-MT-NAME(MX)
                       " NOT IN KEY SEQUENCE - SORTING"
                   MOVE MX TO WS-MATCH-SIDE
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SW-SORT-KEY
                       WITH DUPLICATES IN ORDER
                       INPUT PROCEDURE IS RELEASE-MATCH-INPUT
                       OUTPUT PROCEDURE IS RETURN-MATCH-INPUT
                   MOVE WS-MATCH-SIDE TO MX
                   MOVE 'Y' TO WS-MT-SORTED(MX)
               END-IF
           END-PERFORM.

           PERFORM OPEN-MATCH-LEGS.
           OPEN OUTPUT MATCHED-FILE.
           OPEN OUTPUT ONLY-A-FILE.
           OPEN OUTPUT ONLY-B-FILE.
           OPEN OUTPUT MATCH-RPT-FILE.
           MOVE "KEYED MATCH - FILE A (MATCHA) AGAINST FILE B (MATCHB)"
               TO MATCH-RPT-LINE.
           WRITE MATCH-RPT-LINE.

           PERFORM MATCH-ONE-KEY
               UNTIL WS-MT-EOF(1) = 'Y' AND WS-MT-EOF(2) = 'Y'.

           PERFORM WRITE-MATCH-SUMMARY.
           CLOSE MATCHED-FILE.
           CLOSE ONLY-A-FILE.
           CLOSE ONLY-B-FILE.
           CLOSE MATCH-RPT-FILE.
           PERFORM CLOSE-MATCH-LEGS.
           IF WS-MT-ONLY(1) > 0 OR WS-MT-ONLY(2) > 0
               OR WS-AMT-DIFF-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       CHECK-MATCH-SEQUENCE.
           MOVE 'N' TO WS-MT-OUT-OF-SEQ(MX).
           MOVE 'N' TO WS-MT-MISSING(MX).
           MOVE LOW-VALUES TO WS-MT-PREV-KEY(MX).
           MOVE 'N' TO SORT-IN-EOF.
           IF MX = 1
               OPEN INPUT MATCH-A-FILE
               IF MATCHA-STATUS = "35"
                   MOVE 'Y' TO WS-MT-MISSING(1)
               END-IF
           ELSE
               OPEN INPUT MATCH-B-FILE
               IF MATCHB-STATUS = "35"
                   MOVE 'Y' TO WS-MT-MISSING(2)
               END-IF
           END-IF.
           IF WS-MT-MISSING(MX) = 'Y'
               DISPLAY "No Match Input " WS-MT-NAME(MX)
                   " - Treated As Empty"
           ELSE
               PERFORM READ-MATCH-SEQ-RECORD
               PERFORM CHECK-ONE-SEQ-RECORD
                   UNTIL SORT-IN-EOF = 'Y'
               IF MX = 1
                   CLOSE MATCH-A-FILE
               ELSE
                   CLOSE MATCH-B-FILE
               END-IF
           END-IF.

       CHECK-ONE-SEQ-RECORD.
           PERFORM BUILD-SORT-KEY.
           IF WS-BUILT-KEY < WS-MT-PREV-KEY(MX)
               MOVE 'Y' TO WS-MT-OUT-OF-SEQ(MX)
               MOVE 'Y' TO SORT-IN-EOF
           ELSE
               MOVE WS-BUILT-KEY TO WS-MT-PREV-KEY(MX)
               PERFORM READ-MATCH-SEQ-RECORD
           END-IF.

       READ-MATCH-SEQ-RECORD.
           IF MX = 1
               READ MATCH-A-FILE
                   AT END MOVE 'Y' TO SORT-IN-EOF
                   NOT AT END MOVE MATCH-A-RECORD TO TEMP-REC
               END-READ
           ELSE
               READ MATCH-B-FILE
                   AT END MOVE 'Y' TO SORT-IN-EOF
                   NOT AT END MOVE MATCH-B-RECORD TO TEMP-REC
               END-READ
           END-IF.

       RELEASE-MATCH-INPUT.
           MOVE WS-MATCH-SIDE TO MX.
           MOVE 'N' TO SORT-IN-EOF.
           IF MX = 1
               OPEN INPUT MATCH-A-FILE
           ELSE
               OPEN INPUT MATCH-B-FILE
           END-IF.
           PERFORM READ-MATCH-SEQ-RECORD.
           PERFORM RELEASE-ONE-MATCH-RECORD UNTIL SORT-IN-EOF = 'Y'.
           IF MX = 1
               CLOSE MATCH-A-FILE
           ELSE
               CLOSE MATCH-B-FILE
           END-IF.

       RELEASE-ONE-MATCH-RECORD.
           PERFORM BUILD-SORT-KEY.
           MOVE WS-BUILT-KEY TO SW-SORT-KEY.
           MOVE TEMP-REC TO SW-REC-DATA.
           RELEASE SORT-WORK-RECORD.
           PERFORM READ-MATCH-SEQ-RECORD.

       RETURN-MATCH-INPUT.
           MOVE WS-MATCH-SIDE TO MX.
           IF MX = 1
               OPEN OUTPUT MATCH-WORK-A-FILE
           ELSE
               OPEN OUTPUT MATCH-WORK-B-FILE
           END-IF.
           MOVE 'N' TO SORT-WORK-EOF.
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO SORT-WORK-EOF
           END-RETURN.
           PERFORM RETURN-ONE-MATCH-RECORD UNTIL SORT-WORK-EOF = 'Y'.
           IF MX = 1
               CLOSE MATCH-WORK-A-FILE
           ELSE
               CLOSE MATCH-WORK-B-FILE
           END-IF.

       RETURN-ONE-MATCH-RECORD.
           IF MX = 1
               WRITE MATCH-WORK-A-RECORD FROM SW-REC-DATA
           ELSE
               WRITE MATCH-WORK-B-RECORD FROM SW-REC-DATA
           END-IF.
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO SORT-WORK-EOF
           END-RETURN.

       OPEN-MATCH-LEGS.
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 2
               IF WS-MT-MISSING(MX) = 'Y'
                   MOVE 'Y' TO WS-MT-EOF(MX)
               ELSE
                   EVALUATE TRUE
                       WHEN MX = 1 AND WS-MT-SORTED(1) = 'Y'
                           OPEN INPUT MATCH-WORK-A-FILE
                       WHEN MX = 1
                           OPEN INPUT MATCH-A-FILE
                       WHEN WS-MT-SORTED(2) = 'Y'
                           OPEN INPUT MATCH-WORK-B-FILE
                       WHEN OTHER
                           OPEN INPUT MATCH-B-FILE
                   END-EVALUATE
                   MOVE 'Y' TO WS-MT-OPEN(MX)
                   PERFORM READ-MATCH-LEG
               END-IF
           END-PERFORM.

       CLOSE-MATCH-LEGS.
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 2
               IF WS-MT-OPEN(MX) = 'Y'
                   EVALUATE TRUE
                       WHEN MX = 1 AND WS-MT-SORTED(1) = 'Y'
                           CLOSE MATCH-WORK-A-FILE
                       WHEN MX = 1
                           CLOSE MATCH-A-FILE
                       WHEN WS-MT-SORTED(2) = 'Y'
                           CLOSE MATCH-WORK-B-FILE
                       WHEN OTHER
                           CLOSE MATCH-B-FILE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       READ-MATCH-LEG.
           MOVE 'N' TO WS-REC-WANTED.
           PERFORM READ-MATCH-LEG-RECORD
               UNTIL WS-REC-WANTED = 'Y' OR WS-MT-EOF(MX) = 'Y'.
           IF WS-MT-EOF(MX) = 'N'
               MOVE TEMP-REC TO WS-MT-REC(MX)
               PERFORM BUILD-SORT-KEY
               MOVE WS-BUILT-KEY TO WS-MT-KEY(MX)
           END-IF.

       READ-MATCH-LEG-RECORD.
           EVALUATE TRUE
               WHEN MX = 1 AND WS-MT-SORTED(1) = 'Y'
                   READ MATCH-WORK-A-FILE
                       AT END MOVE 'Y' TO WS-MT-EOF(1)
                       NOT AT END
                           MOVE MATCH-WORK-A-RECORD TO TEMP-REC
                   END-READ
               WHEN MX = 1
                   READ MATCH-A-FILE
                       AT END MOVE 'Y' TO WS-MT-EOF(1)
                       NOT AT END MOVE MATCH-A-RECORD TO TEMP-REC
                   END-READ
               WHEN WS-MT-SORTED(2) = 'Y'
                   READ MATCH-WORK-B-FILE
                       AT END MOVE 'Y' TO WS-MT-EOF(2)
                       NOT AT END
                           MOVE MATCH-WORK-B-RECORD TO TEMP-REC
                   END-READ
               WHEN OTHER
                   READ MATCH-B-FILE
                       AT END MOVE 'Y' TO WS-MT-EOF(2)
                       NOT AT END MOVE MATCH-B-RECORD TO TEMP-REC
                   END-READ
           END-EVALUATE.
           IF WS-MT-EOF(MX) = 'N'
               ADD 1 TO WS-MT-READ(MX)
               ADD 1 TO WS-RUNCTL-READ
               PERFORM CHECK-RECORD-FILTERS
           END-IF.

       MATCH-ONE-KEY.
           IF WS-MT-EOF(1) = 'N' AND WS-MT-EOF(2) = 'N'
               AND WS-MT-KEY(1) = WS-MT-KEY(2)
               PERFORM WRITE-MATCHED-PAIR
               MOVE 1 TO MX
               PERFORM READ-MATCH-LEG
               MOVE 2 TO MX
               PERFORM READ-MATCH-LEG
           ELSE
               IF WS-MT-EOF(2) = 'Y'
                   OR (WS-MT-EOF(1) = 'N'
                       AND WS-MT-KEY(1) < WS-MT-KEY(2))
                   MOVE WS-MT-REC(1) TO ONLY-A-RECORD
                   WRITE ONLY-A-RECORD
                   ADD 1 TO WS-MT-ONLY(1)
                   ADD 1 TO WS-RUNCTL-WRITTEN
                   MOVE 1 TO MX
                   PERFORM READ-MATCH-LEG
               ELSE
                   MOVE WS-MT-REC(2) TO ONLY-B-RECORD
                   WRITE ONLY-B-RECORD
                   ADD 1 TO WS-MT-ONLY(2)
                   ADD 1 TO WS-RUNCTL-WRITTEN
                   MOVE 2 TO MX
                   PERFORM READ-MATCH-LEG
               END-IF
           END-IF.

       WRITE-MATCHED-PAIR.
           ADD 1 TO WS-PAIRED-COUNT.
           MOVE 'M' TO MTO-FLAG.
           IF WS-AMT-SW = 'Y'
               PERFORM COMPARE-PAIRED-AMOUNTS
           END-IF.
           MOVE WS-MT-REC(1) TO MTO-A-REC.
           MOVE WS-MT-REC(2) TO MTO-B-REC.
           WRITE MATCHED-RECORD.
           ADD 1 TO WS-RUNCTL-WRITTEN.

       COMPARE-PAIRED-AMOUNTS.
           IF WS-MT-REC(1)(WS-AMT-POS-A:WS-AMT-LEN-A) IS NUMERIC
               AND WS-MT-REC(2)(WS-AMT-POS-B:WS-AMT-LEN-B) IS NUMERIC
               MOVE WS-MT-REC(1)(WS-AMT-POS-A:WS-AMT-LEN-A)
                   TO WS-SUM-WORK-A
               MOVE WS-MT-REC(2)(WS-AMT-POS-B:WS-AMT-LEN-B)
                   TO WS-SUM-WORK-B
               ADD WS-SUM-WORK-A TO WS-AMT-TOTAL-A
               ADD WS-SUM-WORK-B TO WS-AMT-TOTAL-B
               IF WS-SUM-WORK-A NOT = WS-SUM-WORK-B
                   MOVE 'D' TO MTO-FLAG
                   MOVE WS-SUM-WORK-A TO WS-AMT-A-DISP
                   MOVE WS-SUM-WORK-B TO WS-AMT-B-DISP
                   PERFORM WRITE-AMOUNT-DIFF
               END-IF
           ELSE
               MOVE 'D' TO MTO-FLAG
               MOVE 0 TO WS-AMT-A-DISP
               MOVE 0 TO WS-AMT-B-DISP
               PERFORM WRITE-AMOUNT-DIFF
               MOVE "    AMOUNT NOT NUMERIC ON ONE OR BOTH RECORDS"
                   TO MATCH-RPT-LINE
               WRITE MATCH-RPT-LINE
           END-IF.

       WRITE-AMOUNT-DIFF.
           ADD 1 TO WS-AMT-DIFF-COUNT.
           MOVE SPACES TO MATCH-RPT-LINE.
           STRING "AMOUNT DIFF " WS-MT-REC(1)(1:20)
               " A " WS-AMT-A-DISP " B " WS-AMT-B-DISP
               DELIMITED BY SIZE INTO MATCH-RPT-LINE
           END-STRING.
           WRITE MATCH-RPT-LINE.

       WRITE-MATCH-SUMMARY.
           MOVE SPACES TO MATCH-RPT-LINE.
           WRITE MATCH-RPT-LINE.
           MOVE SPACES TO MATCH-RPT-LINE.
           STRING "FILE A READ " WS-MT-READ(1)
               "  FILE B READ " WS-MT-READ(2)
               "  FILTERED " WS-FILTERED-COUNT
               DELIMITED BY SIZE INTO MATCH-RPT-LINE
           END-STRING.
           WRITE MATCH-RPT-LINE.
           DISPLAY MATCH-RPT-LINE.
           MOVE SPACES TO MATCH-RPT-LINE.
           STRING "PAIRED " WS-PAIRED-COUNT
               "  ONLY IN A " WS-MT-ONLY(1)
               "  ONLY IN B " WS-MT-ONLY(2)
               DELIMITED BY SIZE INTO MATCH-RPT-LINE
           END-STRING.
           WRITE MATCH-RPT-LINE.
           DISPLAY MATCH-RPT-LINE.
           IF WS-AMT-SW = 'Y'
               MOVE WS-AMT-TOTAL-A TO WS-AMT-A-DISP
               MOVE WS-AMT-TOTAL-B TO WS-AMT-B-DISP
               MOVE SPACES TO MATCH-RPT-LINE
               STRING "PAIRED AMOUNT DIFFS " WS-AMT-DIFF-COUNT
                   "  TOTAL A " WS-AMT-A-DISP
                   " B " WS-AMT-B-DISP
                   DELIMITED BY SIZE INTO MATCH-RPT-LINE
               END-STRING
               WRITE MATCH-RPT-LINE
               DISPLAY MATCH-RPT-LINE
           END-IF.
           IF WS-MT-SORTED(1) = 'Y' OR WS-MT-SORTED(2) = 'Y'
               MOVE SPACES TO MATCH-RPT-LINE
               STRING "SORTED BEFORE MATCHING: A " WS-MT-SORTED(1)
                   "  B " WS-MT-SORTED(2)
                   DELIMITED BY SIZE INTO MATCH-RPT-LINE
               END-STRING
               WRITE MATCH-RPT-LINE
           END-IF.
