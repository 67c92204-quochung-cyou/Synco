           SELECT CONTROL-CARD ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT CATCH-UP-REPORT ASSIGN TO "CATCHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CRP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-RUN-MODE        PIC X.
           05  CTL-CUTOFF-TIME     PIC X(4).
           05  CTL-FEED-DATE       PIC X(8).

       FD  CATCH-UP-REPORT.
       01  CATCH-UP-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  HOL-EOF             PIC X VALUE 'N'.
       01  WS-RUN-MODE         PIC X VALUE 'E'.
       01  WS-BUSDATE-IMAGE    PIC X(21).
       01  CRP-FILE-STATUS     PIC X(2) VALUE "00".
       01  WS-CUTOFF-TIME      PIC X(4) VALUE "0600".
       01  WS-FEED-DATE        PIC X(8) VALUE SPACES.
       01  WS-FEED-SOURCE      PIC X(8) VALUE "CARD".
       01  WS-SYSTEM-STAMP.
           05  WS-SYS-DATE     PIC X(8).
           05  WS-SYS-TIME     PIC X(4).
       01  WS-GAP-TOO-LARGE    PIC X VALUE 'N'.

       01  WS-MISSED-TABLE.
           05  WS-MISSED-ENTRY OCCURS 60 TIMES.
               10  WS-MSD-DATE     PIC X(8).
               10  WS-MSD-DOW      PIC 9.
               10  WS-MSD-MONTH-END PIC X.
               10  WS-MSD-YEAR-END PIC X.
       01  WS-MISSED-COUNT     PIC 99 VALUE 0.
       01  MX                  PIC 99.

       01  WS-DAY-NAMES        PIC X(21)
           VALUE "MONTUEWEDTHUFRISATSUN".

       01  WS-CRP-HDR1.
           05  FILLER           PIC X(24)
               VALUE "CATCH-UP REQUIRED - RUN ".
           05  WS-CRP-RUN-DATE  PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-CRP-RUN-TIME  PIC X(4).
           05  FILLER           PIC X(12) VALUE "  FEED DATE ".
           05  WS-CRP-FEED-DATE PIC X(8).
           05  FILLER           PIC X(23) VALUE SPACES.
       01  WS-CRP-HDR2.
           05  FILLER           PIC X(29)
               VALUE "LAST PROCESSED BUSINESS DATE ".
           05  WS-CRP-LAST-DATE PIC X(8).
           05  FILLER           PIC X(26)
               VALUE "   BUSINESS DATES MISSED: ".
           05  WS-CRP-MISSED    PIC Z9.
           05  FILLER           PIC X(15) VALUE SPACES.
       01  WS-CRP-PLAN.
           05  FILLER           PIC X(11) VALUE "  MISSED   ".
           05  WS-CRP-PLAN-DATE PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-CRP-PLAN-DOW  PIC X(3).
           05  FILLER           PIC X(13) VALUE "  MONTH-END ".
           05  WS-CRP-PLAN-ME   PIC X.
           05  FILLER           PIC X(12) VALUE "  YEAR-END ".
           05  WS-CRP-PLAN-YE   PIC X.
           05  FILLER           PIC X(30) VALUE SPACES.
       01  WS-CRP-DONE.
           05  FILLER           PIC X(24)
               VALUE "CATCH-UP COMPLETE - RUN ".
           05  WS-CRP-DONE-DATE PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-CRP-DONE-TIME PIC X(4).
           05  FILLER           PIC X(20)
               VALUE "  BUSINESS DATE NOW ".
           05  WS-CRP-DONE-BUS  PIC X(8).
           05  FILLER           PIC X(15) VALUE SPACES.

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE PIC X(8) OCCURS 30 TIMES.
               WHEN 'E'
                   PERFORM MARK-DAY-PROCESSED
                   PERFORM ADVANCE-BUSINESS-DATE
               WHEN 'G'
                   PERFORM CHECK-FOR-GAP
               WHEN 'C'
                   PERFORM CHECK-FOR-GAP
               WHEN OTHER
                   DISPLAY "UNKNOWN MODE '" WS-RUN-MODE
                       "' - NO ACTION TAKEN"
                   AT END DISPLAY "Empty Control Card"
                   NOT AT END
                       MOVE CTL-RUN-MODE TO WS-RUN-MODE
                       IF CTL-CUTOFF-TIME IS NUMERIC
                           MOVE CTL-CUTOFF-TIME TO WS-CUTOFF-TIME
                       END-IF
                       IF CTL-FEED-DATE IS NUMERIC
                           MOVE CTL-FEED-DATE TO WS-FEED-DATE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE HOL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
           ELSE
               DISPLAY "** HOLIDAY TABLE FULL - CALENDAR RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ HOLIDAY-FILE
               AT END MOVE 'Y' TO HOL-EOF
               DISPLAY "BUSINESS DATE ADVANCED TO " BDT-CURRENT-DATE
           END-IF.

       CHECK-FOR-GAP.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-SYSTEM-STAMP.
           PERFORM SET-FEED-DATE.
           MOVE WS-BUSDATE-IMAGE TO BUSINESS-DATE-RECORD.
           IF BDT-STATUS = 'P'
               DISPLAY "** BUSINESS DAY " BDT-CURRENT-DATE
                   " PROCESSED BUT NOT ADVANCED - RUN MODE A **"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM FIND-MISSED-DATES
               IF WS-GAP-TOO-LARGE = 'Y'
                   DISPLAY "** BUSINESS DATE " BDT-CURRENT-DATE
                       " IS MORE THAN 60 BUSINESS DAYS BEHIND FEED"
                       " DATE " WS-FEED-DATE " **"
                   MOVE 8 TO RETURN-CODE
               ELSE
               IF WS-MISSED-COUNT = 0
                   DISPLAY "BUSINESS DATE " BDT-CURRENT-DATE
                       " IS CURRENT FOR FEED DATE " WS-FEED-DATE
                   IF WS-RUN-MODE = 'C'
                       PERFORM WRITE-CATCH-UP-DONE
                   END-IF
               ELSE
                   DISPLAY "** " WS-MISSED-COUNT
                       " BUSINESS DATE(S) MISSED BEFORE FEED DATE "
                       WS-FEED-DATE " - CATCH-UP REQUIRED **"
                   PERFORM VARYING MX FROM 1 BY 1
                           UNTIL MX > WS-MISSED-COUNT
                       DISPLAY "   MISSED " WS-MSD-DATE(MX)
                           " MONTH-END " WS-MSD-MONTH-END(MX)
                           " YEAR-END " WS-MSD-YEAR-END(MX)
                   END-PERFORM
                   IF WS-RUN-MODE = 'G'
                       PERFORM WRITE-CATCH-UP-PLAN
                   END-IF
                   MOVE 4 TO RETURN-CODE
               END-IF
               END-IF
           END-IF.

       SET-FEED-DATE.
           IF WS-FEED-DATE = SPACES
               MOVE "SYSTEM" TO WS-FEED-SOURCE
               MOVE WS-SYS-DATE TO WS-FEED-DATE
               IF WS-SYS-TIME < WS-CUTOFF-TIME
                   MOVE WS-FEED-DATE TO WS-CAND-DATE
                   PERFORM BACK-ONE-CALENDAR-DAY
                   MOVE WS-CAND-DATE TO WS-FEED-DATE
               END-IF
           END-IF.
           DISPLAY "FEED DATE " WS-FEED-DATE " (" WS-FEED-SOURCE
               ", CUTOFF " WS-CUTOFF-TIME ")".

       FIND-MISSED-DATES.
           MOVE 0 TO WS-MISSED-COUNT.
           MOVE BDT-CURRENT-DATE TO WS-CAND-DATE.
           MOVE BDT-DAY-OF-WEEK TO WS-CAND-DOW.
           PERFORM UNTIL WS-CAND-DATE NOT < WS-FEED-DATE
                   OR WS-GAP-TOO-LARGE = 'Y'
               IF WS-MISSED-COUNT < 60
                   ADD 1 TO WS-MISSED-COUNT
                   MOVE WS-CAND-DATE TO WS-MSD-DATE(WS-MISSED-COUNT)
                   MOVE WS-CAND-DOW TO WS-MSD-DOW(WS-MISSED-COUNT)
                   PERFORM FIND-NEXT-BUSINESS-DAY
                   IF WS-MSD-DATE(WS-MISSED-COUNT)(5:2)
                       NOT = WS-CAND-DATE(5:2)
                       MOVE 'Y' TO WS-MSD-MONTH-END(WS-MISSED-COUNT)
                   ELSE
                       MOVE 'N' TO WS-MSD-MONTH-END(WS-MISSED-COUNT)
                   END-IF
                   IF WS-MSD-DATE(WS-MISSED-COUNT)(1:4)
                       NOT = WS-CAND-DATE(1:4)
                       MOVE 'Y' TO WS-MSD-YEAR-END(WS-MISSED-COUNT)
                   ELSE
                       MOVE 'N' TO WS-MSD-YEAR-END(WS-MISSED-COUNT)
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-GAP-TOO-LARGE
               END-IF
           END-PERFORM.

       WRITE-CATCH-UP-PLAN.
           PERFORM OPEN-CATCH-UP-REPORT.
           MOVE WS-SYS-DATE TO WS-CRP-RUN-DATE.
           MOVE WS-SYS-TIME TO WS-CRP-RUN-TIME.
           MOVE WS-FEED-DATE TO WS-CRP-FEED-DATE.
           MOVE BDT-PRIOR-DATE TO WS-CRP-LAST-DATE.
           MOVE WS-MISSED-COUNT TO WS-CRP-MISSED.
           MOVE SPACES TO CATCH-UP-LINE.
           WRITE CATCH-UP-LINE.
           WRITE CATCH-UP-LINE FROM WS-CRP-HDR1.
           WRITE CATCH-UP-LINE FROM WS-CRP-HDR2.
           PERFORM VARYING MX FROM 1 BY 1
                   UNTIL MX > WS-MISSED-COUNT
               MOVE WS-MSD-DATE(MX) TO WS-CRP-PLAN-DATE
               MOVE WS-DAY-NAMES(WS-MSD-DOW(MX) * 3 - 2:3)
                   TO WS-CRP-PLAN-DOW
               MOVE WS-MSD-MONTH-END(MX) TO WS-CRP-PLAN-ME
               MOVE WS-MSD-YEAR-END(MX) TO WS-CRP-PLAN-YE
               WRITE CATCH-UP-LINE FROM WS-CRP-PLAN
           END-PERFORM.
           CLOSE CATCH-UP-REPORT.

       WRITE-CATCH-UP-DONE.
           PERFORM OPEN-CATCH-UP-REPORT.
           MOVE WS-SYS-DATE TO WS-CRP-DONE-DATE.
           MOVE WS-SYS-TIME TO WS-CRP-DONE-TIME.
           MOVE BDT-CURRENT-DATE TO WS-CRP-DONE-BUS.
           WRITE CATCH-UP-LINE FROM WS-CRP-DONE.
           CLOSE CATCH-UP-REPORT.

       OPEN-CATCH-UP-REPORT.
           OPEN EXTEND CATCH-UP-REPORT.
           IF CRP-FILE-STATUS = "35"
               OPEN OUTPUT CATCH-UP-REPORT
           END-IF.

       FIND-NEXT-BUSINESS-DAY.
           MOVE 0 TO WS-GUARD.
           PERFORM ADVANCE-ONE-CALENDAR-DAY.
           END-IF.
           MOVE WS-WORK-DATE TO WS-CAND-DATE.

       BACK-ONE-CALENDAR-DAY.
           MOVE WS-CAND-DATE(1:4) TO WS-WRK-YEAR.
           MOVE WS-CAND-DATE(5:2) TO WS-WRK-MONTH.
           MOVE WS-CAND-DATE(7:2) TO WS-WRK-DAY.
           IF WS-WRK-DAY > 1
               SUBTRACT 1 FROM WS-WRK-DAY
           ELSE
               IF WS-WRK-MONTH > 1
                   SUBTRACT 1 FROM WS-WRK-MONTH
               ELSE
                   MOVE 12 TO WS-WRK-MONTH
                   SUBTRACT 1 FROM WS-WRK-YEAR
               END-IF
               PERFORM SET-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WRK-DAY
           END-IF.
           MOVE WS-WORK-DATE TO WS-CAND-DATE.

       SET-DAYS-IN-MONTH.
           EVALUATE WS-WRK-MONTH
               WHEN 1 MOVE 31 TO WS-DAYS-IN-MONTH
