           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.
           SELECT RETRO-REQ-FILE ASSIGN TO "RETROREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RRQ-FILE-STATUS.
           SELECT BENEFITS-FILE ASSIGN TO "BENEFITS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BEN-FILE-STATUS.
           SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PH-FILE-STATUS.
           SELECT PTO-MASTER-FILE ASSIGN TO "PTOMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PTO-FILE-STATUS.
           SELECT SUPP-PAY-FILE ASSIGN TO "SUPPPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUPP-FILE-STATUS.
           SELECT NH-PEND-FILE ASSIGN TO "NHPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NHP-FILE-STATUS.
           SELECT NH-PEND-OUT-FILE ASSIGN TO "NHPNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NHO-FILE-STATUS.
           SELECT NEW-HIRE-FILE ASSIGN TO "NEWHIRE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NH-FILE-STATUS.
           SELECT NEW-HIRE-RPT-FILE ASSIGN TO "NEWHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NHR-FILE-STATUS.
           SELECT FINAL-PAY-RPT-FILE ASSIGN TO "FINPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FPR-FILE-STATUS.
           SELECT HEADCOUNT-RPT-FILE ASSIGN TO "HEADRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HCR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  EML-TIME             PIC X(6).
           05  EML-ACTION           PIC X.
           05  EML-ID               PIC X(10).
           05  EML-BEFORE           PIC X(88).
           05  EML-AFTER            PIC X(88).

       FD  RUN-CTL-FILE.
           COPY RUNCTL-REC.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       FD  RETRO-REQ-FILE.
           COPY RETROREQ-REC.

       FD  BENEFITS-FILE.
       01  BENEFITS-RECORD.
           05  BEN-EMP-ID          PIC X(10).
           05  BEN-401K            PIC 9(6)V99.
           05  BEN-HEALTH          PIC 9(6)V99.
           05  BEN-DEPENDENTS      PIC 99.
           05  BEN-PAY-FREQ        PIC X.
           05  BEN-STATE           PIC XX.
           05  BEN-ROUTING-NO      PIC 9(9).
           05  BEN-BANK-ACCT-NO    PIC X(17).
           05  BEN-SPLIT-PCT       PIC 9(3).
           05  BEN-PAY-TYPE        PIC X.
           05  BEN-HOURLY-RATE     PIC 9(3)V99.
           05  BEN-PAY-METHOD      PIC X.

       FD  PAY-HIST-FILE.
           COPY PAYHIST-REC.

       FD  PTO-MASTER-FILE.
           COPY PTO-REC.

       FD  SUPP-PAY-FILE.
       01  SUPP-PAY-RECORD.
           05  SP-EMP-ID           PIC X(6).
           05  SP-AMOUNT           PIC 9(7)V99.
           05  SP-REASON           PIC X(10).

       FD  NH-PEND-FILE.
       01  NH-PEND-RECORD.
           05  NHP-STATE           PIC XX.
           05  NHP-EMP-ID          PIC X(10).
           05  NHP-NAME            PIC X(30).
           05  NHP-HIRE-DATE       PIC 9(8).
           05  NHP-HIRE-TYPE       PIC X.
           05  NHP-DEPARTMENT      PIC X(10).
           05  NHP-FIRST-SEEN      PIC 9(8).

       FD  NH-PEND-OUT-FILE.
       01  NH-PEND-OUT-RECORD      PIC X(69).

       FD  NEW-HIRE-FILE.
       01  NEW-HIRE-RECORD.
           05  NH-STATE            PIC XX.
           05  NH-EMP-ID           PIC X(10).
           05  NH-NAME             PIC X(30).
           05  NH-HIRE-DATE        PIC 9(8).
           05  NH-HIRE-TYPE        PIC X.
           05  NH-DEPARTMENT       PIC X(10).
           05  NH-REPORT-DATE      PIC 9(8).

       FD  NEW-HIRE-RPT-FILE.
       01  NEW-HIRE-RPT-LINE       PIC X(80).

       FD  FINAL-PAY-RPT-FILE.
       01  FINAL-PAY-RPT-LINE      PIC X(80).

       FD  HEADCOUNT-RPT-FILE.
       01  HEADCOUNT-RPT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  RAW-DATA            PIC X(60).
       01  WS-ACTION           PIC X.
       01  WS-SALARY-LEN       PIC 99 VALUE 0.
       01  PTR                 PIC 99 VALUE 1.
       01  WS-CURRENT-DATETIME PIC X(21).
       01  WS-BEFORE-IMAGE     PIC X(88).

       01  RAW-FILE-STATUS     PIC X(2) VALUE "00".
       01  RAW-EOF             PIC X VALUE 'N'.
       01  PENDL-FILE-STATUS   PIC X(2) VALUE "00".
       01  PENDF-EOF           PIC X VALUE 'N'.
       01  WS-EFFDATE          PIC X(8).
       01  WS-TERM-REASON      PIC X(2).
       01  WS-EVENT-DATE       PIC 9(8).
       01  WS-RELEASED-COUNT   PIC 9(4) VALUE 0.
       01  WS-PARKED-COUNT     PIC 9(4) VALUE 0.
       01  WS-CARRIED-COUNT    PIC 9(4) VALUE 0.
       01  RRQ-FILE-STATUS     PIC X(2) VALUE "00".
       01  WS-OLD-SALARY       PIC S9(9)V99 VALUE 0.
       01  WS-RETRO-COUNT      PIC 9(4) VALUE 0.

       01  BEN-FILE-STATUS     PIC X(2) VALUE "00".
       01  PH-FILE-STATUS      PIC X(2) VALUE "00".
       01  PTO-FILE-STATUS     PIC X(2) VALUE "00".
       01  SUPP-FILE-STATUS    PIC X(2) VALUE "00".
       01  NHP-FILE-STATUS     PIC X(2) VALUE "00".
       01  NHO-FILE-STATUS     PIC X(2) VALUE "00".
       01  NH-FILE-STATUS      PIC X(2) VALUE "00".
       01  NHR-FILE-STATUS     PIC X(2) VALUE "00".
       01  FPR-FILE-STATUS     PIC X(2) VALUE "00".
       01  HCR-FILE-STATUS     PIC X(2) VALUE "00".
       01  BEN-EOF             PIC X VALUE 'N'.
       01  PH-EOF              PIC X VALUE 'N'.
       01  PTO-EOF             PIC X VALUE 'N'.
       01  NHP-EOF             PIC X VALUE 'N'.
       01  EMP-EOF             PIC X VALUE 'N'.

       01  WS-BEN-TABLE.
           05  WS-BEN-ENTRY OCCURS 500 TIMES.
               10  WS-BEN-EMP-ID   PIC X(10).
               10  WS-BEN-STATE    PIC XX.
               10  WS-BEN-PAYTYPE  PIC X.
       01  WS-BEN-COUNT        PIC 9(3) VALUE 0.
       01  BX                  PIC 9(3).
       01  WS-BEN-IX           PIC 9(3).
       01  WS-BEN-FOUND        PIC X.
       01  WS-LOOKUP-ID        PIC X(10).

       01  WS-NH-TABLE.
           05  WS-NH-ENTRY OCCURS 500 TIMES.
               10  WS-NHT-EMP-ID   PIC X(10).
               10  WS-NHT-NAME     PIC X(30).
               10  WS-NHT-DEPT     PIC X(10).
               10  WS-NHT-HIRE     PIC 9(8).
               10  WS-NHT-TYPE     PIC X.
               10  WS-NHT-SEEN     PIC 9(8).
               10  WS-NHT-STATE    PIC XX.
               10  WS-NHT-DONE     PIC X.
       01  WS-NH-COUNT         PIC 9(3) VALUE 0.
       01  NX                  PIC 9(3).
       01  WS-NH-REPORT-DAYS   PIC 9(3) VALUE 20.
       01  WS-NH-CUR-STATE     PIC XX.
       01  WS-NH-STATE-COUNT   PIC 9(4) VALUE 0.
       01  WS-NH-REPORTED      PIC 9(4) VALUE 0.
       01  WS-NH-AWAITING      PIC 9(4) VALUE 0.
       01  WS-NH-LATE          PIC 9(4) VALUE 0.
       01  WS-NH-QUEUED        PIC 9(4) VALUE 0.
       01  WS-NH-NEED          PIC 9(5) VALUE 0.
       01  WS-TRM-NEED         PIC 9(5) VALUE 0.

       01  WS-TRM-TABLE.
           05  WS-TRM-ENTRY OCCURS 200 TIMES.
               10  WS-TRM-EMP-ID   PIC X(10).
               10  WS-TRM-NAME     PIC X(30).
               10  WS-TRM-ANNUAL   PIC 9(9)V99.
               10  WS-TRM-DATE     PIC 9(8).
               10  WS-TRM-REASON   PIC XX.
               10  WS-TRM-START    PIC 9(8).
               10  WS-TRM-PAID     PIC 9(8).
               10  WS-TRM-VAC-HRS  PIC 9(4)V99.
               10  WS-TRM-VAC-RATE PIC 9(4)V99.
       01  WS-TRM-COUNT        PIC 9(3) VALUE 0.
       01  TX                  PIC 9(3).
       01  WS-FINAL-DAYS       PIC S9(7) VALUE 0.
       01  WS-FINAL-WAGES      PIC 9(7)V99 VALUE 0.
       01  WS-FINAL-PTO        PIC 9(7)V99 VALUE 0.
       01  WS-FINAL-AMOUNT     PIC 9(7)V99 VALUE 0.
       01  WS-FINAL-NOTE       PIC X(60).
       01  WS-FINAL-COUNT      PIC 9(4) VALUE 0.
       01  WS-FINAL-REVIEW     PIC 9(4) VALUE 0.
       01  WS-FINAL-TOTAL      PIC 9(9)V99 VALUE 0.

       01  WS-TODAY-SERIAL     PIC 9(7).
       01  WS-TERM-SERIAL      PIC 9(7).
       01  WS-REC-SERIAL       PIC 9(7).
       01  WS-SERIAL-GAP       PIC S9(7).
       01  WS-WORK-DATE        PIC X(8).
       01  WS-SER-YEAR         PIC 9(4).
       01  WS-SER-PRIOR-YEAR   PIC 9(4).
       01  WS-SER-MONTH        PIC 99.
       01  WS-SER-DAY          PIC 99.
       01  WS-SER-T1           PIC 9(7).
       01  WS-SER-T2           PIC 9(5).
       01  WS-SER-T3           PIC 9(3).
       01  WS-SER-T4           PIC 9(2).
       01  WS-SER-LEAP-REM     PIC 9(4).
       01  WS-MONTH-DAYS-TBL.
           05  FILLER PIC 9(3) VALUE 000.
           05  FILLER PIC 9(3) VALUE 031.
           05  FILLER PIC 9(3) VALUE 059.
           05  FILLER PIC 9(3) VALUE 090.
           05  FILLER PIC 9(3) VALUE 120.
           05  FILLER PIC 9(3) VALUE 151.
           05  FILLER PIC 9(3) VALUE 181.
           05  FILLER PIC 9(3) VALUE 212.
           05  FILLER PIC 9(3) VALUE 243.
           05  FILLER PIC 9(3) VALUE 273.
           05  FILLER PIC 9(3) VALUE 304.
           05  FILLER PIC 9(3) VALUE 334.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TBL.
           05  WS-MONTH-DAYS PIC 9(3) OCCURS 12 TIMES.

       01  WS-DPT-TABLE.
           05  WS-DPT-ENTRY OCCURS 100 TIMES.
               10  WS-DPT-NAME     PIC X(10).
               10  WS-DPT-START    PIC 9(5).
               10  WS-DPT-HIRES    PIC 9(5).
               10  WS-DPT-TERMS    PIC 9(5).
               10  WS-DPT-END      PIC 9(5).
       01  WS-DPT-COUNT        PIC 9(3) VALUE 0.
       01  DX                  PIC 9(3).
       01  WS-DPT-IX           PIC 9(3).
       01  WS-DPT-FOUND        PIC X.
       01  WS-MONTH-START      PIC 9(8).
       01  WS-EMP-START        PIC 9(8).
       01  WS-TOT-START        PIC 9(5) VALUE 0.
       01  WS-TOT-HIRES        PIC 9(5) VALUE 0.
       01  WS-TOT-TERMS        PIC 9(5) VALUE 0.
       01  WS-TOT-END          PIC 9(5) VALUE 0.
       01  WS-HC-START         PIC 9(5) VALUE 0.
       01  WS-HC-HIRES         PIC 9(5) VALUE 0.
       01  WS-HC-TERMS         PIC 9(5) VALUE 0.
       01  WS-HC-END           PIC 9(5) VALUE 0.
       01  WS-AVG-HEAD         PIC 9(5)V9 VALUE 0.
       01  WS-TURNOVER-PCT     PIC 9(4)V9 VALUE 0.

       01  WS-NHR-HEADING.
           05  FILLER          PIC X(13) VALUE "  EMP ID".
           05  FILLER          PIC X(31) VALUE "NAME".
           05  FILLER          PIC X(9)  VALUE "HIRED".
           05  FILLER          PIC X(7)  VALUE "TYPE".
           05  FILLER          PIC X(20) VALUE " DAYS".
       01  WS-NHR-DETAIL.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-NHR-EMP-ID   PIC X(10).
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-NHR-NAME     PIC X(30).
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-NHR-HIRE     PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-NHR-TYPE     PIC X(6).
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-NHR-DAYS     PIC ZZZZ9.
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-NHR-FLAG     PIC X(14).

       01  WS-FPR-HEADING.
           05  FILLER          PIC X(13) VALUE "  EMP ID".
           05  FILLER          PIC X(21) VALUE "NAME".
           05  FILLER          PIC X(9)  VALUE "TERMED".
           05  FILLER          PIC X(4)  VALUE "RSN".
           05  FILLER          PIC X(10) VALUE "    WAGES".
           05  FILLER          PIC X(10) VALUE "  PTO PAY".
           05  FILLER          PIC X(13) VALUE "  FINAL PAY".
       01  WS-FPR-DETAIL.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-FPR-EMP-ID   PIC X(10).
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-FPR-NAME     PIC X(20).
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-FPR-DATE     PIC X(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-FPR-REASON   PIC XX.
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-FPR-WAGES    PIC ZZ,ZZ9.99.
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-FPR-PTO      PIC ZZ,ZZ9.99.
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-FPR-AMOUNT   PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(4)  VALUE SPACES.
       01  WS-FPR-TOTAL-AMT    PIC $$$,$$$,$$9.99.

       01  WS-HCR-HEADING.
           05  FILLER          PIC X(12) VALUE "DEPARTMENT".
           05  FILLER          PIC X(10) VALUE "     START".
           05  FILLER          PIC X(10) VALUE "     HIRES".
           05  FILLER          PIC X(10) VALUE "     TERMS".
           05  FILLER          PIC X(10) VALUE "       END".
           05  FILLER          PIC X(28) VALUE "  TURNOVER".
       01  WS-HCR-DETAIL.
           05  WS-HCR-DEPT     PIC X(10).
           05  FILLER          PIC X(7)  VALUE SPACES.
           05  WS-HCR-START    PIC ZZZZ9.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  WS-HCR-HIRES    PIC ZZZZ9.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  WS-HCR-TERMS    PIC ZZZZ9.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  WS-HCR-END      PIC ZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  WS-HCR-PCT      PIC ZZZ9.9.
           05  FILLER          PIC X(18) VALUE " %".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN OUTPUT MAINT-LOG-FILE.
           OPEN OUTPUT PEND-OUT-FILE.
           OPEN OUTPUT PEND-LIST-FILE.
           OPEN EXTEND RETRO-REQ-FILE.
           IF RRQ-FILE-STATUS = "35"
               OPEN OUTPUT RETRO-REQ-FILE
           END-IF.
           OPEN EXTEND SUPP-PAY-FILE.
           IF SUPP-FILE-STATUS = "35"
               OPEN OUTPUT SUPP-PAY-FILE
           END-IF.
           PERFORM LOAD-BENEFITS-TABLE.
           PERFORM LOAD-PENDING-NEW-HIRES.
           PERFORM CHECK-QUEUE-CAPACITY.
           MOVE "PENDING EFFECTIVE-DATED EMPLOYEE MAINTENANCE"
               TO PEND-LIST-LINE.
           WRITE PEND-LIST-LINE.
           END-PERFORM.

           CLOSE RAW-DATA-FILE.

           PERFORM REPORT-NEW-HIRES.
           PERFORM PROCESS-FINAL-PAY.
           PERFORM REPORT-HEADCOUNT.

           CLOSE EMPLOYEE-MASTER.
           CLOSE EXCEPTION-RPT-FILE.
           CLOSE EXPORT-FILE.
           CLOSE MAINT-LOG-FILE.
           CLOSE PEND-OUT-FILE.
           CLOSE PEND-LIST-FILE.
           CLOSE RETRO-REQ-FILE.
           CLOSE SUPP-PAY-FILE.

           DISPLAY "--------------------".
           DISPLAY "RECORDS READ      : " WS-RECORD-COUNT.
           DISPLAY "PENDING RELEASED  : " WS-RELEASED-COUNT.
           DISPLAY "PENDING PARKED    : " WS-PARKED-COUNT.
           DISPLAY "PENDING CARRIED   : " WS-CARRIED-COUNT.
           DISPLAY "RETRO REQUESTS    : " WS-RETRO-COUNT.
           DISPLAY "NEW HIRES QUEUED  : " WS-NH-QUEUED.
           DISPLAY "NEW HIRES REPORTED: " WS-NH-REPORTED.
           DISPLAY "NEW HIRES LATE    : " WS-NH-LATE.
           DISPLAY "AWAITING STATE    : " WS-NH-AWAITING.
           DISPLAY "FINAL PAY REQUESTS: " WS-FINAL-COUNT.
           DISPLAY "FINAL PAY REVIEW  : " WS-FINAL-REVIEW.
           PERFORM WRITE-RUNCTL-END.
           STOP RUN.

               WS-ROLE WS-DEPT WS-SALARY.
           MOVE 1 TO PTR.
           MOVE SPACES TO WS-EFFDATE.
           MOVE SPACES TO WS-TERM-REASON.
           UNSTRING RAW-DATA DELIMITED BY ";" OR ","
               INTO WS-ACTION, WS-ID, WS-FNAME, WS-LNAME, WS-ROLE,
                   WS-DEPT, WS-SALARY, WS-EFFDATE, WS-TERM-REASON
               WITH POINTER PTR.

           DISPLAY "Action    : " WS-ACTION.
           DISPLAY "Department: " WS-DEPT.
           DISPLAY "Salary    : " WS-SALARY.
           DISPLAY "Effective : " WS-EFFDATE.
           DISPLAY "Term Rsn  : " WS-TERM-REASON.

           IF WS-EFFDATE IS NUMERIC
               MOVE WS-EFFDATE TO WS-EVENT-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-EVENT-DATE
           END-IF.

           MOVE SPACES TO WS-EXCP-REASON.
           MOVE 'Y' TO WS-VALID-RECORD.
           END-IF
           END-IF.

       CHECK-QUEUE-CAPACITY.
           MOVE 0 TO WS-NH-NEED.
           MOVE 0 TO WS-TRM-NEED.
           MOVE 'N' TO PENDF-EOF.
           OPEN INPUT PEND-FEED-FILE.
           IF PENDF-FILE-STATUS = "35"
               MOVE 'Y' TO PENDF-EOF
           ELSE
               READ PEND-FEED-FILE
                   AT END MOVE 'Y' TO PENDF-EOF
               END-READ
           END-IF.
           PERFORM SCAN-ONE-PENDING UNTIL PENDF-EOF = 'Y'.
           CLOSE PEND-FEED-FILE.
           MOVE 'N' TO PENDF-EOF.

           IF RAW-FILE-STATUS NOT = "35"
               READ RAW-DATA-FILE INTO RAW-DATA
                   AT END MOVE 'Y' TO RAW-EOF
               END-READ
               PERFORM SCAN-ONE-RAW UNTIL RAW-EOF = 'Y'
               CLOSE RAW-DATA-FILE
               OPEN INPUT RAW-DATA-FILE
               MOVE 'N' TO RAW-EOF
           END-IF.

           IF WS-NH-COUNT + WS-NH-NEED > 500
               DISPLAY "** NEW HIRE TABLE FULL - " WS-NH-NEED
                   " HIRES IN FEED - MAINTENANCE RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TRM-NEED > 200
               DISPLAY "** FINAL PAY TABLE FULL - " WS-TRM-NEED
                   " TERMINATIONS IN FEED - MAINTENANCE RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SCAN-ONE-PENDING.
           IF PFD-EFF-DATE <= WS-TODAY-DATE
               MOVE PFD-RAW-DATA TO RAW-DATA
               PERFORM TALLY-QUEUE-NEED
           END-IF.
           READ PEND-FEED-FILE
               AT END MOVE 'Y' TO PENDF-EOF
           END-READ.

       SCAN-ONE-RAW.
           PERFORM TALLY-QUEUE-NEED.
           READ RAW-DATA-FILE INTO RAW-DATA
               AT END MOVE 'Y' TO RAW-EOF
           END-READ.

       TALLY-QUEUE-NEED.
           MOVE SPACES TO WS-ACTION WS-ID WS-FNAME WS-LNAME
               WS-ROLE WS-DEPT WS-SALARY.
           MOVE 1 TO PTR.
           MOVE SPACES TO WS-EFFDATE.
           MOVE SPACES TO WS-TERM-REASON.
           UNSTRING RAW-DATA DELIMITED BY ";" OR ","
               INTO WS-ACTION, WS-ID, WS-FNAME, WS-LNAME, WS-ROLE,
                   WS-DEPT, WS-SALARY, WS-EFFDATE, WS-TERM-REASON
               WITH POINTER PTR.
           IF WS-EFFDATE = SPACES
               OR WS-EFFDATE NOT > WS-TODAY-DATE
               IF WS-ACTION = 'A'
                   ADD 1 TO WS-NH-NEED
               END-IF
               IF WS-ACTION = 'T'
                   ADD 1 TO WS-TRM-NEED
               END-IF
           END-IF.

       PROCESS-PENDING-FEED.
           OPEN INPUT PEND-FEED-FILE.
           IF PENDF-FILE-STATUS = "35"
               INVALID KEY CONTINUE
           END-READ.
           IF EMP-FILE-STATUS = "00"
               IF CP-STATUS = 'T'
                   PERFORM REHIRE-EMPLOYEE
               ELSE
                   MOVE "DUPLICATE ADD" TO WS-EXCP-REASON
                   PERFORM WRITE-EXCEPTION
               END-IF
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
               PERFORM BUILD-PERSON-RECORD
               MOVE 'A' TO CP-STATUS
               MOVE WS-EVENT-DATE TO CP-HIRE-DATE
               MOVE 0 TO CP-REHIRE-DATE
               MOVE 0 TO CP-TERM-DATE
               MOVE SPACES TO CP-TERM-REASON
               WRITE COMMON-PERSON-RECORD
                   INVALID KEY
                       MOVE "ADD FAILED" TO WS-EXCP-REASON
                   ADD 1 TO WS-VALID-COUNT
                   PERFORM WRITE-MAINT-LOG
                   PERFORM EXPORT-ONE-RECORD
                   PERFORM QUEUE-NEW-HIRE
               ELSE
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       REHIRE-EMPLOYEE.
           MOVE COMMON-PERSON-RECORD TO WS-BEFORE-IMAGE.
           PERFORM BUILD-PERSON-RECORD.
           MOVE 'A' TO CP-STATUS.
           MOVE WS-EVENT-DATE TO CP-REHIRE-DATE.
           MOVE 0 TO CP-TERM-DATE.
           MOVE SPACES TO CP-TERM-REASON.
           REWRITE COMMON-PERSON-RECORD
               INVALID KEY
                   MOVE "REHIRE FAILED" TO WS-EXCP-REASON
           END-REWRITE.
           IF WS-EXCP-REASON = SPACES
               ADD 1 TO WS-VALID-COUNT
               PERFORM WRITE-MAINT-LOG
               PERFORM EXPORT-ONE-RECORD
               PERFORM QUEUE-NEW-HIRE
               DISPLAY "Rehired Effective " WS-EVENT-DATE
           ELSE
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHANGE-EMPLOYEE.
           MOVE WS-ID TO CP-ID.
           READ EMPLOYEE-MASTER
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE COMMON-PERSON-RECORD TO WS-BEFORE-IMAGE
               MOVE CP-BALANCE-OR-SALARY TO WS-OLD-SALARY
               PERFORM BUILD-PERSON-RECORD
               REWRITE COMMON-PERSON-RECORD
                   INVALID KEY
                   ADD 1 TO WS-VALID-COUNT
                   PERFORM WRITE-MAINT-LOG
                   PERFORM EXPORT-ONE-RECORD
                   IF WS-EFFDATE NOT = SPACES
                       AND WS-EFFDATE IS NUMERIC
                       AND WS-EFFDATE < WS-TODAY-DATE
                       AND CP-BALANCE-OR-SALARY NOT = WS-OLD-SALARY
                       PERFORM WRITE-RETRO-REQUEST
                   END-IF
               ELSE
                   PERFORM WRITE-EXCEPTION
               END-IF
           IF EMP-FILE-STATUS NOT = "00"
               MOVE "UNKNOWN TERMINATE" TO WS-EXCP-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
           IF CP-STATUS = 'T'
               MOVE "ALREADY TERMINATED" TO WS-EXCP-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE COMMON-PERSON-RECORD TO WS-BEFORE-IMAGE
               MOVE 'T' TO CP-STATUS
               MOVE WS-EVENT-DATE TO CP-TERM-DATE
               MOVE WS-TERM-REASON TO CP-TERM-REASON
               REWRITE COMMON-PERSON-RECORD
                   INVALID KEY
                       MOVE "TERMINATE FAILED" TO WS-EXCP-REASON
               IF WS-EXCP-REASON = SPACES
                   ADD 1 TO WS-VALID-COUNT
                   PERFORM WRITE-MAINT-LOG
                   PERFORM QUEUE-FINAL-PAY
               ELSE
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF
           END-IF.

       QUEUE-NEW-HIRE.
           IF WS-NH-COUNT < 500
               ADD 1 TO WS-NH-COUNT
               ADD 1 TO WS-NH-QUEUED
               MOVE CP-ID TO WS-NHT-EMP-ID(WS-NH-COUNT)
               MOVE CP-NAME TO WS-NHT-NAME(WS-NH-COUNT)
               MOVE CP-DEPARTMENT TO WS-NHT-DEPT(WS-NH-COUNT)
               MOVE WS-EVENT-DATE TO WS-NHT-HIRE(WS-NH-COUNT)
               IF CP-REHIRE-DATE > 0
                   MOVE 'R' TO WS-NHT-TYPE(WS-NH-COUNT)
               ELSE
                   MOVE 'N' TO WS-NHT-TYPE(WS-NH-COUNT)
               END-IF
               MOVE WS-TODAY-DATE TO WS-NHT-SEEN(WS-NH-COUNT)
               MOVE SPACES TO WS-NHT-STATE(WS-NH-COUNT)
               MOVE 'N' TO WS-NHT-DONE(WS-NH-COUNT)
           ELSE
               DISPLAY "** NEW HIRE TABLE FULL AT EMP " CP-ID
                   " - MAINTENANCE RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       QUEUE-FINAL-PAY.
           IF WS-TRM-COUNT < 200
               ADD 1 TO WS-TRM-COUNT
               MOVE CP-ID TO WS-TRM-EMP-ID(WS-TRM-COUNT)
               MOVE CP-NAME TO WS-TRM-NAME(WS-TRM-COUNT)
               MOVE CP-BALANCE-OR-SALARY
                   TO WS-TRM-ANNUAL(WS-TRM-COUNT)
               MOVE CP-TERM-DATE TO WS-TRM-DATE(WS-TRM-COUNT)
               MOVE CP-TERM-REASON TO WS-TRM-REASON(WS-TRM-COUNT)
               IF CP-REHIRE-DATE > 0
                   MOVE CP-REHIRE-DATE TO WS-TRM-START(WS-TRM-COUNT)
               ELSE
                   MOVE CP-HIRE-DATE TO WS-TRM-START(WS-TRM-COUNT)
               END-IF
               MOVE 0 TO WS-TRM-PAID(WS-TRM-COUNT)
               MOVE 0 TO WS-TRM-VAC-HRS(WS-TRM-COUNT)
               MOVE 0 TO WS-TRM-VAC-RATE(WS-TRM-COUNT)
           ELSE
               DISPLAY "** FINAL PAY TABLE FULL AT EMP " CP-ID
                   " - MAINTENANCE RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-RETRO-REQUEST.
           ADD 1 TO WS-RETRO-COUNT.
           MOVE WS-ID(1:6) TO RRQ-EMP-ID.
           MOVE WS-EFFDATE TO RRQ-EFF-DATE.
           MOVE WS-SALARY-NUM TO RRQ-NEW-ANNUAL.
           MOVE 0 TO RRQ-NEW-HOURLY.
           WRITE RETRO-REQ-RECORD.
           DISPLAY "Back-Dated Change - Retro Requested From "
               WS-EFFDATE.

       BUILD-PERSON-RECORD.
           MOVE SPACES TO WS-FULL-NAME.
           STRING WS-FNAME DELIMITED BY SPACE
               INTO EXPORT-LINE
           END-STRING.
           WRITE EXPORT-LINE.

       LOAD-BENEFITS-TABLE.
           OPEN INPUT BENEFITS-FILE.
           IF BEN-FILE-STATUS = "35"
               DISPLAY "No Benefits File - Work States Unknown"
               MOVE 'Y' TO BEN-EOF
           ELSE
               READ BENEFITS-FILE
                   AT END MOVE 'Y' TO BEN-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-BENEFIT UNTIL BEN-EOF = 'Y'.
           CLOSE BENEFITS-FILE.

       LOAD-ONE-BENEFIT.
           IF WS-BEN-COUNT < 500
               ADD 1 TO WS-BEN-COUNT
               MOVE BEN-EMP-ID TO WS-BEN-EMP-ID(WS-BEN-COUNT)
               MOVE BEN-STATE TO WS-BEN-STATE(WS-BEN-COUNT)
               MOVE BEN-PAY-TYPE TO WS-BEN-PAYTYPE(WS-BEN-COUNT)
           ELSE
               DISPLAY "** BENEFITS TABLE FULL - MAINTENANCE RUN "
                   "STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ BENEFITS-FILE
               AT END MOVE 'Y' TO BEN-EOF
           END-READ.

       FIND-BENEFIT-ENTRY.
           MOVE 'N' TO WS-BEN-FOUND.
           PERFORM VARYING BX FROM 1 BY 1
                   UNTIL BX > WS-BEN-COUNT OR WS-BEN-FOUND = 'Y'
               IF WS-BEN-EMP-ID(BX) = WS-LOOKUP-ID
                   MOVE BX TO WS-BEN-IX
                   MOVE 'Y' TO WS-BEN-FOUND
               END-IF
           END-PERFORM.

       LOAD-PENDING-NEW-HIRES.
           OPEN INPUT NH-PEND-FILE.
           IF NHP-FILE-STATUS = "35"
               MOVE 'Y' TO NHP-EOF
           ELSE
               READ NH-PEND-FILE
                   AT END MOVE 'Y' TO NHP-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-PENDING-HIRE UNTIL NHP-EOF = 'Y'.
           CLOSE NH-PEND-FILE.

       LOAD-ONE-PENDING-HIRE.
           IF WS-NH-COUNT < 500
               ADD 1 TO WS-NH-COUNT
               MOVE NHP-EMP-ID TO WS-NHT-EMP-ID(WS-NH-COUNT)
               MOVE NHP-NAME TO WS-NHT-NAME(WS-NH-COUNT)
               MOVE NHP-DEPARTMENT TO WS-NHT-DEPT(WS-NH-COUNT)
               MOVE NHP-HIRE-DATE TO WS-NHT-HIRE(WS-NH-COUNT)
               MOVE NHP-HIRE-TYPE TO WS-NHT-TYPE(WS-NH-COUNT)
               MOVE NHP-FIRST-SEEN TO WS-NHT-SEEN(WS-NH-COUNT)
               MOVE SPACES TO WS-NHT-STATE(WS-NH-COUNT)
               MOVE 'N' TO WS-NHT-DONE(WS-NH-COUNT)
           ELSE
               DISPLAY "** NEW HIRE TABLE FULL - MAINTENANCE RUN "
                   "STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ NH-PEND-FILE
               AT END MOVE 'Y' TO NHP-EOF
           END-READ.

       REPORT-NEW-HIRES.
           OPEN OUTPUT NEW-HIRE-FILE.
           OPEN OUTPUT NEW-HIRE-RPT-FILE.
           OPEN OUTPUT NH-PEND-OUT-FILE.
           MOVE WS-TODAY-DATE TO WS-WORK-DATE.
           PERFORM COMPUTE-DATE-SERIAL.
           MOVE WS-REC-SERIAL TO WS-TODAY-SERIAL.

           MOVE SPACES TO NEW-HIRE-RPT-LINE.
           STRING "STATE NEW-HIRE REPORTING - BUSINESS DATE "
               DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO NEW-HIRE-RPT-LINE
           END-STRING.
           WRITE NEW-HIRE-RPT-LINE.
           MOVE WS-NH-REPORT-DAYS TO WS-NHR-DAYS.
           MOVE SPACES TO NEW-HIRE-RPT-LINE.
           STRING "HIRES AND REHIRES DUE WITHIN " DELIMITED BY SIZE
               WS-NHR-DAYS DELIMITED BY SIZE
               " DAYS OF THE HIRE DATE, BY WORK STATE"
               DELIMITED BY SIZE
               INTO NEW-HIRE-RPT-LINE
           END-STRING.
           WRITE NEW-HIRE-RPT-LINE.

           PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > WS-NH-COUNT
               MOVE WS-NHT-EMP-ID(NX) TO WS-LOOKUP-ID
               PERFORM FIND-BENEFIT-ENTRY
               IF WS-BEN-FOUND = 'Y'
                   MOVE WS-BEN-STATE(WS-BEN-IX) TO WS-NHT-STATE(NX)
               END-IF
           END-PERFORM.

           PERFORM FIND-NEXT-NH-STATE.
           PERFORM REPORT-ONE-NH-STATE
               UNTIL WS-NH-CUR-STATE = HIGH-VALUES.

           MOVE SPACES TO NEW-HIRE-RPT-LINE.
           WRITE NEW-HIRE-RPT-LINE.
           MOVE "AWAITING WORK STATE - NO BENEFITS RECORD, CARRIED"
               TO NEW-HIRE-RPT-LINE.
           WRITE NEW-HIRE-RPT-LINE.
           WRITE NEW-HIRE-RPT-LINE FROM WS-NHR-HEADING.
           PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > WS-NH-COUNT
               IF WS-NHT-STATE(NX) = SPACES
                   PERFORM CARRY-ONE-NEW-HIRE
               END-IF
           END-PERFORM.

           MOVE SPACES TO NEW-HIRE-RPT-LINE.
           WRITE NEW-HIRE-RPT-LINE.
           MOVE SPACES TO NEW-HIRE-RPT-LINE.
           STRING "REPORTED " DELIMITED BY SIZE
               WS-NH-REPORTED DELIMITED BY SIZE
               "  AWAITING STATE " DELIMITED BY SIZE
               WS-NH-AWAITING DELIMITED BY SIZE
               "  PAST DUE " DELIMITED BY SIZE
               WS-NH-LATE DELIMITED BY SIZE
               INTO NEW-HIRE-RPT-LINE
           END-STRING.
           WRITE NEW-HIRE-RPT-LINE.

           CLOSE NEW-HIRE-FILE.
           CLOSE NEW-HIRE-RPT-FILE.
           CLOSE NH-PEND-OUT-FILE.

       FIND-NEXT-NH-STATE.
           MOVE HIGH-VALUES TO WS-NH-CUR-STATE.
           PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > WS-NH-COUNT
               IF WS-NHT-STATE(NX) NOT = SPACES
                   AND WS-NHT-DONE(NX) = 'N'
                   AND WS-NHT-STATE(NX) < WS-NH-CUR-STATE
                   MOVE WS-NHT-STATE(NX) TO WS-NH-CUR-STATE
               END-IF
           END-PERFORM.

       REPORT-ONE-NH-STATE.
           MOVE 0 TO WS-NH-STATE-COUNT.
           MOVE SPACES TO NEW-HIRE-RPT-LINE.
           WRITE NEW-HIRE-RPT-LINE.
           MOVE SPACES TO NEW-HIRE-RPT-LINE.
           STRING "WORK STATE " DELIMITED BY SIZE
               WS-NH-CUR-STATE DELIMITED BY SIZE
               INTO NEW-HIRE-RPT-LINE
           END-STRING.
           WRITE NEW-HIRE-RPT-LINE.
           WRITE NEW-HIRE-RPT-LINE FROM WS-NHR-HEADING.
           PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > WS-NH-COUNT
               IF WS-NHT-STATE(NX) = WS-NH-CUR-STATE
                   AND WS-NHT-DONE(NX) = 'N'
                   PERFORM REPORT-ONE-NEW-HIRE
               END-IF
           END-PERFORM.
           MOVE SPACES TO NEW-HIRE-RPT-LINE.
           STRING "  STATE " DELIMITED BY SIZE
               WS-NH-CUR-STATE DELIMITED BY SIZE
               " REPORTED: " DELIMITED BY SIZE
               WS-NH-STATE-COUNT DELIMITED BY SIZE
               INTO NEW-HIRE-RPT-LINE
           END-STRING.
           WRITE NEW-HIRE-RPT-LINE.
           PERFORM FIND-NEXT-NH-STATE.

       REPORT-ONE-NEW-HIRE.
           MOVE 'Y' TO WS-NHT-DONE(NX).
           ADD 1 TO WS-NH-STATE-COUNT.
           ADD 1 TO WS-NH-REPORTED.
           MOVE WS-NHT-STATE(NX) TO NH-STATE.
           MOVE WS-NHT-EMP-ID(NX) TO NH-EMP-ID.
           MOVE WS-NHT-NAME(NX) TO NH-NAME.
           MOVE WS-NHT-HIRE(NX) TO NH-HIRE-DATE.
           MOVE WS-NHT-TYPE(NX) TO NH-HIRE-TYPE.
           MOVE WS-NHT-DEPT(NX) TO NH-DEPARTMENT.
           MOVE WS-TODAY-DATE TO NH-REPORT-DATE.
           WRITE NEW-HIRE-RECORD.
           PERFORM FORMAT-NEW-HIRE-LINE.
           IF WS-SERIAL-GAP > WS-NH-REPORT-DAYS
               ADD 1 TO WS-NH-LATE
               MOVE "REPORTED LATE" TO WS-NHR-FLAG
           END-IF.
           WRITE NEW-HIRE-RPT-LINE FROM WS-NHR-DETAIL.

       CARRY-ONE-NEW-HIRE.
           ADD 1 TO WS-NH-AWAITING.
           MOVE SPACES TO NHP-STATE.
           MOVE WS-NHT-EMP-ID(NX) TO NHP-EMP-ID.
           MOVE WS-NHT-NAME(NX) TO NHP-NAME.
           MOVE WS-NHT-HIRE(NX) TO NHP-HIRE-DATE.
           MOVE WS-NHT-TYPE(NX) TO NHP-HIRE-TYPE.
           MOVE WS-NHT-DEPT(NX) TO NHP-DEPARTMENT.
           MOVE WS-NHT-SEEN(NX) TO NHP-FIRST-SEEN.
           WRITE NH-PEND-OUT-RECORD FROM NH-PEND-RECORD.
           PERFORM FORMAT-NEW-HIRE-LINE.
           IF WS-SERIAL-GAP > WS-NH-REPORT-DAYS
               ADD 1 TO WS-NH-LATE
               MOVE "OVERDUE" TO WS-NHR-FLAG
           END-IF.
           WRITE NEW-HIRE-RPT-LINE FROM WS-NHR-DETAIL.

       FORMAT-NEW-HIRE-LINE.
           MOVE WS-NHT-HIRE(NX) TO WS-WORK-DATE.
           PERFORM COMPUTE-DATE-SERIAL.
           COMPUTE WS-SERIAL-GAP = WS-TODAY-SERIAL - WS-REC-SERIAL.
           IF WS-SERIAL-GAP < 0
               MOVE 0 TO WS-SERIAL-GAP
           END-IF.
           MOVE WS-NHT-EMP-ID(NX) TO WS-NHR-EMP-ID.
           MOVE WS-NHT-NAME(NX) TO WS-NHR-NAME.
           MOVE WS-NHT-HIRE(NX) TO WS-NHR-HIRE.
           IF WS-NHT-TYPE(NX) = 'R'
               MOVE "REHIRE" TO WS-NHR-TYPE
           ELSE
               MOVE "NEW" TO WS-NHR-TYPE
           END-IF.
           MOVE WS-SERIAL-GAP TO WS-NHR-DAYS.
           MOVE SPACES TO WS-NHR-FLAG.

       PROCESS-FINAL-PAY.
           OPEN OUTPUT FINAL-PAY-RPT-FILE.
           MOVE SPACES TO FINAL-PAY-RPT-LINE.
           STRING "FINAL PAY REQUESTS FOR THE NEXT OFF-CYCLE RUN - "
               DELIMITED BY SIZE
               "BUSINESS DATE " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO FINAL-PAY-RPT-LINE
           END-STRING.
           WRITE FINAL-PAY-RPT-LINE.
           MOVE SPACES TO FINAL-PAY-RPT-LINE.
           WRITE FINAL-PAY-RPT-LINE.
           WRITE FINAL-PAY-RPT-LINE FROM WS-FPR-HEADING.

           IF WS-TRM-COUNT > 0
               PERFORM LOAD-LAST-PAY-DATES
               PERFORM LOAD-PTO-BALANCES
               PERFORM VARYING TX FROM 1 BY 1
                       UNTIL TX > WS-TRM-COUNT
                   PERFORM BUILD-ONE-FINAL-PAY
               END-PERFORM
           END-IF.

           MOVE SPACES TO FINAL-PAY-RPT-LINE.
           WRITE FINAL-PAY-RPT-LINE.
           MOVE SPACES TO FINAL-PAY-RPT-LINE.
           STRING "TERMINATIONS " DELIMITED BY SIZE
               WS-TRM-COUNT DELIMITED BY SIZE
               "  REQUESTS TO SUPPPAY " DELIMITED BY SIZE
               WS-FINAL-COUNT DELIMITED BY SIZE
               "  FOR REVIEW " DELIMITED BY SIZE
               WS-FINAL-REVIEW DELIMITED BY SIZE
               INTO FINAL-PAY-RPT-LINE
           END-STRING.
           WRITE FINAL-PAY-RPT-LINE.
           MOVE WS-FINAL-TOTAL TO WS-FPR-TOTAL-AMT.
           MOVE SPACES TO FINAL-PAY-RPT-LINE.
           STRING "TOTAL FINAL PAY REQUESTED " DELIMITED BY SIZE
               WS-FPR-TOTAL-AMT DELIMITED BY SIZE
               INTO FINAL-PAY-RPT-LINE
           END-STRING.
           WRITE FINAL-PAY-RPT-LINE.
           CLOSE FINAL-PAY-RPT-FILE.

       LOAD-LAST-PAY-DATES.
           OPEN INPUT PAY-HIST-FILE.
           IF PH-FILE-STATUS = "35"
               DISPLAY "No Pay History - Final Pay From Hire Date"
               MOVE 'Y' TO PH-EOF
           ELSE
               READ PAY-HIST-FILE
                   AT END MOVE 'Y' TO PH-EOF
               END-READ
           END-IF.
           PERFORM MATCH-ONE-PAY-HISTORY UNTIL PH-EOF = 'Y'.
           CLOSE PAY-HIST-FILE.

       MATCH-ONE-PAY-HISTORY.
           IF PH-REC-TYPE = 'R'
               PERFORM VARYING TX FROM 1 BY 1
                       UNTIL TX > WS-TRM-COUNT
                   IF WS-TRM-EMP-ID(TX)(1:6) = PH-EMP-ID
                       AND PH-PAY-DATE > WS-TRM-PAID(TX)
                       MOVE PH-PAY-DATE TO WS-TRM-PAID(TX)
                   END-IF
               END-PERFORM
           END-IF.
           READ PAY-HIST-FILE
               AT END MOVE 'Y' TO PH-EOF
           END-READ.

       LOAD-PTO-BALANCES.
           OPEN INPUT PTO-MASTER-FILE.
           IF PTO-FILE-STATUS = "35"
               DISPLAY "No PTO Ledger - No Vacation Payout"
               MOVE 'Y' TO PTO-EOF
           ELSE
               READ PTO-MASTER-FILE
                   AT END MOVE 'Y' TO PTO-EOF
               END-READ
           END-IF.
           PERFORM MATCH-ONE-PTO-BALANCE UNTIL PTO-EOF = 'Y'.
           CLOSE PTO-MASTER-FILE.

       MATCH-ONE-PTO-BALANCE.
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > WS-TRM-COUNT
               IF WS-TRM-EMP-ID(TX)(1:6) = PTO-EMP-ID
                   MOVE PTO-VAC-BALANCE TO WS-TRM-VAC-HRS(TX)
                   MOVE PTO-HOURLY-RATE TO WS-TRM-VAC-RATE(TX)
               END-IF
           END-PERFORM.
           READ PTO-MASTER-FILE
               AT END MOVE 'Y' TO PTO-EOF
           END-READ.

       BUILD-ONE-FINAL-PAY.
           MOVE 0 TO WS-FINAL-DAYS.
           MOVE 0 TO WS-FINAL-WAGES.
           MOVE SPACES TO WS-FINAL-NOTE.
           MOVE WS-TRM-EMP-ID(TX) TO WS-LOOKUP-ID.
           PERFORM FIND-BENEFIT-ENTRY.
           MOVE WS-TRM-DATE(TX) TO WS-WORK-DATE.
           PERFORM COMPUTE-DATE-SERIAL.
           MOVE WS-REC-SERIAL TO WS-TERM-SERIAL.

           IF WS-TRM-PAID(TX) > 0
               MOVE WS-TRM-PAID(TX) TO WS-WORK-DATE
               PERFORM COMPUTE-DATE-SERIAL
               COMPUTE WS-FINAL-DAYS = WS-TERM-SERIAL - WS-REC-SERIAL
           ELSE
           IF WS-TRM-START(TX) > 0
               MOVE WS-TRM-START(TX) TO WS-WORK-DATE
               PERFORM COMPUTE-DATE-SERIAL
               COMPUTE WS-FINAL-DAYS =
                   WS-TERM-SERIAL - WS-REC-SERIAL + 1
           ELSE
               ADD 1 TO WS-FINAL-REVIEW
               MOVE "NO PAY HISTORY OR HIRE DATE - WAGES NOT COMPUTED"
                   TO WS-FINAL-NOTE
           END-IF
           END-IF.

           IF WS-BEN-FOUND = 'Y' AND WS-BEN-PAYTYPE(WS-BEN-IX) = 'H'
               IF WS-FINAL-NOTE = SPACES
                   ADD 1 TO WS-FINAL-REVIEW
               END-IF
               MOVE "HOURLY - FINAL HOURS TO BE ADDED BY PAYROLL"
                   TO WS-FINAL-NOTE
           ELSE
           IF WS-FINAL-DAYS < 0
               ADD 1 TO WS-FINAL-REVIEW
               MOVE "TERMED BEFORE LAST PAY DATE - OVERPAYMENT REVIEW"
                   TO WS-FINAL-NOTE
           ELSE
           IF WS-FINAL-DAYS > 0
               COMPUTE WS-FINAL-WAGES ROUNDED =
                   WS-TRM-ANNUAL(TX) * WS-FINAL-DAYS / 365
           END-IF
           END-IF
           END-IF.

           COMPUTE WS-FINAL-PTO ROUNDED =
               WS-TRM-VAC-HRS(TX) * WS-TRM-VAC-RATE(TX).
           COMPUTE WS-FINAL-AMOUNT = WS-FINAL-WAGES + WS-FINAL-PTO.

           IF WS-FINAL-AMOUNT > 0
               MOVE WS-TRM-EMP-ID(TX)(1:6) TO SP-EMP-ID
               MOVE WS-FINAL-AMOUNT TO SP-AMOUNT
               MOVE "FINAL PAY" TO SP-REASON
               WRITE SUPP-PAY-RECORD
               ADD 1 TO WS-FINAL-COUNT
               ADD WS-FINAL-AMOUNT TO WS-FINAL-TOTAL
           ELSE
           IF WS-FINAL-NOTE = SPACES
               MOVE "NOTHING OWED - NO REQUEST WRITTEN"
                   TO WS-FINAL-NOTE
           END-IF
           END-IF.

           MOVE WS-TRM-EMP-ID(TX) TO WS-FPR-EMP-ID.
           MOVE WS-TRM-NAME(TX) TO WS-FPR-NAME.
           MOVE WS-TRM-DATE(TX) TO WS-FPR-DATE.
           MOVE WS-TRM-REASON(TX) TO WS-FPR-REASON.
           MOVE WS-FINAL-WAGES TO WS-FPR-WAGES.
           MOVE WS-FINAL-PTO TO WS-FPR-PTO.
           MOVE WS-FINAL-AMOUNT TO WS-FPR-AMOUNT.
           WRITE FINAL-PAY-RPT-LINE FROM WS-FPR-DETAIL.
           IF WS-FINAL-NOTE NOT = SPACES
               MOVE SPACES TO FINAL-PAY-RPT-LINE
               STRING "    ** " DELIMITED BY SIZE
                   WS-FINAL-NOTE DELIMITED BY SIZE
                   INTO FINAL-PAY-RPT-LINE
               END-STRING
               WRITE FINAL-PAY-RPT-LINE
           END-IF.

       REPORT-HEADCOUNT.
           OPEN OUTPUT HEADCOUNT-RPT-FILE.
           MOVE WS-TODAY-DATE TO WS-MONTH-START.
           MOVE "01" TO WS-MONTH-START(7:2).

           MOVE 'N' TO EMP-EOF.
           MOVE LOW-VALUES TO CP-ID.
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN CP-ID
               INVALID KEY MOVE 'Y' TO EMP-EOF
           END-START.
           IF EMP-EOF NOT = 'Y'
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO EMP-EOF
               END-READ
           END-IF.
           PERFORM COUNT-ONE-EMPLOYEE UNTIL EMP-EOF = 'Y'.

           MOVE SPACES TO HEADCOUNT-RPT-LINE.
           STRING "HEADCOUNT AND TURNOVER BY DEPARTMENT - MONTH "
               DELIMITED BY SIZE
               WS-TODAY-DATE(1:6) DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO HEADCOUNT-RPT-LINE
           END-STRING.
           WRITE HEADCOUNT-RPT-LINE.
           MOVE SPACES TO HEADCOUNT-RPT-LINE.
           WRITE HEADCOUNT-RPT-LINE.
           WRITE HEADCOUNT-RPT-LINE FROM WS-HCR-HEADING.

           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DPT-COUNT
               MOVE WS-DPT-NAME(DX) TO WS-HCR-DEPT
               MOVE WS-DPT-START(DX) TO WS-HC-START
               MOVE WS-DPT-HIRES(DX) TO WS-HC-HIRES
               MOVE WS-DPT-TERMS(DX) TO WS-HC-TERMS
               MOVE WS-DPT-END(DX) TO WS-HC-END
               ADD WS-DPT-START(DX) TO WS-TOT-START
               ADD WS-DPT-HIRES(DX) TO WS-TOT-HIRES
               ADD WS-DPT-TERMS(DX) TO WS-TOT-TERMS
               ADD WS-DPT-END(DX) TO WS-TOT-END
               PERFORM WRITE-HEADCOUNT-LINE
           END-PERFORM.

           MOVE SPACES TO HEADCOUNT-RPT-LINE.
           WRITE HEADCOUNT-RPT-LINE.
           MOVE "TOTAL" TO WS-HCR-DEPT.
           MOVE WS-TOT-START TO WS-HC-START.
           MOVE WS-TOT-HIRES TO WS-HC-HIRES.
           MOVE WS-TOT-TERMS TO WS-HC-TERMS.
           MOVE WS-TOT-END TO WS-HC-END.
           PERFORM WRITE-HEADCOUNT-LINE.
           MOVE SPACES TO HEADCOUNT-RPT-LINE.
           WRITE HEADCOUNT-RPT-LINE.
           MOVE "TURNOVER = TERMS / AVERAGE OF START AND END HEADCOUNT"
               TO HEADCOUNT-RPT-LINE.
           WRITE HEADCOUNT-RPT-LINE.
           CLOSE HEADCOUNT-RPT-FILE.

       COUNT-ONE-EMPLOYEE.
           IF CP-STATUS NOT = 'T'
               OR CP-TERM-DATE >= WS-MONTH-START
               PERFORM FIND-DEPT-ENTRY
               IF WS-DPT-FOUND = 'Y'
                   PERFORM COUNT-DEPT-EMPLOYEE
               END-IF
           END-IF.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END MOVE 'Y' TO EMP-EOF
           END-READ.

       COUNT-DEPT-EMPLOYEE.
           IF CP-REHIRE-DATE > 0
               MOVE CP-REHIRE-DATE TO WS-EMP-START
           ELSE
               MOVE CP-HIRE-DATE TO WS-EMP-START
           END-IF.
           IF WS-EMP-START < WS-MONTH-START
               ADD 1 TO WS-DPT-START(WS-DPT-IX)
           ELSE
               ADD 1 TO WS-DPT-HIRES(WS-DPT-IX)
           END-IF.
           IF CP-STATUS = 'T'
               ADD 1 TO WS-DPT-TERMS(WS-DPT-IX)
           ELSE
               ADD 1 TO WS-DPT-END(WS-DPT-IX)
           END-IF.

       FIND-DEPT-ENTRY.
           MOVE 'N' TO WS-DPT-FOUND.
           PERFORM VARYING DX FROM 1 BY 1
                   UNTIL DX > WS-DPT-COUNT OR WS-DPT-FOUND = 'Y'
               IF WS-DPT-NAME(DX) = CP-DEPARTMENT
                   MOVE DX TO WS-DPT-IX
                   MOVE 'Y' TO WS-DPT-FOUND
               END-IF
           END-PERFORM.
           IF WS-DPT-FOUND = 'N'
               IF WS-DPT-COUNT < 100
                   ADD 1 TO WS-DPT-COUNT
                   MOVE WS-DPT-COUNT TO WS-DPT-IX
                   MOVE CP-DEPARTMENT TO WS-DPT-NAME(WS-DPT-IX)
                   MOVE 0 TO WS-DPT-START(WS-DPT-IX)
                   MOVE 0 TO WS-DPT-HIRES(WS-DPT-IX)
                   MOVE 0 TO WS-DPT-TERMS(WS-DPT-IX)
                   MOVE 0 TO WS-DPT-END(WS-DPT-IX)
                   MOVE 'Y' TO WS-DPT-FOUND
               ELSE
                   DISPLAY "** DEPARTMENT TABLE FULL AT " CP-DEPARTMENT
                       " - MAINTENANCE RUN STOPPED"
                   CLOSE HEADCOUNT-RPT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       WRITE-HEADCOUNT-LINE.
           COMPUTE WS-AVG-HEAD = (WS-HC-START + WS-HC-END) / 2.
           IF WS-AVG-HEAD > 0
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                   WS-HC-TERMS * 100 / WS-AVG-HEAD
           ELSE
               MOVE 0 TO WS-TURNOVER-PCT
           END-IF.
           MOVE WS-HC-START TO WS-HCR-START.
           MOVE WS-HC-HIRES TO WS-HCR-HIRES.
           MOVE WS-HC-TERMS TO WS-HCR-TERMS.
           MOVE WS-HC-END TO WS-HCR-END.
           MOVE WS-TURNOVER-PCT TO WS-HCR-PCT.
           WRITE HEADCOUNT-RPT-LINE FROM WS-HCR-DETAIL.

       COMPUTE-DATE-SERIAL.
           MOVE WS-WORK-DATE(1:4) TO WS-SER-YEAR.
           MOVE WS-WORK-DATE(5:2) TO WS-SER-MONTH.
           MOVE WS-WORK-DATE(7:2) TO WS-SER-DAY.
           IF WS-SER-MONTH < 1 OR WS-SER-MONTH > 12
               MOVE 1 TO WS-SER-MONTH
           END-IF.
           COMPUTE WS-SER-PRIOR-YEAR = WS-SER-YEAR - 1.
           COMPUTE WS-SER-T1 = WS-SER-PRIOR-YEAR * 365.
           COMPUTE WS-SER-T2 = WS-SER-PRIOR-YEAR / 4.
           COMPUTE WS-SER-T3 = WS-SER-PRIOR-YEAR / 100.
           COMPUTE WS-SER-T4 = WS-SER-PRIOR-YEAR / 400.
           COMPUTE WS-REC-SERIAL = WS-SER-T1 + WS-SER-T2
               - WS-SER-T3 + WS-SER-T4
               + WS-MONTH-DAYS(WS-SER-MONTH) + WS-SER-DAY.
           IF WS-SER-MONTH > 2
               COMPUTE WS-SER-LEAP-REM =
                   FUNCTION MOD(WS-SER-YEAR, 4)
               IF WS-SER-LEAP-REM = 0
                   ADD 1 TO WS-REC-SERIAL
               END-IF
           END-IF.
