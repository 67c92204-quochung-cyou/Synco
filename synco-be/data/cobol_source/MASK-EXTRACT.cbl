       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASK-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT CUST-OUT-FILE ASSIGN TO "CUSTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COUT-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO "ACCTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-ACCT-NO WITH DUPLICATES
               FILE STATUS IS XREF-FILE-STATUS.

           SELECT XREF-OUT-FILE ASSIGN TO "XREFOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COUT-FILE-STATUS.

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

           SELECT EMP-IN-FILE ASSIGN TO "EMPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CIN-FILE-STATUS.

           SELECT EMP-OUT-FILE ASSIGN TO "EMPOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COUT-FILE-STATUS.

           SELECT PAY-IN-FILE ASSIGN TO "PAYIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CIN-FILE-STATUS.

           SELECT PAY-OUT-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COUT-FILE-STATUS.

           SELECT BEN-IN-FILE ASSIGN TO "BENIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CIN-FILE-STATUS.

           SELECT BEN-OUT-FILE ASSIGN TO "BENOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COUT-FILE-STATUS.

           SELECT FEED-IN-FILE ASSIGN TO "FEEDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CIN-FILE-STATUS.

           SELECT FEED-OUT-FILE ASSIGN TO "FEEDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COUT-FILE-STATUS.

           SELECT MASK-KEY-FILE ASSIGN TO "MASKKEY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MKY-FILE-STATUS.

           SELECT PIN-KEY-FILE ASSIGN TO "TSTPKEY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PKY-FILE-STATUS.

           SELECT ONUS-ACCT-FILE ASSIGN TO "ONUSACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ONU-ACCT-NO
               FILE STATUS IS ONUS-FILE-STATUS.

           SELECT XREF-SORT-FILE ASSIGN TO "MASKWRK1".

           SELECT CONTROL-CARD ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUST-REC.

       FD  CUST-OUT-FILE.
       01  CUST-OUT-RECORD         PIC X(118).

       FD  CUST-XREF-FILE.
           COPY CUST-XREF.

       FD  XREF-OUT-FILE.
       01  XREF-OUT-RECORD         PIC X(17).

       FD  ACCT-IN-FILE.
           COPY ACCOUNT-REC.

       FD  ACCT-OUT-FILE.
       01  ACCT-OUT-RECORD         PIC X(68).

       FD  CARD-IN-FILE.
           COPY CARD-REC.

       FD  CARD-OUT-FILE.
       01  CARD-OUT-RECORD         PIC X(89).

       FD  EMP-IN-FILE.
           COPY COMMON-PERSON.

       FD  EMP-OUT-FILE.
       01  EMP-OUT-RECORD          PIC X(88).

       FD  PAY-IN-FILE.
           COPY PAYROLL-REC.

       FD  PAY-OUT-FILE.
       01  PAY-OUT-RECORD          PIC X(103).

       FD  BEN-IN-FILE.
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

       FD  BEN-OUT-FILE.
       01  BEN-OUT-RECORD          PIC X(67).

       FD  FEED-IN-FILE.
           COPY TRANS-REC.

       FD  FEED-OUT-FILE.
       01  FEED-OUT-RECORD         PIC X(63).

       FD  MASK-KEY-FILE.
       01  MASK-KEY-RECORD.
           05  MKY-KEY             PIC X(16).
           05  FILLER              PIC X(64).

       FD  PIN-KEY-FILE.
       01  PIN-KEY-RECORD.
           05  PKY-KEY             PIC X(16).
           05  FILLER              PIC X(64).

       FD  ONUS-ACCT-FILE.
       01  ONUS-ACCT-RECORD.
           05  ONU-ACCT-NO         PIC 9(8).

       SD  XREF-SORT-FILE.
       01  XREF-SORT-RECORD.
           05  XSR-CUST-ID         PIC X(8).
           05  XSR-ACCT-NO         PIC 9(8).
           05  XSR-ROLE            PIC X.
           05  XSR-ACCT-IN         PIC X.

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-SUBSET-PCT      PIC X(3).
           05  CTL-TEST-PIN        PIC X(4).
           05  CTL-OWN-ROUTING-NO  PIC X(9).

       WORKING-STORAGE SECTION.
       01  CIN-FILE-STATUS     PIC X(2) VALUE "00".
       01  COUT-FILE-STATUS    PIC X(2) VALUE "00".
       01  MKY-FILE-STATUS     PIC X(2) VALUE "00".
       01  PKY-FILE-STATUS     PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  CUST-FILE-STATUS    PIC X(2) VALUE "00".
       01  XREF-FILE-STATUS    PIC X(2) VALUE "00".
       01  ONUS-FILE-STATUS    PIC X(2) VALUE "00".
       01  IN-EOF              PIC X VALUE 'N'.
       01  CUST-EOF            PIC X VALUE 'N'.
       01  XREF-EOF            PIC X VALUE 'N'.
       01  SORT-EOF            PIC X VALUE 'N'.
       01  WS-CUST-FILE-OK     PIC X VALUE 'N'.
       01  WS-XREF-FILE-OK     PIC X VALUE 'N'.
       01  WS-ONUS-FILE-OK     PIC X VALUE 'N'.

       01  WS-SUBSET-PCT       PIC 9(3) VALUE 100.
       01  WS-TEST-PIN         PIC 9(4) VALUE 1234.
       01  WS-OWN-ROUTING-NO   PIC 9(9) VALUE 021000021.
       01  WS-MASK-KEY         PIC X(16) VALUE SPACES.
       01  WS-PIN-KEY          PIC X(16) VALUE SPACES.

       01  WS-ACCT-MULT        PIC 9(8) VALUE 0.
       01  WS-ACCT-ADD         PIC 9(8) VALUE 0.
       01  WS-CARD-MULT        PIC 9(9) VALUE 0.
       01  WS-CARD-ADD         PIC 9(9) VALUE 0.
       01  WS-EMP-MULT         PIC 9(6) VALUE 0.
       01  WS-EMP-ADD          PIC 9(6) VALUE 0.
       01  WS-MAP-WORK         PIC 9(18) VALUE 0.
       01  WS-MAP-ACCT-IN      PIC 9(8).
       01  WS-MAP-ACCT-OUT     PIC 9(8).
       01  WS-MAP-EMP-IN       PIC X(6).
       01  WS-MAP-EMP-OUT      PIC X(6).
       01  WS-MAP-EMP-NUM      PIC 9(6).
       01  WS-MAP-CARD-IN      PIC 9(16).
       01  WS-MAP-CARD-OUT     PIC 9(16).
       01  WS-SEQ-DIGITS       PIC 9(9).

       01  WS-HASH-DATA.
           05  WS-HASH-KEY         PIC X(16).
           05  WS-HASH-VALUE       PIC X(24).
       01  WS-HASH-IX          PIC 9(2).
       01  WS-HASH-1           PIC 9(8).
       01  WS-HASH-2           PIC 9(8).
       01  WS-HASH-RESULT      PIC 9(8).
       01  WS-HASH-SAVE        PIC 9(8).

       01  WS-PVV-DATA.
           05  WS-PVV-KEY          PIC X(16).
           05  WS-PVV-TYPE         PIC X.
           05  WS-PVV-ACCT         PIC X(8).
           05  WS-PVV-PIN          PIC X(4).
       01  WS-PVV-IX           PIC 9(2).
       01  WS-PVV-HASH-1       PIC 9(8).
       01  WS-PVV-HASH-2       PIC 9(8).
       01  WS-PVV              PIC 9(4).

       01  WS-NEW-CARD-X       PIC X(16).
       01  WS-NEW-CARD-NO REDEFINES WS-NEW-CARD-X PIC 9(16).
       01  WS-CHECK-DIGIT      PIC 9.
       01  LX                  PIC 99.
       01  WS-LUHN-SUM         PIC 9(4) VALUE 0.
       01  WS-LUHN-DIGIT       PIC 9(2) VALUE 0.
       01  WS-LUHN-DOUBLE      PIC X VALUE 'N'.
       01  WS-LUHN-QUOTIENT    PIC 9(4).
       01  WS-LUHN-REMAINDER   PIC 9(4).

       01  WS-NEW-CUST-ID.
           05  FILLER              PIC X VALUE "C".
           05  WS-NEW-CUST-SEQ     PIC 9(7).
       01  WS-CUST-SELECTED    PIC X.

       01  WS-NEXT-ACCT-NO     PIC 9(8).
       01  WS-XREF-DONE        PIC X VALUE 'N'.
       01  WS-MARK-ACCT-NO     PIC 9(8).
       01  WS-ACCT-SELECTED    PIC X.
       01  WS-ACCT-ON-XREF     PIC X.

       01  WS-BNK-ROUTING-NO   PIC 9(9).
       01  WS-BNK-ACCT-NO      PIC X(17).
       01  WS-BNK-EMP-ID       PIC X(6).
       01  WS-BNK-DIGITS       PIC 9(16).
       01  WS-BNK-DIGITS-X REDEFINES WS-BNK-DIGITS PIC X(16).
       01  BX                  PIC 99.
       01  WS-ON-US-ACCT       PIC 9(8).

       01  WS-FAKE-NAME        PIC X(30).
       01  WS-FAKE-ADDR        PIC X(30).
       01  WS-FAKE-HOUSE-NO    PIC 9(4).
       01  WS-FAKE-ZIP4        PIC 9(4).
       01  WS-FAKE-PHONE4      PIC 9(2).
       01  WS-FAKE-TIN6        PIC 9(6).
       01  WS-FAKE-WORK        PIC 9(8).
       01  FX                  PIC 99.
       01  SX                  PIC 99.
       01  TX                  PIC 99.

       01  WS-FIRST-NAME-VALUES.
           05  FILLER PIC X(10) VALUE "JAMES".
           05  FILLER PIC X(10) VALUE "MARY".
           05  FILLER PIC X(10) VALUE "ROBERT".
           05  FILLER PIC X(10) VALUE "LINDA".
           05  FILLER PIC X(10) VALUE "MICHAEL".
           05  FILLER PIC X(10) VALUE "SUSAN".
           05  FILLER PIC X(10) VALUE "DAVID".
           05  FILLER PIC X(10) VALUE "KAREN".
           05  FILLER PIC X(10) VALUE "THOMAS".
           05  FILLER PIC X(10) VALUE "NANCY".
           05  FILLER PIC X(10) VALUE "DANIEL".
           05  FILLER PIC X(10) VALUE "BETTY".
           05  FILLER PIC X(10) VALUE "PAUL".
           05  FILLER PIC X(10) VALUE "SANDRA".
           05  FILLER PIC X(10) VALUE "MARK".
           05  FILLER PIC X(10) VALUE "DONNA".
           05  FILLER PIC X(10) VALUE "GEORGE".
           05  FILLER PIC X(10) VALUE "CAROL".
           05  FILLER PIC X(10) VALUE "KENNETH".
           05  FILLER PIC X(10) VALUE "SHARON".
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05  WS-FIRST-NAME       PIC X(10) OCCURS 20 TIMES.

       01  WS-LAST-NAME-VALUES.
           05  FILLER PIC X(12) VALUE "ANDERSON".
           05  FILLER PIC X(12) VALUE "BAKER".
           05  FILLER PIC X(12) VALUE "CARTER".
           05  FILLER PIC X(12) VALUE "DAWSON".
           05  FILLER PIC X(12) VALUE "ELLIS".
           05  FILLER PIC X(12) VALUE "FOSTER".
           05  FILLER PIC X(12) VALUE "GRAHAM".
           05  FILLER PIC X(12) VALUE "HARPER".
           05  FILLER PIC X(12) VALUE "JENKINS".
           05  FILLER PIC X(12) VALUE "KELLER".
           05  FILLER PIC X(12) VALUE "LAWSON".
           05  FILLER PIC X(12) VALUE "MORGAN".
           05  FILLER PIC X(12) VALUE "NORRIS".
           05  FILLER PIC X(12) VALUE "OWENS".
           05  FILLER PIC X(12) VALUE "PARKER".
           05  FILLER PIC X(12) VALUE "QUINN".
           05  FILLER PIC X(12) VALUE "REYNOLDS".
           05  FILLER PIC X(12) VALUE "SULLIVAN".
           05  FILLER PIC X(12) VALUE "TUCKER".
           05  FILLER PIC X(12) VALUE "WALLACE".
       01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
           05  WS-LAST-NAME        PIC X(12) OCCURS 20 TIMES.

       01  WS-STREET-VALUES.
           05  FILLER PIC X(16) VALUE "MAPLE AVE".
           05  FILLER PIC X(16) VALUE "OAK ST".
           05  FILLER PIC X(16) VALUE "PINE RD".
           05  FILLER PIC X(16) VALUE "CEDAR LN".
           05  FILLER PIC X(16) VALUE "ELM ST".
           05  FILLER PIC X(16) VALUE "WILLOW DR".
           05  FILLER PIC X(16) VALUE "LAKE SHORE DR".
           05  FILLER PIC X(16) VALUE "HILLCREST RD".
           05  FILLER PIC X(16) VALUE "MAIN ST".
           05  FILLER PIC X(16) VALUE "PARK AVE".
           05  FILLER PIC X(16) VALUE "RIVER RD".
           05  FILLER PIC X(16) VALUE "SUNSET BLVD".
           05  FILLER PIC X(16) VALUE "CHURCH ST".
           05  FILLER PIC X(16) VALUE "MILL POND RD".
           05  FILLER PIC X(16) VALUE "FOREST AVE".
           05  FILLER PIC X(16) VALUE "MEADOW LN".
       01  WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
           05  WS-STREET-NAME      PIC X(16) OCCURS 16 TIMES.

       01  WS-TOWN-VALUES.
           05  FILLER PIC X(26) VALUE "SPRINGFIELD     IL62701217".
           05  FILLER PIC X(26) VALUE "COLUMBUS        OH43215614".
           05  FILLER PIC X(26) VALUE "ALBANY          NY12207518".
           05  FILLER PIC X(26) VALUE "HARRISBURG      PA17101717".
           05  FILLER PIC X(26) VALUE "RICHMOND        VA23219804".
           05  FILLER PIC X(26) VALUE "RALEIGH         NC27601919".
           05  FILLER PIC X(26) VALUE "NASHVILLE       TN37201615".
           05  FILLER PIC X(26) VALUE "MADISON         WI53703608".
           05  FILLER PIC X(26) VALUE "DES MOINES      IA50309515".
           05  FILLER PIC X(26) VALUE "TOPEKA          KS66603785".
           05  FILLER PIC X(26) VALUE "SACRAMENTO      CA95814916".
           05  FILLER PIC X(26) VALUE "SALEM           OR97301503".
       01  WS-TOWN-TABLE REDEFINES WS-TOWN-VALUES.
           05  WS-TOWN-ENTRY OCCURS 12 TIMES.
               10  WS-TOWN-CITY    PIC X(16).
               10  WS-TOWN-STATE   PIC XX.
               10  WS-TOWN-ZIP     PIC X(5).
               10  WS-TOWN-AREA    PIC X(3).

       01  WS-ROUTING-VALUES.
           05  FILLER PIC 9(9) VALUE 011003313.
           05  FILLER PIC 9(9) VALUE 021009705.
           05  FILLER PIC 9(9) VALUE 031001544.
           05  FILLER PIC 9(9) VALUE 041004049.
           05  FILLER PIC 9(9) VALUE 053006666.
           05  FILLER PIC 9(9) VALUE 061000492.
           05  FILLER PIC 9(9) VALUE 071000741.
           05  FILLER PIC 9(9) VALUE 081008403.
       01  WS-ROUTING-TABLE REDEFINES WS-ROUTING-VALUES.
           05  WS-FAKE-ROUTING     PIC 9(9) OCCURS 8 TIMES.

       01  WS-CUST-READ        PIC 9(6) VALUE 0.
       01  WS-CUST-WRITTEN     PIC 9(6) VALUE 0.
       01  WS-XREF-WRITTEN     PIC 9(6) VALUE 0.
       01  WS-ACCT-READ        PIC 9(6) VALUE 0.
       01  WS-ACCT-WRITTEN     PIC 9(6) VALUE 0.
       01  WS-CARD-READ        PIC 9(6) VALUE 0.
       01  WS-CARD-WRITTEN     PIC 9(6) VALUE 0.
       01  WS-EMP-READ         PIC 9(6) VALUE 0.
       01  WS-PAY-READ         PIC 9(6) VALUE 0.
       01  WS-BEN-READ         PIC 9(6) VALUE 0.
       01  WS-FEED-READ        PIC 9(6) VALUE 0.
       01  WS-FEED-WRITTEN     PIC 9(6) VALUE 0.
       01  WS-EMP-ID-KEPT      PIC 9(6) VALUE 0.
       01  WS-XREF-ORPHANS     PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "MASKED TEST-DATA EXTRACT STARTED".

           PERFORM READ-CONTROL-CARD.
           PERFORM READ-MASK-KEY.
           PERFORM READ-PIN-KEY.
           PERFORM DERIVE-MASK-CONSTANTS.

           PERFORM OPEN-CUSTOMER-FILES.
           IF WS-SUBSET-PCT < 100
               PERFORM MARK-PAYROLL-ACCOUNTS
           END-IF.

           PERFORM EXTRACT-CUSTOMERS.
           PERFORM EXTRACT-ACCOUNTS.
           PERFORM EXTRACT-CARDS.
           PERFORM EXTRACT-EMPLOYEES.
           PERFORM EXTRACT-PAYROLL.
           PERFORM EXTRACT-BENEFITS.
           PERFORM EXTRACT-FEED.

           IF WS-CUST-FILE-OK = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-XREF-FILE-OK = 'Y'
               CLOSE CUST-XREF-FILE
           END-IF.
           IF WS-ONUS-FILE-OK = 'Y'
               CLOSE ONUS-ACCT-FILE
           END-IF.

           DISPLAY "SUBSET PERCENT      : " WS-SUBSET-PCT.
           DISPLAY "CUSTOMERS READ      : " WS-CUST-READ.
           DISPLAY "CUSTOMERS WRITTEN   : " WS-CUST-WRITTEN.
           DISPLAY "XREF LINKS WRITTEN  : " WS-XREF-WRITTEN.
           DISPLAY "XREF UNKNOWN CUST   : " WS-XREF-ORPHANS.
           DISPLAY "ACCOUNTS READ       : " WS-ACCT-READ.
           DISPLAY "ACCOUNTS WRITTEN    : " WS-ACCT-WRITTEN.
           DISPLAY "CARDS READ          : " WS-CARD-READ.
           DISPLAY "CARDS WRITTEN       : " WS-CARD-WRITTEN.
           DISPLAY "EMPLOYEES MASKED    : " WS-EMP-READ.
           DISPLAY "PAYROLL MASKED      : " WS-PAY-READ.
           DISPLAY "BENEFITS MASKED     : " WS-BEN-READ.
           DISPLAY "EMP IDS NOT NUMERIC : " WS-EMP-ID-KEPT.
           DISPLAY "FEED RECORDS READ   : " WS-FEED-READ.
           DISPLAY "FEED RECORDS WRITTEN: " WS-FEED-WRITTEN.
           DISPLAY "MASKED TEST-DATA EXTRACT COMPLETE".
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "No Control Card - Full Extract, Test PIN "
                   WS-TEST-PIN
           ELSE
               READ CONTROL-CARD
                   AT END MOVE SPACES TO CONTROL-RECORD
               END-READ
               IF CTL-SUBSET-PCT NUMERIC
                   AND CTL-SUBSET-PCT > "000"
                   AND CTL-SUBSET-PCT NOT > "100"
                   MOVE CTL-SUBSET-PCT TO WS-SUBSET-PCT
               END-IF
               IF CTL-TEST-PIN NUMERIC
                   MOVE CTL-TEST-PIN TO WS-TEST-PIN
               END-IF
               IF CTL-OWN-ROUTING-NO NUMERIC
                   MOVE CTL-OWN-ROUTING-NO TO WS-OWN-ROUTING-NO
               END-IF
               CLOSE CONTROL-CARD
           END-IF.

       READ-MASK-KEY.
           OPEN INPUT MASK-KEY-FILE.
           IF MKY-FILE-STATUS NOT = "00"
               DISPLAY "** MASK KEY OPEN FAILED - STATUS "
                   MKY-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ MASK-KEY-FILE
               AT END MOVE SPACES TO MKY-KEY
           END-READ.
           MOVE MKY-KEY TO WS-MASK-KEY.
           CLOSE MASK-KEY-FILE.
           IF WS-MASK-KEY = SPACES
               DISPLAY "** MASK KEY EMPTY, RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-PIN-KEY.
           OPEN INPUT PIN-KEY-FILE.
           IF PKY-FILE-STATUS NOT = "00"
               DISPLAY "** TEST PIN KEY OPEN FAILED - STATUS "
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
               DISPLAY "** TEST PIN KEY EMPTY, RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       DERIVE-MASK-CONSTANTS.
           MOVE "ACCOUNT MULTIPLIER" TO WS-HASH-VALUE.
           PERFORM MASK-HASH.
           COMPUTE WS-ACCT-MULT =
               FUNCTION MOD(WS-HASH-RESULT, 10000000) * 10 + 3.
           MOVE "ACCOUNT OFFSET" TO WS-HASH-VALUE.
           PERFORM MASK-HASH.
           MOVE WS-HASH-RESULT TO WS-ACCT-ADD.
           MOVE "CARD MULTIPLIER" TO WS-HASH-VALUE.
           PERFORM MASK-HASH.
           COMPUTE WS-CARD-MULT =
               FUNCTION MOD(WS-HASH-RESULT, 10000000) * 10 + 7.
           MOVE "CARD OFFSET" TO WS-HASH-VALUE.
           PERFORM MASK-HASH.
           MOVE WS-HASH-RESULT TO WS-CARD-ADD.
           MOVE "EMPLOYEE MULTIPLIER" TO WS-HASH-VALUE.
           PERFORM MASK-HASH.
           COMPUTE WS-EMP-MULT =
               FUNCTION MOD(WS-HASH-RESULT, 100000) * 10 + 9.
           MOVE "EMPLOYEE OFFSET" TO WS-HASH-VALUE.
           PERFORM MASK-HASH.
           COMPUTE WS-EMP-ADD = FUNCTION MOD(WS-HASH-RESULT, 1000000).

       MASK-HASH.
           MOVE WS-MASK-KEY TO WS-HASH-KEY.
           MOVE 0 TO WS-HASH-1.
           MOVE 0 TO WS-HASH-2.
           PERFORM 2 TIMES
               PERFORM VARYING WS-HASH-IX FROM 1 BY 1
                       UNTIL WS-HASH-IX > 40
                   COMPUTE WS-HASH-1 =
                       FUNCTION MOD(WS-HASH-1 * 257
                           + FUNCTION ORD(WS-HASH-DATA(WS-HASH-IX:1)),
                           99999989)
                   COMPUTE WS-HASH-2 =
                       FUNCTION MOD(WS-HASH-2 * 263
                           + (FUNCTION ORD(WS-HASH-DATA(WS-HASH-IX:1))
                           + WS-HASH-IX) * (WS-HASH-1 + 1),
                           99999971)
               END-PERFORM
           END-PERFORM.
           COMPUTE WS-HASH-RESULT =
               FUNCTION MOD(WS-HASH-1 + WS-HASH-2, 100000000).
           MOVE SPACES TO WS-HASH-DATA.

       MAP-ACCOUNT-NO.
           IF WS-MAP-ACCT-IN = 0
               MOVE 0 TO WS-MAP-ACCT-OUT
           ELSE
               COMPUTE WS-MAP-WORK =
                   FUNCTION MOD(WS-MAP-ACCT-IN * WS-ACCT-MULT
                       + WS-ACCT-ADD, 100000000)
               IF WS-MAP-WORK = 0
                   MOVE WS-ACCT-ADD TO WS-MAP-ACCT-OUT
               ELSE
                   MOVE WS-MAP-WORK TO WS-MAP-ACCT-OUT
               END-IF
           END-IF.

       MAP-CARD-NO.
           IF WS-MAP-CARD-IN = 0
               OR WS-MAP-CARD-IN = 9999999999999999
               MOVE WS-MAP-CARD-IN TO WS-MAP-CARD-OUT
           ELSE
               MOVE WS-MAP-CARD-IN TO WS-NEW-CARD-NO
               MOVE WS-NEW-CARD-X(7:9) TO WS-SEQ-DIGITS
               COMPUTE WS-MAP-WORK =
                   FUNCTION MOD(WS-SEQ-DIGITS * WS-CARD-MULT
                       + WS-CARD-ADD, 1000000000)
               MOVE WS-MAP-WORK TO WS-SEQ-DIGITS
               MOVE WS-SEQ-DIGITS TO WS-NEW-CARD-X(7:9)
               PERFORM SET-LUHN-CHECK-DIGIT
               MOVE WS-NEW-CARD-NO TO WS-MAP-CARD-OUT
           END-IF.

       SET-LUHN-CHECK-DIGIT.
           MOVE 0 TO WS-LUHN-SUM.
           MOVE 'Y' TO WS-LUHN-DOUBLE.
           PERFORM VARYING LX FROM 15 BY -1 UNTIL LX < 1
               MOVE WS-NEW-CARD-X(LX:1) TO WS-LUHN-DIGIT
               IF WS-LUHN-DOUBLE = 'Y'
                   MULTIPLY 2 BY WS-LUHN-DIGIT
                   IF WS-LUHN-DIGIT > 9
                       SUBTRACT 9 FROM WS-LUHN-DIGIT
                   END-IF
                   MOVE 'N' TO WS-LUHN-DOUBLE
               ELSE
                   MOVE 'Y' TO WS-LUHN-DOUBLE
               END-IF
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-PERFORM.
           DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOTIENT
               REMAINDER WS-LUHN-REMAINDER.
           IF WS-LUHN-REMAINDER = 0
               MOVE 0 TO WS-CHECK-DIGIT
           ELSE
               COMPUTE WS-CHECK-DIGIT = 10 - WS-LUHN-REMAINDER
           END-IF.
           MOVE WS-CHECK-DIGIT TO WS-NEW-CARD-X(16:1).

       MAP-EMPLOYEE-ID.
           IF WS-MAP-EMP-IN NUMERIC
               MOVE WS-MAP-EMP-IN TO WS-MAP-EMP-NUM
               COMPUTE WS-MAP-WORK =
                   FUNCTION MOD(WS-MAP-EMP-NUM * WS-EMP-MULT
                       + WS-EMP-ADD, 1000000)
               MOVE WS-MAP-WORK TO WS-MAP-EMP-NUM
               MOVE WS-MAP-EMP-NUM TO WS-MAP-EMP-OUT
           ELSE
               MOVE WS-MAP-EMP-IN TO WS-MAP-EMP-OUT
               ADD 1 TO WS-EMP-ID-KEPT
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

       BUILD-FAKE-PERSON.
           PERFORM MASK-HASH.
           MOVE WS-HASH-RESULT TO WS-HASH-SAVE.
           COMPUTE FX = FUNCTION MOD(WS-HASH-SAVE, 20) + 1.
           COMPUTE WS-FAKE-WORK = WS-HASH-SAVE / 20.
           COMPUTE LX = FUNCTION MOD(WS-FAKE-WORK, 20) + 1.
           MOVE SPACES TO WS-FAKE-NAME.
           STRING WS-FIRST-NAME(FX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-LAST-NAME(LX) DELIMITED BY SPACE
               INTO WS-FAKE-NAME
           END-STRING.
           COMPUTE WS-FAKE-WORK = WS-HASH-SAVE / 400.
           COMPUTE SX = FUNCTION MOD(WS-FAKE-WORK, 16) + 1.
           COMPUTE WS-FAKE-WORK = WS-HASH-SAVE / 6400.
           COMPUTE TX = FUNCTION MOD(WS-FAKE-WORK, 12) + 1.
           COMPUTE WS-FAKE-HOUSE-NO =
               FUNCTION MOD(WS-HASH-SAVE, 9000) + 1000.
           COMPUTE WS-FAKE-ZIP4 = FUNCTION MOD(WS-HASH-SAVE, 9973).
           COMPUTE WS-FAKE-PHONE4 = FUNCTION MOD(WS-HASH-SAVE, 97).
           COMPUTE WS-FAKE-TIN6 =
               FUNCTION MOD(WS-HASH-SAVE, 999983).
           MOVE SPACES TO WS-FAKE-ADDR.
           STRING WS-FAKE-HOUSE-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STREET-NAME(SX) DELIMITED BY "  "
               INTO WS-FAKE-ADDR
           END-STRING.

       OPEN-CUSTOMER-FILES.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUST-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CUST-FILE-OK
           ELSE
               DISPLAY "No Customer Master - No Customers Extracted"
           END-IF.
           OPEN INPUT CUST-XREF-FILE.
           IF XREF-FILE-STATUS = "00"
               MOVE 'Y' TO WS-XREF-FILE-OK
           ELSE
               DISPLAY "No Account Cross-Reference File"
           END-IF.

       HASH-SELECT-CUSTOMER.
           MOVE 'Y' TO WS-CUST-SELECTED.
           IF WS-SUBSET-PCT < 100
               MOVE CUST-ID TO WS-HASH-VALUE
               PERFORM MASK-HASH
               IF FUNCTION MOD(WS-HASH-RESULT, 100) NOT < WS-SUBSET-PCT
                   MOVE 'N' TO WS-CUST-SELECTED
               END-IF
           END-IF.

       MARK-PAYROLL-ACCOUNTS.
           OPEN OUTPUT ONUS-ACCT-FILE.
           OPEN INPUT PAY-IN-FILE.
           MOVE 'N' TO IN-EOF.
           IF CIN-FILE-STATUS = "35"
               MOVE 'Y' TO IN-EOF
           ELSE
               READ PAY-IN-FILE
                   AT END MOVE 'Y' TO IN-EOF
               END-READ
           END-IF.
           PERFORM UNTIL IN-EOF = 'Y'
               MOVE PR-ROUTING-NO TO WS-BNK-ROUTING-NO
               MOVE PR-BANK-ACCT-NO TO WS-BNK-ACCT-NO
               PERFORM MARK-ON-US-ACCOUNT
               READ PAY-IN-FILE
                   AT END MOVE 'Y' TO IN-EOF
               END-READ
           END-PERFORM.
           CLOSE PAY-IN-FILE.
           OPEN INPUT BEN-IN-FILE.
           MOVE 'N' TO IN-EOF.
           IF CIN-FILE-STATUS = "35"
               MOVE 'Y' TO IN-EOF
           ELSE
               READ BEN-IN-FILE
                   AT END MOVE 'Y' TO IN-EOF
               END-READ
           END-IF.
           PERFORM UNTIL IN-EOF = 'Y'
               MOVE BEN-ROUTING-NO TO WS-BNK-ROUTING-NO
               MOVE BEN-BANK-ACCT-NO TO WS-BNK-ACCT-NO
               PERFORM MARK-ON-US-ACCOUNT
               READ BEN-IN-FILE
                   AT END MOVE 'Y' TO IN-EOF
               END-READ
           END-PERFORM.
           CLOSE BEN-IN-FILE.
           CLOSE ONUS-ACCT-FILE.
           OPEN INPUT ONUS-ACCT-FILE.
           IF ONUS-FILE-STATUS = "00"
               MOVE 'Y' TO WS-ONUS-FILE-OK
           END-IF.

       MARK-ON-US-ACCOUNT.
           PERFORM FIND-ON-US-ACCOUNT.
           IF WS-ON-US-ACCT > 0
               MOVE WS-ON-US-ACCT TO ONU-ACCT-NO
               WRITE ONUS-ACCT-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

       FIND-ON-US-ACCOUNT.
           MOVE 0 TO WS-ON-US-ACCT.
           IF WS-BNK-ROUTING-NO = WS-OWN-ROUTING-NO
               IF WS-BNK-ACCT-NO(1:8) NUMERIC
                   AND WS-BNK-ACCT-NO(9:9) = SPACES
                   MOVE WS-BNK-ACCT-NO(1:8) TO WS-ON-US-ACCT
               ELSE
               IF WS-BNK-ACCT-NO NUMERIC
                   AND WS-BNK-ACCT-NO(1:9) = "000000000"
                   MOVE WS-BNK-ACCT-NO(10:8) TO WS-ON-US-ACCT
               END-IF
               END-IF
           END-IF.

       CHECK-ACCOUNT-SELECTED.
           MOVE 'N' TO WS-ACCT-SELECTED.
           MOVE 'N' TO WS-ACCT-ON-XREF.
           MOVE 'Y' TO XREF-EOF.
           IF WS-XREF-FILE-OK = 'Y'
               MOVE WS-MARK-ACCT-NO TO XRF-ACCT-NO
               START CUST-XREF-FILE KEY IS EQUAL TO XRF-ACCT-NO
                   INVALID KEY MOVE 'Y' TO XREF-EOF
                   NOT INVALID KEY MOVE 'N' TO XREF-EOF
               END-START
           END-IF.
           PERFORM CHECK-ONE-OWNER UNTIL XREF-EOF = 'Y'.
           IF WS-ACCT-ON-XREF = 'Y' AND WS-ACCT-SELECTED = 'N'
               AND WS-ONUS-FILE-OK = 'Y'
               MOVE WS-MARK-ACCT-NO TO ONU-ACCT-NO
               READ ONUS-ACCT-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF ONUS-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-ACCT-SELECTED
               END-IF
           END-IF.
           IF WS-ACCT-ON-XREF = 'N'
               IF WS-SUBSET-PCT NOT < 100
                   MOVE 'Y' TO WS-ACCT-SELECTED
               ELSE
                   MOVE WS-MARK-ACCT-NO TO WS-HASH-VALUE
                   PERFORM MASK-HASH
                   IF FUNCTION MOD(WS-HASH-RESULT, 100)
                           < WS-SUBSET-PCT
                       MOVE 'Y' TO WS-ACCT-SELECTED
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-OWNER.
           READ CUST-XREF-FILE NEXT RECORD
               AT END MOVE 'Y' TO XREF-EOF
           END-READ.
           IF XREF-EOF = 'N' AND XRF-ACCT-NO NOT = WS-MARK-ACCT-NO
               MOVE 'Y' TO XREF-EOF
           END-IF.
           IF XREF-EOF = 'N'
               MOVE 'Y' TO WS-ACCT-ON-XREF
               IF WS-ACCT-SELECTED = 'N' AND WS-CUST-FILE-OK = 'Y'
                   MOVE XRF-CUST-ID TO CUST-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF CUST-FILE-STATUS = "00"
                       PERFORM HASH-SELECT-CUSTOMER
                       MOVE WS-CUST-SELECTED TO WS-ACCT-SELECTED
                   END-IF
               END-IF
           END-IF.

       EXTRACT-CUSTOMERS.
           OPEN OUTPUT CUST-OUT-FILE.
           OPEN OUTPUT XREF-OUT-FILE.
           SORT XREF-SORT-FILE
               ON ASCENDING KEY XSR-CUST-ID
               ON ASCENDING KEY XSR-ACCT-NO
               INPUT PROCEDURE IS RELEASE-XREF-ROWS
               OUTPUT PROCEDURE IS MASK-CUSTOMERS.
           CLOSE CUST-OUT-FILE.
           CLOSE XREF-OUT-FILE.

       RELEASE-XREF-ROWS.
           MOVE 'Y' TO WS-XREF-DONE.
           IF WS-XREF-FILE-OK = 'Y'
               MOVE 0 TO XRF-ACCT-NO
               START CUST-XREF-FILE KEY IS NOT LESS THAN XRF-ACCT-NO
                   INVALID KEY MOVE 'Y' TO WS-XREF-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-XREF-DONE
               END-START
           END-IF.
           IF WS-XREF-DONE = 'N'
               READ CUST-XREF-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-XREF-DONE
               END-READ
               MOVE XRF-ACCT-NO TO WS-NEXT-ACCT-NO
           END-IF.
           PERFORM RELEASE-ONE-ACCOUNT UNTIL WS-XREF-DONE = 'Y'.

       RELEASE-ONE-ACCOUNT.
           MOVE WS-NEXT-ACCT-NO TO WS-MARK-ACCT-NO.
           PERFORM CHECK-ACCOUNT-SELECTED.
           MOVE WS-MARK-ACCT-NO TO XRF-ACCT-NO.
           START CUST-XREF-FILE KEY IS EQUAL TO XRF-ACCT-NO
               INVALID KEY MOVE 'Y' TO XREF-EOF
               NOT INVALID KEY MOVE 'N' TO XREF-EOF
           END-START.
           IF XREF-EOF = 'Y'
               MOVE 'Y' TO WS-XREF-DONE
           END-IF.
           PERFORM RELEASE-ONE-XREF UNTIL XREF-EOF = 'Y'.

       RELEASE-ONE-XREF.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO XREF-EOF
                   MOVE 'Y' TO WS-XREF-DONE
           END-READ.
           IF XREF-EOF = 'N' AND XRF-ACCT-NO NOT = WS-MARK-ACCT-NO
               MOVE 'Y' TO XREF-EOF
               MOVE XRF-ACCT-NO TO WS-NEXT-ACCT-NO
           END-IF.
           IF XREF-EOF = 'N'
               MOVE XRF-CUST-ID TO XSR-CUST-ID
               MOVE XRF-ACCT-NO TO XSR-ACCT-NO
               MOVE XRF-OWNER-ROLE TO XSR-ROLE
               MOVE WS-ACCT-SELECTED TO XSR-ACCT-IN
               RELEASE XREF-SORT-RECORD
           END-IF.

       MASK-CUSTOMERS.
           MOVE 'N' TO SORT-EOF.
           RETURN XREF-SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.
           MOVE 'Y' TO CUST-EOF.
           IF WS-CUST-FILE-OK = 'Y'
               MOVE LOW-VALUES TO CUST-ID
               START CUSTOMER-MASTER KEY IS NOT LESS THAN CUST-ID
                   INVALID KEY MOVE 'Y' TO CUST-EOF
                   NOT INVALID KEY MOVE 'N' TO CUST-EOF
               END-START
           END-IF.
           IF CUST-EOF = 'N'
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO CUST-EOF
               END-READ
           END-IF.
           PERFORM MASK-ONE-CUSTOMER UNTIL CUST-EOF = 'Y'.
           PERFORM SKIP-ORPHAN-XREF UNTIL SORT-EOF = 'Y'.

       MASK-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-READ.
           MOVE WS-CUST-READ TO WS-NEW-CUST-SEQ.
           PERFORM SKIP-ORPHAN-XREF
               UNTIL SORT-EOF = 'Y' OR XSR-CUST-ID NOT < CUST-ID.
           PERFORM HASH-SELECT-CUSTOMER.
           PERFORM MASK-ONE-XREF
               UNTIL SORT-EOF = 'Y' OR XSR-CUST-ID NOT = CUST-ID.
           IF WS-CUST-SELECTED = 'Y'
               MOVE WS-NEW-CUST-ID TO CUST-ID
               MOVE WS-NEW-CUST-ID TO WS-HASH-VALUE
               PERFORM BUILD-FAKE-PERSON
               MOVE WS-FAKE-NAME TO CUST-NAME
               MOVE WS-FAKE-ADDR TO CUST-ADDR-LINE
               MOVE WS-TOWN-CITY(TX) TO CUST-CITY
               MOVE WS-TOWN-STATE(TX) TO CUST-STATE
               MOVE WS-TOWN-ZIP(TX) TO CUST-ZIP(1:5)
               IF CUST-ZIP(6:4) = SPACES
                   CONTINUE
               ELSE
                   MOVE WS-FAKE-ZIP4 TO CUST-ZIP(6:4)
               END-IF
               IF CUST-PHONE NOT = SPACES
                   MOVE WS-TOWN-AREA(TX) TO CUST-PHONE(1:3)
                   MOVE "55501" TO CUST-PHONE(4:5)
                   MOVE WS-FAKE-PHONE4 TO CUST-PHONE(9:2)
               END-IF
               IF CUST-TIN NOT = SPACES
                   MOVE "666" TO CUST-TIN(1:3)
                   MOVE WS-FAKE-TIN6 TO CUST-TIN(4:6)
               END-IF
               WRITE CUST-OUT-RECORD FROM CUSTOMER-RECORD
               ADD 1 TO WS-CUST-WRITTEN
           END-IF.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END MOVE 'Y' TO CUST-EOF
           END-READ.

       MASK-ONE-XREF.
           IF XSR-ACCT-IN = 'Y'
               MOVE 'Y' TO WS-CUST-SELECTED
               MOVE XSR-ACCT-NO TO WS-MAP-ACCT-IN
               PERFORM MAP-ACCOUNT-NO
               MOVE WS-MAP-ACCT-OUT TO XRF-ACCT-NO
               MOVE WS-NEW-CUST-ID TO XRF-CUST-ID
               MOVE XSR-ROLE TO XRF-OWNER-ROLE
               WRITE XREF-OUT-RECORD FROM CUST-XREF-RECORD
               ADD 1 TO WS-XREF-WRITTEN
           END-IF.
           RETURN XREF-SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.

       SKIP-ORPHAN-XREF.
           ADD 1 TO WS-XREF-ORPHANS.
           RETURN XREF-SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.

       EXTRACT-ACCOUNTS.
           OPEN INPUT ACCT-IN-FILE.
           OPEN OUTPUT ACCT-OUT-FILE.
           MOVE 'N' TO IN-EOF.
           IF CIN-FILE-STATUS = "35"
               DISPLAY "No Account Master Unload"
               MOVE 'Y' TO IN-EOF
           ELSE
               READ ACCT-IN-FILE
                   AT END MOVE 'Y' TO IN-EOF
               END-READ
           END-IF.
           PERFORM MASK-ONE-ACCOUNT UNTIL IN-EOF = 'Y'.
           CLOSE ACCT-IN-FILE.
           CLOSE ACCT-OUT-FILE.

       MASK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-READ.
           MOVE ACCT-NO TO WS-MARK-ACCT-NO.
           PERFORM CHECK-ACCOUNT-SELECTED.
           IF WS-ACCT-SELECTED = 'Y'
               MOVE ACCT-NO TO WS-MAP-ACCT-IN
               PERFORM MAP-ACCOUNT-NO
               MOVE WS-MAP-ACCT-OUT TO ACCT-NO
               MOVE "A" TO WS-PVV-TYPE
               MOVE ACCT-NO TO WS-PVV-ACCT
               MOVE WS-TEST-PIN TO WS-PVV-PIN
               PERFORM DERIVE-PIN-PVV
               MOVE WS-PVV TO ACCT-PVV
               WRITE ACCT-OUT-RECORD FROM ACCOUNT-RECORD
               ADD 1 TO WS-ACCT-WRITTEN
           END-IF.
           READ ACCT-IN-FILE
               AT END MOVE 'Y' TO IN-EOF
           END-READ.

       EXTRACT-CARDS.
           OPEN INPUT CARD-IN-FILE.
           OPEN OUTPUT CARD-OUT-FILE.
           MOVE 'N' TO IN-EOF.
           IF CIN-FILE-STATUS = "35"
               DISPLAY "No Card Master Unload"
               MOVE 'Y' TO IN-EOF
           ELSE
               READ CARD-IN-FILE
                   AT END MOVE 'Y' TO IN-EOF
               END-READ
           END-IF.
           PERFORM MASK-ONE-CARD UNTIL IN-EOF = 'Y'.
           CLOSE CARD-IN-FILE.
           CLOSE CARD-OUT-FILE.

       MASK-ONE-CARD.
           ADD 1 TO WS-CARD-READ.
           MOVE CRD-ACCT-NO TO WS-MARK-ACCT-NO.
           PERFORM CHECK-ACCOUNT-SELECTED.
           IF WS-ACCT-SELECTED = 'Y'
               MOVE CRD-CARD-NO TO WS-MAP-CARD-IN
               PERFORM MAP-CARD-NO
               MOVE WS-MAP-CARD-OUT TO CRD-CARD-NO
               MOVE CRD-REPL-CARD-NO TO WS-MAP-CARD-IN
               PERFORM MAP-CARD-NO
               MOVE WS-MAP-CARD-OUT TO CRD-REPL-CARD-NO
               MOVE CRD-ACCT-NO TO WS-MAP-ACCT-IN
               PERFORM MAP-ACCOUNT-NO
               MOVE WS-MAP-ACCT-OUT TO CRD-ACCT-NO
               MOVE "C" TO WS-PVV-TYPE
               MOVE CRD-ACCT-NO TO WS-PVV-ACCT
               MOVE WS-TEST-PIN TO WS-PVV-PIN
               PERFORM DERIVE-PIN-PVV
               MOVE WS-PVV TO CRD-PVV
               WRITE CARD-OUT-RECORD FROM CARD-RECORD
               ADD 1 TO WS-CARD-WRITTEN
           END-IF.
           READ CARD-IN-FILE
               AT END MOVE 'Y' TO IN-EOF
           END-READ.

       EXTRACT-EMPLOYEES.
           OPEN INPUT EMP-IN-FILE.
           OPEN OUTPUT EMP-OUT-FILE.
           MOVE 'N' TO IN-EOF.
           IF CIN-FILE-STATUS = "35"
               DISPLAY "No Employee Master Unload"
               MOVE 'Y' TO IN-EOF
           ELSE
               READ EMP-IN-FILE
                   AT END MOVE 'Y' TO IN-EOF
               END-READ
           END-IF.
           PERFORM MASK-ONE-EMPLOYEE UNTIL IN-EOF = 'Y'.
           CLOSE EMP-IN-FILE.
           CLOSE EMP-OUT-FILE.

       MASK-ONE-EMPLOYEE.
           ADD 1 TO WS-EMP-READ.
           MOVE CP-ID(1:6) TO WS-MAP-EMP-IN.
           PERFORM MAP-EMPLOYEE-ID.
           MOVE WS-MAP-EMP-OUT TO CP-ID(1:6).
           MOVE WS-MAP-EMP-OUT TO WS-HASH-VALUE.
           PERFORM BUILD-FAKE-PERSON.
           MOVE WS-FAKE-NAME TO CP-NAME.
           WRITE EMP-OUT-RECORD FROM COMMON-PERSON-RECORD.
           READ EMP-IN-FILE
               AT END MOVE 'Y' TO IN-EOF
           END-READ.

       EXTRACT-PAYROLL.
           OPEN INPUT PAY-IN-FILE.
           OPEN OUTPUT PAY-OUT-FILE.
           MOVE 'N' TO IN-EOF.
           IF CIN-FILE-STATUS = "35"
               DISPLAY "No Payroll Feed"
               MOVE 'Y' TO IN-EOF
           ELSE
               READ PAY-IN-FILE
                   AT END MOVE 'Y' TO IN-EOF
               END-READ
           END-IF.
           PERFORM MASK-ONE-PAYROLL UNTIL IN-EOF = 'Y'.
           CLOSE PAY-IN-FILE.
           CLOSE PAY-OUT-FILE.

       MASK-ONE-PAYROLL.
           ADD 1 TO WS-PAY-READ.
           MOVE PR-EMP-ID TO WS-MAP-EMP-IN.
           PERFORM MAP-EMPLOYEE-ID.
           MOVE WS-MAP-EMP-OUT TO PR-EMP-ID.
           MOVE WS-MAP-EMP-OUT TO WS-HASH-VALUE.
           PERFORM BUILD-FAKE-PERSON.
           MOVE WS-FAKE-NAME TO PR-EMP-NAME.
           MOVE PR-ROUTING-NO TO WS-BNK-ROUTING-NO.
           MOVE PR-BANK-ACCT-NO TO WS-BNK-ACCT-NO.
           MOVE PR-EMP-ID TO WS-BNK-EMP-ID.
           PERFORM MASK-BANK-DETAILS.
           MOVE WS-BNK-ROUTING-NO TO PR-ROUTING-NO.
           MOVE WS-BNK-ACCT-NO TO PR-BANK-ACCT-NO.
           WRITE PAY-OUT-RECORD FROM PAYROLL-RECORD.
           READ PAY-IN-FILE
               AT END MOVE 'Y' TO IN-EOF
           END-READ.

       EXTRACT-BENEFITS.
           OPEN INPUT BEN-IN-FILE.
           OPEN OUTPUT BEN-OUT-FILE.
           MOVE 'N' TO IN-EOF.
           IF CIN-FILE-STATUS = "35"
               DISPLAY "No Benefits File"
               MOVE 'Y' TO IN-EOF
           ELSE
               READ BEN-IN-FILE
                   AT END MOVE 'Y' TO IN-EOF
               END-READ
           END-IF.
           PERFORM MASK-ONE-BENEFIT UNTIL IN-EOF = 'Y'.
           CLOSE BEN-IN-FILE.
           CLOSE BEN-OUT-FILE.

       MASK-ONE-BENEFIT.
           ADD 1 TO WS-BEN-READ.
           MOVE BEN-EMP-ID(1:6) TO WS-MAP-EMP-IN.
           PERFORM MAP-EMPLOYEE-ID.
           MOVE WS-MAP-EMP-OUT TO BEN-EMP-ID(1:6).
           MOVE BEN-ROUTING-NO TO WS-BNK-ROUTING-NO.
           MOVE BEN-BANK-ACCT-NO TO WS-BNK-ACCT-NO.
           MOVE WS-MAP-EMP-OUT TO WS-BNK-EMP-ID.
           PERFORM MASK-BANK-DETAILS.
           MOVE WS-BNK-ROUTING-NO TO BEN-ROUTING-NO.
           MOVE WS-BNK-ACCT-NO TO BEN-BANK-ACCT-NO.
           WRITE BEN-OUT-RECORD FROM BENEFITS-RECORD.
           READ BEN-IN-FILE
               AT END MOVE 'Y' TO IN-EOF
           END-READ.

       MASK-BANK-DETAILS.
           PERFORM FIND-ON-US-ACCOUNT.
           IF WS-ON-US-ACCT > 0
               MOVE WS-ON-US-ACCT TO WS-MAP-ACCT-IN
               PERFORM MAP-ACCOUNT-NO
               IF WS-BNK-ACCT-NO(9:9) = SPACES
                   MOVE WS-MAP-ACCT-OUT TO WS-BNK-ACCT-NO(1:8)
               ELSE
                   MOVE WS-MAP-ACCT-OUT TO WS-BNK-ACCT-NO(10:8)
               END-IF
           ELSE
           IF WS-BNK-ROUTING-NO NOT = 0
               AND WS-BNK-ROUTING-NO NOT = WS-OWN-ROUTING-NO
               MOVE SPACES TO WS-HASH-VALUE
               MOVE WS-BNK-EMP-ID TO WS-HASH-VALUE(1:6)
               MOVE WS-BNK-ACCT-NO TO WS-HASH-VALUE(7:17)
               PERFORM MASK-HASH
               MOVE WS-HASH-RESULT TO WS-BNK-DIGITS(1:8)
               COMPUTE FX = FUNCTION MOD(WS-HASH-RESULT, 8) + 1
               MOVE WS-FAKE-ROUTING(FX) TO WS-BNK-ROUTING-NO
               MOVE WS-BNK-EMP-ID TO WS-HASH-VALUE(1:6)
               MOVE WS-BNK-ACCT-NO TO WS-HASH-VALUE(7:17)
               MOVE "B" TO WS-HASH-VALUE(24:1)
               PERFORM MASK-HASH
               MOVE WS-HASH-RESULT TO WS-BNK-DIGITS(9:8)
               PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 16
                   IF WS-BNK-ACCT-NO(BX:1) NOT = SPACE
                       MOVE WS-BNK-DIGITS-X(BX:1)
                           TO WS-BNK-ACCT-NO(BX:1)
                   END-IF
               END-PERFORM
               IF WS-BNK-ACCT-NO(17:1) NOT = SPACE
                   MOVE WS-BNK-DIGITS-X(1:1) TO WS-BNK-ACCT-NO(17:1)
               END-IF
           END-IF
           END-IF.

       EXTRACT-FEED.
           OPEN INPUT FEED-IN-FILE.
           OPEN OUTPUT FEED-OUT-FILE.
           MOVE 'N' TO IN-EOF.
           IF CIN-FILE-STATUS = "35"
               DISPLAY "No ATM Feed"
               MOVE 'Y' TO IN-EOF
           ELSE
               READ FEED-IN-FILE
                   AT END MOVE 'Y' TO IN-EOF
               END-READ
           END-IF.
           PERFORM MASK-ONE-FEED UNTIL IN-EOF = 'Y'.
           CLOSE FEED-IN-FILE.
           CLOSE FEED-OUT-FILE.

       MASK-ONE-FEED.
           ADD 1 TO WS-FEED-READ.
           MOVE TRANS-ACCT-NO TO WS-MARK-ACCT-NO.
           PERFORM CHECK-ACCOUNT-SELECTED.
           IF WS-ACCT-SELECTED = 'Y' AND TRANS-TO-ACCT > 0
               MOVE TRANS-TO-ACCT TO WS-MARK-ACCT-NO
               PERFORM CHECK-ACCOUNT-SELECTED
           END-IF.
           IF WS-ACCT-SELECTED = 'Y'
               MOVE TRANS-ACCT-NO TO WS-MAP-ACCT-IN
               PERFORM MAP-ACCOUNT-NO
               MOVE WS-MAP-ACCT-OUT TO TRANS-ACCT-NO
               MOVE TRANS-TO-ACCT TO WS-MAP-ACCT-IN
               PERFORM MAP-ACCOUNT-NO
               MOVE WS-MAP-ACCT-OUT TO TRANS-TO-ACCT
               MOVE TRANS-CARD-NO TO WS-MAP-CARD-IN
               PERFORM MAP-CARD-NO
               MOVE WS-MAP-CARD-OUT TO TRANS-CARD-NO
               MOVE WS-TEST-PIN TO TRANS-PIN
               WRITE FEED-OUT-RECORD FROM TRANS-RECORD
               ADD 1 TO WS-FEED-WRITTEN
           END-IF.
           READ FEED-IN-FILE
               AT END MOVE 'Y' TO IN-EOF
           END-READ.
