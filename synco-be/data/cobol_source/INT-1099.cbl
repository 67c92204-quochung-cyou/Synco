       IDENTIFICATION DIVISION.
       PROGRAM-ID. INT-1099.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO "ACCTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-ACCT-NO WITH DUPLICATES
               FILE STATUS IS XREF-FILE-STATUS.

           SELECT FORM-FILE ASSIGN TO "FORM1099"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FORM-FILE-STATUS.

           SELECT IRS-FILE ASSIGN TO "IRS1099"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IRS-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "BWHEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCP-FILE-STATUS.

           SELECT PAYEE-WORK-FILE ASSIGN TO "IRSPAYEE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYEE-FILE-STATUS.

           SELECT INT-SORT-FILE ASSIGN TO "INTWRK1".

           SELECT CONTROL-CARD ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-ARCHIVE-FILE.
           COPY AUDIT-REC.

       FD  CUSTOMER-MASTER.
           COPY CUST-REC.

       FD  CUST-XREF-FILE.
           COPY CUST-XREF.

       FD  FORM-FILE.
       01  FORM-LINE               PIC X(80).

       FD  IRS-FILE.
       01  IRS-RECORD              PIC X(750).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE          PIC X(80).

       FD  PAYEE-WORK-FILE.
       01  PAYEE-WORK-RECORD       PIC X(750).

       SD  INT-SORT-FILE.
       01  INT-SORT-RECORD.
           05  ISR-CUST-ID         PIC X(8).
           05  ISR-AMOUNT          PIC 9(5)V99.

       FD  CONTROL-CARD.
       01  CONTROL-RECORD.
           05  CTL-TAX-YEAR        PIC 9(4).
           05  CTL-THRESHOLD       PIC 9(5)V99.
           05  CTL-PAYER-TIN       PIC X(9).
           05  CTL-TCC             PIC X(5).
           05  CTL-PAYER-NAME      PIC X(40).
           05  CTL-TEST-IND        PIC X.
       01  CONTROL-ADDR-RECORD.
           05  CTL-PAYER-ADDR      PIC X(30).
           05  CTL-PAYER-CITY      PIC X(20).
           05  CTL-PAYER-STATE     PIC XX.
           05  CTL-PAYER-ZIP       PIC X(9).
           05  CTL-PAYER-PHONE     PIC X(10).

       WORKING-STORAGE SECTION.
       01  ARCH-FILE-STATUS    PIC X(2) VALUE "00".
       01  CUST-FILE-STATUS    PIC X(2) VALUE "00".
       01  XREF-FILE-STATUS    PIC X(2) VALUE "00".
       01  FORM-FILE-STATUS    PIC X(2) VALUE "00".
       01  IRS-FILE-STATUS     PIC X(2) VALUE "00".
       01  EXCP-FILE-STATUS    PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
       01  PAYEE-FILE-STATUS   PIC X(2) VALUE "00".
       01  ARCH-EOF            PIC X VALUE 'N'.
       01  SORT-EOF            PIC X VALUE 'N'.
       01  PAYEE-EOF           PIC X VALUE 'N'.
       01  XREF-EOF            PIC X VALUE 'N'.
       01  WS-CUST-FILE-OK     PIC X VALUE 'N'.
       01  WS-XREF-FILE-OK     PIC X VALUE 'N'.
       01  WS-TAX-YEAR         PIC 9(4) VALUE 0.
       01  WS-THRESHOLD        PIC 9(5)V99 VALUE 10.00.
       01  WS-PAYER-TIN        PIC X(9) VALUE SPACES.
       01  WS-TCC              PIC X(5) VALUE SPACES.
       01  WS-PAYER-NAME       PIC X(40) VALUE SPACES.
       01  WS-TEST-IND         PIC X VALUE SPACE.
       01  WS-PAYER-ADDR       PIC X(30) VALUE SPACES.
       01  WS-PAYER-CITY       PIC X(20) VALUE SPACES.
       01  WS-PAYER-STATE      PIC XX VALUE SPACES.
       01  WS-PAYER-ZIP        PIC X(9) VALUE SPACES.
       01  WS-PAYER-PHONE      PIC X(10) VALUE SPACES.
       01  WS-INTEREST-COUNT   PIC 9(7) VALUE 0.
       01  WS-REPORTED-COUNT   PIC 9(6) VALUE 0.
       01  WS-BELOW-COUNT      PIC 9(6) VALUE 0.
       01  WS-NO-TIN-COUNT     PIC 9(6) VALUE 0.
       01  WS-UNLINKED-COUNT   PIC 9(6) VALUE 0.
       01  WS-TOT-INTEREST     PIC 9(11)V99 VALUE 0.
       01  WS-TOT-REPORTED     PIC 9(11)V99 VALUE 0.
       01  WS-IRS-SEQ          PIC 9(8) VALUE 0.
       01  WS-OWNER-ID         PIC X(8).
       01  WS-OWNER-INTEREST   PIC 9(9)V99.
       01  WS-TIN-OK           PIC X.
       01  WS-TIN-WORK         PIC X(9).
       01  DISP-AMOUNT         PIC $$,$$$,$$$,$$9.99.

       01  WS-CUST-FOUND       PIC X.

       01  WS-UNLINKED-TABLE.
           05  WS-UNL-ENTRY OCCURS 500 TIMES.
               10  WS-UNL-ACCT-NO  PIC 9(8).
               10  WS-UNL-INTEREST PIC 9(9)V99.
       01  UI                  PIC 9(4).
       01  WS-UNL-IX           PIC 9(4).

       01  WS-FORM-RULE.
           05  FILLER           PIC X(80) VALUE ALL "-".
       01  WS-FORM-TITLE.
           05  FILLER           PIC X(40)
               VALUE "FORM 1099-INT   INTEREST INCOME".
           05  FILLER           PIC X(26) VALUE SPACES.
           05  FILLER           PIC X(10) VALUE "TAX YEAR  ".
           05  WS-FRM-YEAR      PIC 9(4).
       01  WS-FORM-PAYER.
           05  FILLER           PIC X(11) VALUE "PAYER     :".
           05  FILLER           PIC X VALUE SPACE.
           05  WS-FRM-PAYER-NAME PIC X(40).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  FILLER           PIC X(11) VALUE "PAYER TIN: ".
           05  WS-FRM-PAYER-TIN PIC X(10).
           05  FILLER           PIC X(5) VALUE SPACES.
       01  WS-FORM-NAME-LINE.
           05  FILLER           PIC X(11).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-FRM-TEXT      PIC X(30).
           05  FILLER           PIC X(38) VALUE SPACES.
       01  WS-FORM-CITY-LINE.
           05  FILLER           PIC X(12) VALUE SPACES.
           05  WS-FRM-CITY      PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-FRM-STATE     PIC XX.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-FRM-ZIP       PIC X(9).
           05  FILLER           PIC X(35) VALUE SPACES.
       01  WS-FORM-RECIP-TIN.
           05  FILLER           PIC X(16) VALUE "RECIPIENT TIN : ".
           05  WS-FRM-RECIP-TIN PIC X(11).
           05  FILLER           PIC X(4) VALUE SPACES.
           05  FILLER           PIC X(17) VALUE "ACCOUNT NUMBER : ".
           05  WS-FRM-CUST-ID   PIC X(8).
           05  FILLER           PIC X(24) VALUE SPACES.
       01  WS-FORM-BOX1.
           05  FILLER           PIC X(40)
               VALUE "BOX 1  INTEREST INCOME".
           05  WS-FRM-BOX1      PIC $$,$$$,$$$,$$9.99.
           05  FILLER           PIC X(23) VALUE SPACES.
       01  WS-FORM-BOX4.
           05  FILLER           PIC X(40)
               VALUE "BOX 4  FEDERAL INCOME TAX WITHHELD".
           05  WS-FRM-BOX4      PIC $$,$$$,$$$,$$9.99.
           05  FILLER           PIC X(23) VALUE SPACES.

       01  WS-EXC-HDR1.
           05  FILLER           PIC X(40)
               VALUE "BACKUP WITHHOLDING EXCEPTION LIST".
           05  FILLER           PIC X(26) VALUE SPACES.
           05  FILLER           PIC X(10) VALUE "TAX YEAR  ".
           05  WS-EXC-YEAR      PIC 9(4).
       01  WS-EXC-HDR2.
           05  FILLER           PIC X(10) VALUE "CUSTOMER  ".
           05  FILLER           PIC X(32) VALUE "NAME".
           05  FILLER           PIC X(20) VALUE "EXCEPTION".
           05  FILLER           PIC X(18) VALUE "     INTEREST".
       01  WS-EXC-DETAIL.
           05  WS-EXC-ID        PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-EXC-NAME      PIC X(30).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-EXC-REASON    PIC X(20).
           05  WS-EXC-AMOUNT    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.

       01  WS-IRS-T-REC.
           05  FILLER           PIC X VALUE "T".
           05  WS-IRT-YEAR      PIC 9(4).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-IRT-TIN       PIC X(9).
           05  WS-IRT-TCC       PIC X(5).
           05  FILLER           PIC X(7) VALUE SPACES.
           05  WS-IRT-TEST      PIC X.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-IRT-NAME      PIC X(80).
           05  WS-IRT-COMPANY   PIC X(80).
           05  WS-IRT-ADDR      PIC X(40).
           05  WS-IRT-CITY      PIC X(40).
           05  WS-IRT-STATE     PIC XX.
           05  WS-IRT-ZIP       PIC X(9).
           05  FILLER           PIC X(15) VALUE SPACES.
           05  WS-IRT-PAYEES    PIC 9(8).
           05  FILLER           PIC X(40) VALUE SPACES.
           05  WS-IRT-PHONE     PIC X(15).
           05  FILLER           PIC X(141) VALUE SPACES.
           05  WS-IRT-SEQ       PIC 9(8).
           05  FILLER           PIC X(10) VALUE SPACES.
           05  FILLER           PIC X VALUE "I".
           05  FILLER           PIC X(232) VALUE SPACES.
       01  WS-IRS-A-REC.
           05  FILLER           PIC X VALUE "A".
           05  WS-IRA-YEAR      PIC 9(4).
           05  FILLER           PIC X(6) VALUE SPACES.
           05  WS-IRA-TIN       PIC X(9).
           05  FILLER           PIC X(5) VALUE SPACES.
           05  FILLER           PIC X(2) VALUE "6 ".
           05  FILLER           PIC X(18) VALUE "14".
           05  FILLER           PIC X(7) VALUE SPACES.
           05  WS-IRA-NAME      PIC X(80).
           05  FILLER           PIC X VALUE "0".
           05  WS-IRA-ADDR      PIC X(40).
           05  WS-IRA-CITY      PIC X(40).
           05  WS-IRA-STATE     PIC XX.
           05  WS-IRA-ZIP       PIC X(9).
           05  WS-IRA-PHONE     PIC X(15).
           05  FILLER           PIC X(260) VALUE SPACES.
           05  WS-IRA-SEQ       PIC 9(8).
           05  FILLER           PIC X(243) VALUE SPACES.
       01  WS-IRS-B-REC.
           05  FILLER           PIC X VALUE "B".
           05  WS-IRB-YEAR      PIC 9(4).
           05  FILLER           PIC X(5) VALUE SPACES.
           05  WS-IRB-TIN-TYPE  PIC X.
           05  WS-IRB-TIN       PIC X(9).
           05  WS-IRB-ACCT      PIC X(20).
           05  FILLER           PIC X(14) VALUE SPACES.
           05  WS-IRB-AMOUNT-1  PIC 9(10)V99.
           05  FILLER           PIC X(24) VALUE ALL "0".
           05  WS-IRB-AMOUNT-4  PIC 9(10)V99.
           05  FILLER           PIC X(168) VALUE ALL "0".
           05  FILLER           PIC X(17) VALUE SPACES.
           05  WS-IRB-NAME      PIC X(80).
           05  WS-IRB-ADDR      PIC X(40).
           05  FILLER           PIC X(40) VALUE SPACES.
           05  WS-IRB-CITY      PIC X(40).
           05  WS-IRB-STATE     PIC XX.
           05  WS-IRB-ZIP       PIC X(9).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-IRB-SEQ       PIC 9(8).
           05  FILLER           PIC X(243) VALUE SPACES.
       01  WS-IRS-C-REC.
           05  FILLER           PIC X VALUE "C".
           05  WS-IRC-PAYEES    PIC 9(8).
           05  FILLER           PIC X(6) VALUE SPACES.
           05  WS-IRC-TOTAL-1   PIC 9(16)V99.
           05  FILLER           PIC X(36) VALUE ALL "0".
           05  WS-IRC-TOTAL-4   PIC 9(16)V99.
           05  FILLER           PIC X(252) VALUE ALL "0".
           05  FILLER           PIC X(160) VALUE SPACES.
           05  WS-IRC-SEQ       PIC 9(8).
           05  FILLER           PIC X(243) VALUE SPACES.
       01  WS-IRS-F-REC.
           05  FILLER           PIC X VALUE "F".
           05  FILLER           PIC 9(8) VALUE 1.
           05  FILLER           PIC X(21) VALUE ALL "0".
           05  FILLER           PIC X(19) VALUE SPACES.
           05  WS-IRF-PAYEES    PIC 9(8).
           05  FILLER           PIC X(442) VALUE SPACES.
           05  WS-IRF-SEQ       PIC 9(8).
           05  FILLER           PIC X(243) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "YEAR-END 1099-INT RUN STARTED".

           PERFORM READ-CONTROL-CARD.
           IF WS-TAX-YEAR = 0
               DISPLAY "NO TAX YEAR SUPPLIED - 1099 RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PAYER-TIN = SPACES OR WS-PAYER-NAME = SPACES
               DISPLAY "NO PAYER TIN/NAME SUPPLIED - 1099 RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-CUSTOMER-FILES.

           OPEN OUTPUT FORM-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN OUTPUT PAYEE-WORK-FILE.
           MOVE WS-TAX-YEAR TO WS-EXC-YEAR.
           WRITE EXCEPTION-LINE FROM WS-EXC-HDR1.
           WRITE EXCEPTION-LINE FROM WS-EXC-HDR2.
           SORT INT-SORT-FILE
               ON ASCENDING KEY ISR-CUST-ID
               INPUT PROCEDURE IS TOTAL-YEAR-INTEREST
               OUTPUT PROCEDURE IS REPORT-CUSTOMERS.
           CLOSE PAYEE-WORK-FILE.
           CLOSE CUSTOMER-MASTER.
           IF WS-XREF-FILE-OK = 'Y'
               CLOSE CUST-XREF-FILE
           END-IF.
           PERFORM VARYING UI FROM 1 BY 1 UNTIL UI > WS-UNLINKED-COUNT
               MOVE WS-UNL-ACCT-NO(UI) TO WS-EXC-ID
               MOVE SPACES TO WS-EXC-NAME
               MOVE "NO OWNER ON XREF" TO WS-EXC-REASON
               MOVE WS-UNL-INTEREST(UI) TO WS-EXC-AMOUNT
               WRITE EXCEPTION-LINE FROM WS-EXC-DETAIL
           END-PERFORM.
           CLOSE FORM-FILE.
           CLOSE EXCEPTION-FILE.

           PERFORM WRITE-IRS-FILE.

           DISPLAY "INTEREST RECORDS READ   : " WS-INTEREST-COUNT.
           MOVE WS-TOT-INTEREST TO DISP-AMOUNT.
           DISPLAY "TOTAL INTEREST PAID     : " DISP-AMOUNT.
           DISPLAY "1099-INT FORMS PRODUCED : " WS-REPORTED-COUNT.
           MOVE WS-TOT-REPORTED TO DISP-AMOUNT.
           DISPLAY "TOTAL INTEREST REPORTED : " DISP-AMOUNT.
           DISPLAY "BELOW THRESHOLD         : " WS-BELOW-COUNT.
           DISPLAY "MISSING TIN - BACKUP WH : " WS-NO-TIN-COUNT.
           DISPLAY "ACCOUNTS WITH NO OWNER  : " WS-UNLINKED-COUNT.
           DISPLAY "YEAR-END 1099-INT RUN COMPLETE FOR " WS-TAX-YEAR.
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-FILE-STATUS = "35"
               DISPLAY "No Control Card"
           ELSE
               READ CONTROL-CARD
                   AT END DISPLAY "Empty Control Card"
                   NOT AT END
                       MOVE CTL-TAX-YEAR TO WS-TAX-YEAR
                       IF CTL-THRESHOLD > 0
                           MOVE CTL-THRESHOLD TO WS-THRESHOLD
                       END-IF
                       MOVE CTL-PAYER-TIN TO WS-PAYER-TIN
                       MOVE CTL-TCC TO WS-TCC
                       MOVE CTL-PAYER-NAME TO WS-PAYER-NAME
                       MOVE CTL-TEST-IND TO WS-TEST-IND
               END-READ
               READ CONTROL-CARD
                   AT END DISPLAY "No Payer Address Card"
                   NOT AT END
                       MOVE CTL-PAYER-ADDR TO WS-PAYER-ADDR
                       MOVE CTL-PAYER-CITY TO WS-PAYER-CITY
                       MOVE CTL-PAYER-STATE TO WS-PAYER-STATE
                       MOVE CTL-PAYER-ZIP TO WS-PAYER-ZIP
                       MOVE CTL-PAYER-PHONE TO WS-PAYER-PHONE
               END-READ
               CLOSE CONTROL-CARD
           END-IF.

       OPEN-CUSTOMER-FILES.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUST-FILE-STATUS NOT = "00"
               DISPLAY "** CUSTOMER MASTER OPEN FAILED - STATUS "
                   CUST-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-CUST-FILE-OK.
           OPEN INPUT CUST-XREF-FILE.
           IF XREF-FILE-STATUS = "00"
               MOVE 'Y' TO WS-XREF-FILE-OK
           ELSE
               DISPLAY "No Account Cross-Reference File"
           END-IF.

       TOTAL-YEAR-INTEREST.
           OPEN INPUT AUDIT-ARCHIVE-FILE.
           IF ARCH-FILE-STATUS NOT = "00"
               DISPLAY "** AUDIT ARCHIVE OPEN FAILED - STATUS "
                   ARCH-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ AUDIT-ARCHIVE-FILE
               AT END MOVE 'Y' TO ARCH-EOF
           END-READ.
           PERFORM TOTAL-ONE-RECORD UNTIL ARCH-EOF = 'Y'.
           CLOSE AUDIT-ARCHIVE-FILE.

       TOTAL-ONE-RECORD.
           IF AUD-STATUS-MSG = "INTEREST POSTED"
               AND AUD-DATE(1:4) = WS-TAX-YEAR
               ADD 1 TO WS-INTEREST-COUNT
               ADD AUD-AMOUNT TO WS-TOT-INTEREST
               PERFORM FIND-ACCOUNT-OWNER
               IF WS-CUST-FOUND = 'Y'
                   MOVE WS-OWNER-ID TO ISR-CUST-ID
                   MOVE AUD-AMOUNT TO ISR-AMOUNT
                   RELEASE INT-SORT-RECORD
               ELSE
                   PERFORM ADD-UNLINKED-INTEREST
               END-IF
           END-IF.
           READ AUDIT-ARCHIVE-FILE
               AT END MOVE 'Y' TO ARCH-EOF
           END-READ.

       FIND-ACCOUNT-OWNER.
           MOVE 'N' TO WS-CUST-FOUND.
           MOVE SPACES TO WS-OWNER-ID.
           MOVE 'Y' TO XREF-EOF.
           IF WS-XREF-FILE-OK = 'Y'
               MOVE AUD-ACCT-NO TO XRF-ACCT-NO
               START CUST-XREF-FILE KEY IS EQUAL TO XRF-ACCT-NO
                   INVALID KEY MOVE 'Y' TO XREF-EOF
                   NOT INVALID KEY MOVE 'N' TO XREF-EOF
               END-START
           END-IF.
           PERFORM FIND-NEXT-OWNER UNTIL XREF-EOF = 'Y'.
           IF WS-OWNER-ID NOT = SPACES AND WS-CUST-FILE-OK = 'Y'
               MOVE WS-OWNER-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF CUST-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-CUST-FOUND
               END-IF
           END-IF.

       FIND-NEXT-OWNER.
           READ CUST-XREF-FILE NEXT RECORD
               AT END MOVE 'Y' TO XREF-EOF
           END-READ.
           IF XREF-EOF = 'N' AND XRF-ACCT-NO NOT = AUD-ACCT-NO
               MOVE 'Y' TO XREF-EOF
           END-IF.
           IF XREF-EOF = 'N'
               IF WS-OWNER-ID = SPACES
                   OR XRF-OWNER-ROLE = 'P'
                   MOVE XRF-CUST-ID TO WS-OWNER-ID
               END-IF
           END-IF.

       ADD-UNLINKED-INTEREST.
           MOVE 0 TO WS-UNL-IX.
           PERFORM VARYING UI FROM 1 BY 1
                   UNTIL UI > WS-UNLINKED-COUNT OR WS-UNL-IX > 0
               IF WS-UNL-ACCT-NO(UI) = AUD-ACCT-NO
                   MOVE UI TO WS-UNL-IX
               END-IF
           END-PERFORM.
           IF WS-UNL-IX = 0
               IF WS-UNLINKED-COUNT < 500
                   ADD 1 TO WS-UNLINKED-COUNT
                   MOVE WS-UNLINKED-COUNT TO WS-UNL-IX
                   MOVE AUD-ACCT-NO TO WS-UNL-ACCT-NO(WS-UNL-IX)
                   MOVE 0 TO WS-UNL-INTEREST(WS-UNL-IX)
               ELSE
                   DISPLAY "** UNLINKED TABLE FULL - 1099 RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-UNL-IX > 0
               ADD AUD-AMOUNT TO WS-UNL-INTEREST(WS-UNL-IX)
           END-IF.

       REPORT-CUSTOMERS.
           RETURN INT-SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.
           PERFORM REPORT-ONE-OWNER UNTIL SORT-EOF = 'Y'.

       REPORT-ONE-OWNER.
           MOVE ISR-CUST-ID TO WS-OWNER-ID.
           MOVE 0 TO WS-OWNER-INTEREST.
           PERFORM ADD-ONE-INTEREST
               UNTIL SORT-EOF = 'Y' OR ISR-CUST-ID NOT = WS-OWNER-ID.
           MOVE WS-OWNER-ID TO CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF CUST-FILE-STATUS NOT = "00"
               MOVE SPACES TO CUSTOMER-RECORD
               MOVE WS-OWNER-ID TO CUST-ID
           END-IF.
           IF WS-OWNER-INTEREST > 0
               PERFORM REPORT-ONE-CUSTOMER
           END-IF.

       ADD-ONE-INTEREST.
           ADD ISR-AMOUNT TO WS-OWNER-INTEREST.
           RETURN INT-SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.

       REPORT-ONE-CUSTOMER.
           MOVE CUST-TIN TO WS-TIN-WORK.
           PERFORM CHECK-TIN.
           IF WS-TIN-OK = 'N'
               MOVE CUST-ID TO WS-EXC-ID
               MOVE CUST-NAME TO WS-EXC-NAME
               MOVE "NO TIN ON FILE" TO WS-EXC-REASON
               MOVE WS-OWNER-INTEREST TO WS-EXC-AMOUNT
               WRITE EXCEPTION-LINE FROM WS-EXC-DETAIL
               ADD 1 TO WS-NO-TIN-COUNT
           END-IF.
           IF WS-OWNER-INTEREST < WS-THRESHOLD
               ADD 1 TO WS-BELOW-COUNT
           ELSE
               ADD 1 TO WS-REPORTED-COUNT
               ADD WS-OWNER-INTEREST TO WS-TOT-REPORTED
               PERFORM PRINT-ONE-FORM
               PERFORM WRITE-IRS-PAYEE
           END-IF.

       CHECK-TIN.
           MOVE 'Y' TO WS-TIN-OK.
           IF WS-TIN-WORK NOT NUMERIC
               MOVE 'N' TO WS-TIN-OK
           ELSE
               IF WS-TIN-WORK = ZEROS
                   MOVE 'N' TO WS-TIN-OK
               END-IF
           END-IF.

       PRINT-ONE-FORM.
           WRITE FORM-LINE FROM WS-FORM-RULE.
           MOVE WS-TAX-YEAR TO WS-FRM-YEAR.
           WRITE FORM-LINE FROM WS-FORM-TITLE.
           MOVE SPACES TO FORM-LINE.
           WRITE FORM-LINE.

           MOVE WS-PAYER-NAME TO WS-FRM-PAYER-NAME.
           MOVE SPACES TO WS-FRM-PAYER-TIN.
           STRING WS-PAYER-TIN(1:2) "-" WS-PAYER-TIN(3:7)
               DELIMITED BY SIZE INTO WS-FRM-PAYER-TIN
           END-STRING.
           WRITE FORM-LINE FROM WS-FORM-PAYER.
           MOVE SPACES TO WS-FORM-NAME-LINE.
           MOVE WS-PAYER-ADDR TO WS-FRM-TEXT.
           WRITE FORM-LINE FROM WS-FORM-NAME-LINE.
           MOVE WS-PAYER-CITY TO WS-FRM-CITY.
           MOVE WS-PAYER-STATE TO WS-FRM-STATE.
           MOVE WS-PAYER-ZIP TO WS-FRM-ZIP.
           WRITE FORM-LINE FROM WS-FORM-CITY-LINE.
           MOVE SPACES TO FORM-LINE.
           WRITE FORM-LINE.

           MOVE SPACES TO WS-FORM-NAME-LINE.
           MOVE "RECIPIENT :" TO WS-FORM-NAME-LINE(1:11).
           MOVE CUST-NAME TO WS-FRM-TEXT.
           WRITE FORM-LINE FROM WS-FORM-NAME-LINE.
           MOVE SPACES TO WS-FORM-NAME-LINE.
           MOVE CUST-ADDR-LINE TO WS-FRM-TEXT.
           WRITE FORM-LINE FROM WS-FORM-NAME-LINE.
           MOVE CUST-CITY TO WS-FRM-CITY.
           MOVE CUST-STATE TO WS-FRM-STATE.
           MOVE CUST-ZIP TO WS-FRM-ZIP.
           WRITE FORM-LINE FROM WS-FORM-CITY-LINE.
           IF WS-TIN-OK = 'Y'
               MOVE SPACES TO WS-FRM-RECIP-TIN
               STRING "***-**-" CUST-TIN(6:4)
                   DELIMITED BY SIZE INTO WS-FRM-RECIP-TIN
               END-STRING
           ELSE
               MOVE "NOT ON FILE" TO WS-FRM-RECIP-TIN
           END-IF.
           MOVE CUST-ID TO WS-FRM-CUST-ID.
           WRITE FORM-LINE FROM WS-FORM-RECIP-TIN.
           MOVE SPACES TO FORM-LINE.
           WRITE FORM-LINE.

           MOVE WS-OWNER-INTEREST TO WS-FRM-BOX1.
           WRITE FORM-LINE FROM WS-FORM-BOX1.
           MOVE 0 TO WS-FRM-BOX4.
           WRITE FORM-LINE FROM WS-FORM-BOX4.

       WRITE-IRS-FILE.
           OPEN OUTPUT IRS-FILE.

           MOVE WS-TAX-YEAR TO WS-IRT-YEAR.
           MOVE WS-PAYER-TIN TO WS-IRT-TIN.
           MOVE WS-TCC TO WS-IRT-TCC.
           MOVE WS-TEST-IND TO WS-IRT-TEST.
           MOVE WS-PAYER-NAME TO WS-IRT-NAME.
           MOVE WS-PAYER-NAME TO WS-IRT-COMPANY.
           MOVE WS-PAYER-ADDR TO WS-IRT-ADDR.
           MOVE WS-PAYER-CITY TO WS-IRT-CITY.
           MOVE WS-PAYER-STATE TO WS-IRT-STATE.
           MOVE WS-PAYER-ZIP TO WS-IRT-ZIP.
           MOVE WS-REPORTED-COUNT TO WS-IRT-PAYEES.
           MOVE WS-PAYER-PHONE TO WS-IRT-PHONE.
           ADD 1 TO WS-IRS-SEQ.
           MOVE WS-IRS-SEQ TO WS-IRT-SEQ.
           WRITE IRS-RECORD FROM WS-IRS-T-REC.

           MOVE WS-TAX-YEAR TO WS-IRA-YEAR.
           MOVE WS-PAYER-TIN TO WS-IRA-TIN.
           MOVE WS-PAYER-NAME TO WS-IRA-NAME.
           MOVE WS-PAYER-ADDR TO WS-IRA-ADDR.
           MOVE WS-PAYER-CITY TO WS-IRA-CITY.
           MOVE WS-PAYER-STATE TO WS-IRA-STATE.
           MOVE WS-PAYER-ZIP TO WS-IRA-ZIP.
           MOVE WS-PAYER-PHONE TO WS-IRA-PHONE.
           ADD 1 TO WS-IRS-SEQ.
           MOVE WS-IRS-SEQ TO WS-IRA-SEQ.
           WRITE IRS-RECORD FROM WS-IRS-A-REC.

           OPEN INPUT PAYEE-WORK-FILE.
           READ PAYEE-WORK-FILE
               AT END MOVE 'Y' TO PAYEE-EOF
           END-READ.
           PERFORM COPY-ONE-PAYEE UNTIL PAYEE-EOF = 'Y'.
           CLOSE PAYEE-WORK-FILE.

           MOVE WS-REPORTED-COUNT TO WS-IRC-PAYEES.
           MOVE WS-TOT-REPORTED TO WS-IRC-TOTAL-1.
           MOVE 0 TO WS-IRC-TOTAL-4.
           ADD 1 TO WS-IRS-SEQ.
           MOVE WS-IRS-SEQ TO WS-IRC-SEQ.
           WRITE IRS-RECORD FROM WS-IRS-C-REC.

           MOVE WS-REPORTED-COUNT TO WS-IRF-PAYEES.
           ADD 1 TO WS-IRS-SEQ.
           MOVE WS-IRS-SEQ TO WS-IRF-SEQ.
           WRITE IRS-RECORD FROM WS-IRS-F-REC.

           CLOSE IRS-FILE.

       WRITE-IRS-PAYEE.
           MOVE WS-TAX-YEAR TO WS-IRB-YEAR.
           MOVE CUST-TIN TO WS-TIN-WORK.
           PERFORM CHECK-TIN.
           IF WS-TIN-OK = 'Y'
               MOVE "2" TO WS-IRB-TIN-TYPE
               MOVE CUST-TIN TO WS-IRB-TIN
           ELSE
               MOVE SPACE TO WS-IRB-TIN-TYPE
               MOVE SPACES TO WS-IRB-TIN
           END-IF.
           MOVE CUST-ID TO WS-IRB-ACCT.
           MOVE WS-OWNER-INTEREST TO WS-IRB-AMOUNT-1.
           MOVE 0 TO WS-IRB-AMOUNT-4.
           MOVE CUST-NAME TO WS-IRB-NAME.
           MOVE CUST-ADDR-LINE TO WS-IRB-ADDR.
           MOVE CUST-CITY TO WS-IRB-CITY.
           MOVE CUST-STATE TO WS-IRB-STATE.
           MOVE CUST-ZIP TO WS-IRB-ZIP.
           MOVE 0 TO WS-IRB-SEQ.
           WRITE PAYEE-WORK-RECORD FROM WS-IRS-B-REC.

       COPY-ONE-PAYEE.
           MOVE PAYEE-WORK-RECORD TO WS-IRS-B-REC.
           ADD 1 TO WS-IRS-SEQ.
           MOVE WS-IRS-SEQ TO WS-IRB-SEQ.
           WRITE IRS-RECORD FROM WS-IRS-B-REC.
           READ PAYEE-WORK-FILE
               AT END MOVE 'Y' TO PAYEE-EOF
           END-READ.
