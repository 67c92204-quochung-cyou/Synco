               RECORD KEY IS CRD-CARD-NO
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT CD-MASTER ASSIGN TO "CDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-ACCT-NO
               FILE STATUS IS CD-FILE-STATUS.

           SELECT ODP-MASTER ASSIGN TO "ODPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODP-ACCT-NO
               FILE STATUS IS ODP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           05  CTL-ACCT-LOW        PIC 9(8).
           05  CTL-ACCT-HIGH       PIC 9(8).
           05  CTL-CKPT-INTERVAL   PIC 9(3).
           05  CTL-ODP-INCREMENT   PIC 9(3)V99.
           05  CTL-ODP-FEE         PIC 9(3)V99.

       FD  SETTLEMENT-RPT.
       01  SETT-LINE               PIC X(80).
       FD  CARD-MASTER.
           COPY CARD-REC.

       FD  CD-MASTER.
           COPY CD-REC.

       FD  ODP-MASTER.
           COPY ODP-REC.

       WORKING-STORAGE SECTION.
       01  BALANCE             PIC S9(7)V99.
       01  TXN-AMOUNT          PIC 9(5)V99.
       01  WS-TOT-SVC-FEES     PIC 9(9)V99 VALUE 0.
       01  WS-TOT-REVERSALS    PIC 9(9)V99 VALUE 0.
       01  WS-TOT-LOAN-PMTS    PIC 9(9)V99 VALUE 0.
       01  WS-TOT-CD-PENALTIES PIC 9(9)V99 VALUE 0.
       01  WS-TOT-CHECKS       PIC 9(9)V99 VALUE 0.
       01  WS-TOT-ODP-FEES     PIC 9(9)V99 VALUE 0.
       01  WS-TOT-CLOSEOUTS    PIC 9(9)V99 VALUE 0.
       01  WS-TOT-DSP-CREDITS  PIC 9(9)V99 VALUE 0.
       01  WS-TOT-DSP-REVERSED PIC 9(9)V99 VALUE 0.
       01  WS-TOT-WIRES-OUT    PIC 9(9)V99 VALUE 0.
       01  WS-TOT-WIRES-IN     PIC 9(9)V99 VALUE 0.
       01  WS-TOT-ENDING-BAL   PIC S9(9)V99 VALUE 0.
       01  HOLD-FILE-STATUS    PIC X(2) VALUE "00".
       01  HOLD-EOF            PIC X VALUE 'N'.
       01  WS-CKPT-INTERVAL    PIC 9(3) VALUE 1.
       01  WS-SINCE-CKPT       PIC 9(3) VALUE 0.
       01  WS-RANGE-SKIPPED    PIC 9(6) VALUE 0.
       01  CD-FILE-STATUS      PIC X(2) VALUE "00".
       01  WS-CD-FILE-OK       PIC X VALUE 'N'.
       01  WS-CD-PENALTY-DUE   PIC X VALUE 'N'.
       01  WS-CD-PENALTY-AMT   PIC 9(5)V99.
       01  ODP-FILE-STATUS     PIC X(2) VALUE "00".
       01  WS-ODP-FILE-OK      PIC X VALUE 'N'.
       01  WS-ODP-INCREMENT    PIC 9(3)V99 VALUE 100.00.
       01  WS-ODP-FEE          PIC 9(3)V99 VALUE 10.00.
       01  WS-ODP-FEE-DUE      PIC X VALUE 'N'.
       01  WS-ODP-SWEPT        PIC X.
       01  WS-ODP-SHORTFALL    PIC 9(7)V99.
       01  WS-ODP-UNITS        PIC 9(7).
       01  WS-ODP-REMAINDER    PIC 9(7)V99.
       01  WS-ODP-SWEEP-AMT    PIC 9(7)V99.
       01  WS-ODP-SOURCE-AVAIL PIC S9(9)V99.
       01  WS-ODP-SAVE-REC     PIC X(68).
       01  WS-ODP-BEFORE-IMG   PIC X(68).

       01  WS-RPT-HEADER1.
           05  FILLER           PIC X(80)
           05  FILLER           PIC X(20)
               VALUE "TOTAL LOAN PMTS   : ".
           05  WS-RPT-TOT-LOAN  PIC $$$,$$$,$$9.99.
       01  WS-RPT-TOT-CDP-LINE.
           05  FILLER           PIC X(20)
               VALUE "TOTAL CD PENALTIES: ".
           05  WS-RPT-TOT-CDP   PIC $$$,$$$,$$9.99.
       01  WS-RPT-TOT-CHK-LINE.
           05  FILLER           PIC X(20)
               VALUE "TOTAL CHECKS PAID : ".
           05  WS-RPT-TOT-CHK   PIC $$$,$$$,$$9.99.
       01  WS-RPT-TOT-ODP-LINE.
           05  FILLER           PIC X(20)
               VALUE "TOTAL OD XFER FEES: ".
           05  WS-RPT-TOT-ODP   PIC $$$,$$$,$$9.99.
       01  WS-RPT-TOT-CLS-LINE.
           05  FILLER           PIC X(20)
               VALUE "TOTAL CLOSEOUT CHK: ".
           05  WS-RPT-TOT-CLS   PIC $$$,$$$,$$9.99.
       01  WS-RPT-TOT-DSC-LINE.
           05  FILLER           PIC X(20)
               VALUE "TOTAL DISPUTE CRS : ".
           05  WS-RPT-TOT-DSC   PIC $$$,$$$,$$9.99.
       01  WS-RPT-TOT-DSR-LINE.
           05  FILLER           PIC X(20)
               VALUE "TOTAL DISPUTE REVS: ".
           05  WS-RPT-TOT-DSR   PIC $$$,$$$,$$9.99.
       01  WS-RPT-TOT-WRO-LINE.
           05  FILLER           PIC X(20)
               VALUE "TOTAL WIRES OUT   : ".
           05  WS-RPT-TOT-WRO   PIC $$$,$$$,$$9.99.
       01  WS-RPT-TOT-WRI-LINE.
           05  FILLER           PIC X(20)
               VALUE "TOTAL WIRES IN    : ".
           05  WS-RPT-TOT-WRI   PIC $$$,$$$,$$9.99.
       01  WS-RPT-TOT-END-LINE.
           05  FILLER           PIC X(20)
               VALUE "TOTAL ENDING BAL. : ".
                           MOVE CTL-CKPT-INTERVAL
                               TO WS-CKPT-INTERVAL
                       END-IF
                       IF CTL-ODP-INCREMENT NUMERIC
                           AND CTL-ODP-INCREMENT > 0
                           MOVE CTL-ODP-INCREMENT
                               TO WS-ODP-INCREMENT
                       END-IF
                       IF CTL-ODP-FEE NUMERIC AND CTL-ODP-FEE > 0
                           MOVE CTL-ODP-FEE TO WS-ODP-FEE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
           ELSE
               DISPLAY "No Card Master - Card Transactions Refused"
           END-IF.
           OPEN INPUT CD-MASTER.
           IF CD-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CD-FILE-OK
           ELSE
               DISPLAY "No CD Master - No Early Withdrawal Penalties"
           END-IF.
           OPEN INPUT ODP-MASTER.
           IF ODP-FILE-STATUS = "00"
               MOVE 'Y' TO WS-ODP-FILE-OK
           ELSE
               DISPLAY "No Overdraft Protection Master - No Sweeps"
           END-IF.

           IF TRANS-FILE-STATUS = "35"
               DISPLAY "No Transaction File - Nothing To Process"
           IF WS-CARD-FILE-OK = 'Y'
               CLOSE CARD-MASTER
           END-IF.
           IF WS-CD-FILE-OK = 'Y'
               CLOSE CD-MASTER
           END-IF.
           IF WS-ODP-FILE-OK = 'Y'
               CLOSE ODP-MASTER
           END-IF.

       PROCESS-TRANSACTION.
           MOVE 'N' TO WS-CARD-MODE.
                   PERFORM POST-NSF-FEE
                   MOVE 'N' TO WS-NSF-DUE
               END-IF

               IF WS-CD-PENALTY-DUE = 'Y'
                   PERFORM POST-CD-PENALTY
                   MOVE 'N' TO WS-CD-PENALTY-DUE
               END-IF

               IF WS-ODP-FEE-DUE = 'Y'
                   PERFORM POST-ODP-FEE
                   MOVE 'N' TO WS-ODP-FEE-DUE
               END-IF
           END-IF.

           ADD 1 TO WS-CKPT-COUNT.
       HANDLE-ACCOUNT.
           MOVE ACCT-BALANCE TO BALANCE.

           IF WS-CARD-MODE = 'Y' AND CRD-STATUS = 'H'
               DISPLAY "Card Reported Lost/Stolen - Declined"
               MOVE "HOT CARD" TO AUD-STATUS-MSG
           ELSE
           IF WS-CARD-MODE = 'Y'
               AND (CRD-STATUS = 'X'
                   OR (CRD-EXPIRY-DATE NOT = SPACES
                       AND CRD-EXPIRY-DATE < WS-TODAY-DATE))
               DISPLAY "Card Expired - Declined"
               MOVE "EXPIRED CARD" TO AUD-STATUS-MSG
           ELSE
           IF WS-CARD-MODE = 'Y' AND CRD-LOCKED-SW = 'Y'
               DISPLAY "Card Locked - Too Many Bad PINs"
               MOVE "CARD LOCKED" TO AUD-STATUS-MSG
           IF ACCT-LOCKED-SW = 'Y'
               DISPLAY "Account Locked - Too Many Bad PINs"
               MOVE "ACCOUNT LOCKED" TO AUD-STATUS-MSG
           ELSE
           IF ACCT-DORMANT-SW = 'C'
               DISPLAY "Account Closed - Declined"
               MOVE "ACCOUNT CLOSED" TO AUD-STATUS-MSG
           ELSE
               PERFORM VERIFY-PIN
               IF WS-PIN-OK = 'Y'
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       DO-WITHDRAWAL.
           PERFORM SUM-UNRELEASED-HOLDS.
           COMPUTE WS-AVAIL-BAL = BALANCE - WS-HELD-AMT.

           IF WS-AVAIL-BAL - TXN-AMOUNT < 0
               AND WS-ODP-FILE-OK = 'Y'
               AND WS-EFF-DAILY-USED + TXN-AMOUNT
                   NOT > WS-EFF-DAILY-LIMIT
               PERFORM SWEEP-OVERDRAFT-PROTECT
           END-IF.

           COMPUTE WS-PROJECTED-BAL = BALANCE - TXN-AMOUNT.
           IF WS-PROJECTED-BAL < 0 - ACCT-OVERDRAFT-LIM
               DISPLAY "Insufficient Funds - Over Overdraft Line!"
                   ELSE
                       MOVE "WITHDRAWAL" TO AUD-STATUS-MSG
                   END-IF
                   IF ACCT-TYPE = 'T'
                       PERFORM CHECK-CD-EARLY-WD
                   END-IF
               END-IF
           END-IF
           END-IF.

       CHECK-CD-EARLY-WD.
           IF WS-CD-FILE-OK = 'Y'
               MOVE ACCT-NO TO CD-ACCT-NO
               READ CD-MASTER
                   INVALID KEY
                       DISPLAY "No CD Terms On File: " ACCT-NO
               END-READ
               IF CD-FILE-STATUS = "00" AND CD-STATUS = 'A'
                   AND WS-TODAY-DATE < CD-MATURITY-DATE
                   COMPUTE WS-CD-PENALTY-AMT ROUNDED =
                       TXN-AMOUNT * CD-RATE * CD-PENALTY-DAYS / 365
                   IF WS-CD-PENALTY-AMT > 0
                       DISPLAY "Withdrawal Before CD Maturity "
                           CD-MATURITY-DATE
                       MOVE 'Y' TO WS-CD-PENALTY-DUE
                   END-IF
               END-IF
           END-IF.

       SUM-UNRELEASED-HOLDS.
           MOVE 0 TO WS-HELD-AMT.
           PERFORM VARYING HI FROM 1 BY 1 UNTIL HI > WS-HOLD-COUNT
           END-PERFORM.

       PLACE-DEPOSIT-HOLD.
           IF WS-HOLD-COUNT NOT < 200
               DISPLAY "** HOLD TABLE FULL AT ACCT " ACCT-NO
                   " - ATM RUN STOPPED"
               IF WS-SINCE-CKPT > 0
                   PERFORM WRITE-TRAN-CHECKPOINT
               END-IF
               CLOSE HOLD-FILE
               CLOSE TRANSACTION-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE AUDIT-LOG
               CLOSE ACCT-JOURNAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COMPUTE-HOLD-RELEASE-DATE.
           MOVE ACCT-NO TO HLD-ACCT-NO.
           MOVE TXN-AMOUNT TO HLD-AMOUNT.
           WRITE HOLD-RECORD.
           DISPLAY "Deposit Hold Placed Until "
               WS-HOLD-RELEASE-DATE.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE ACCT-NO TO WS-HLD-ACCT-NO(WS-HOLD-COUNT).
           MOVE TXN-AMOUNT TO WS-HLD-AMOUNT(WS-HOLD-COUNT).
           MOVE 'H' TO WS-HLD-STATUS(WS-HOLD-COUNT).

       COMPUTE-HOLD-RELEASE-DATE.
           MOVE WS-TODAY-DATE(1:4) TO WS-HRD-YEAR.
                   MOVE HLD-AMOUNT TO WS-HLD-AMOUNT(WS-HOLD-COUNT)
                   MOVE 'H' TO WS-HLD-STATUS(WS-HOLD-COUNT)
               ELSE
                   DISPLAY "** HOLD TABLE FULL AT ACCT " HLD-ACCT-NO
                       " - ATM RUN STOPPED"
                   CLOSE HOLD-FILE
                   CLOSE TRANSACTION-FILE
                   CLOSE ACCOUNT-MASTER
                   CLOSE AUDIT-LOG
                   CLOSE ACCT-JOURNAL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ HOLD-FILE
                   INVALID KEY
                       DISPLAY "Unknown Transfer-To Account: " ACCT-NO
               END-READ
               IF ACCT-FILE-STATUS = "00" AND ACCT-DORMANT-SW = 'C'
                   DISPLAY "Transfer-To Account Closed: " ACCT-NO
               END-IF

               IF ACCT-FILE-STATUS = "00" AND ACCT-DORMANT-SW NOT = 'C'
                   MOVE ACCOUNT-RECORD TO WS-XFER-BEFORE-IMG
                   ADD TXN-AMOUNT TO ACCT-BALANCE
                   MOVE WS-TODAY-DATE TO ACCT-LAST-ACT-DATE
           END-IF
           END-IF.

       SWEEP-OVERDRAFT-PROTECT.
           MOVE 'N' TO WS-ODP-SWEPT.
           MOVE ACCT-NO TO ODP-ACCT-NO.
           READ ODP-MASTER
               INVALID KEY CONTINUE
           END-READ.

           IF ODP-FILE-STATUS = "00" AND ODP-STATUS = 'A'
               COMPUTE WS-ODP-SHORTFALL = TXN-AMOUNT - WS-AVAIL-BAL
               DIVIDE WS-ODP-SHORTFALL BY WS-ODP-INCREMENT
                   GIVING WS-ODP-UNITS REMAINDER WS-ODP-REMAINDER
               IF WS-ODP-REMAINDER > 0
                   ADD 1 TO WS-ODP-UNITS
               END-IF
               COMPUTE WS-ODP-SWEEP-AMT =
                   WS-ODP-UNITS * WS-ODP-INCREMENT

               MOVE ACCOUNT-RECORD TO WS-ODP-SAVE-REC
               MOVE WS-BEFORE-IMAGE TO WS-ODP-BEFORE-IMG
               MOVE ODP-SOURCE-ACCT TO ACCT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "Protecting Account Not On File: "
                           ACCT-NO
               END-READ
               IF ACCT-FILE-STATUS = "00"
                   AND (ACCT-TYPE = 'S' OR ACCT-TYPE = 'M')
                   AND ACCT-DORMANT-SW NOT = 'Y'
                   AND ACCT-DORMANT-SW NOT = 'C'
                   PERFORM SUM-UNRELEASED-HOLDS
                   COMPUTE WS-ODP-SOURCE-AVAIL =
                       ACCT-BALANCE - WS-HELD-AMT
                   IF WS-ODP-SOURCE-AVAIL < WS-ODP-SHORTFALL
                       DISPLAY "Protecting Account Cannot Cover "
                           "Shortfall: " ACCT-NO
                   ELSE
                       IF WS-ODP-SWEEP-AMT > WS-ODP-SOURCE-AVAIL
                           MOVE WS-ODP-SOURCE-AVAIL
                               TO WS-ODP-SWEEP-AMT
                       END-IF
                       IF WS-ODP-SWEEP-AMT <= 99999.99
                           PERFORM POST-ODP-SOURCE-LEG
                           MOVE 'Y' TO WS-ODP-SWEPT
                       END-IF
                   END-IF
               END-IF

               MOVE WS-ODP-SAVE-REC TO ACCOUNT-RECORD
               MOVE WS-ODP-BEFORE-IMG TO WS-BEFORE-IMAGE
               IF WS-ODP-SWEPT = 'Y'
                   PERFORM POST-ODP-TARGET-LEG
               END-IF
           END-IF.

       POST-ODP-SOURCE-LEG.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
           SUBTRACT WS-ODP-SWEEP-AMT FROM ACCT-BALANCE.
           MOVE WS-TODAY-DATE TO ACCT-LAST-ACT-DATE.
           IF ACCT-BALANCE < ACCT-LOW-WATER-BAL
               MOVE ACCT-BALANCE TO ACCT-LOW-WATER-BAL
           END-IF.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable To Debit Protecting Account"
           END-REWRITE.
           PERFORM WRITE-JOURNAL-IMAGES.
           MOVE "TRANSFER OUT" TO AUD-STATUS-MSG.
           PERFORM WRITE-ODP-AUDIT.

       POST-ODP-TARGET-LEG.
           ADD WS-ODP-SWEEP-AMT TO BALANCE.
           ADD WS-ODP-SWEEP-AMT TO WS-AVAIL-BAL.
           MOVE BALANCE TO ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable To Credit Protected Account"
           END-REWRITE.
           PERFORM WRITE-JOURNAL-IMAGES.
           MOVE "TRANSFER IN" TO AUD-STATUS-MSG.
           PERFORM WRITE-ODP-AUDIT.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
           MOVE 'Y' TO WS-ODP-FEE-DUE.
           DISPLAY "Overdraft Protection Transfer: $" WS-ODP-SWEEP-AMT
               " From Acct " ODP-SOURCE-ACCT.

       POST-ODP-FEE.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
           SUBTRACT WS-ODP-FEE FROM BALANCE.
           MOVE BALANCE TO ACCT-BALANCE.
           IF ACCT-BALANCE < ACCT-LOW-WATER-BAL
               MOVE ACCT-BALANCE TO ACCT-LOW-WATER-BAL
           END-IF.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable To Post Transfer Fee: " ACCT-NO
           END-REWRITE.
           PERFORM WRITE-JOURNAL-IMAGES.
           MOVE BALANCE TO DISP-BAL.
           DISPLAY "Overdraft Transfer Fee Charged: $" WS-ODP-FEE.
           DISPLAY "Current Balance: " DISP-BAL.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-TODAY-DATE TO AUD-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO AUD-TIME.
           MOVE ACCT-NO TO AUD-ACCT-NO.
           MOVE OPTION TO AUD-OPTION.
           MOVE WS-ODP-FEE TO AUD-AMOUNT.
           MOVE BALANCE TO AUD-BALANCE.
           MOVE "OD TRANSFER FEE" TO AUD-STATUS-MSG.
           MOVE TRANS-BRANCH-ID TO AUD-BRANCH-ID.
           MOVE TRANS-REF-ID TO AUD-REF-ID.
           MOVE SPACES TO AUD-CHAIN.
           WRITE AUDIT-RECORD.

       POST-NSF-FEE.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
           SUBTRACT WS-NSF-FEE FROM BALANCE.
           MOVE "NSF FEE" TO AUD-STATUS-MSG.
           MOVE TRANS-BRANCH-ID TO AUD-BRANCH-ID.
           MOVE TRANS-REF-ID TO AUD-REF-ID.
           MOVE SPACES TO AUD-CHAIN.
           WRITE AUDIT-RECORD.

       POST-CD-PENALTY.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
           SUBTRACT WS-CD-PENALTY-AMT FROM BALANCE.
           MOVE BALANCE TO ACCT-BALANCE.
           IF ACCT-BALANCE < ACCT-LOW-WATER-BAL
               MOVE ACCT-BALANCE TO ACCT-LOW-WATER-BAL
           END-IF.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable To Post CD Penalty: " ACCT-NO
           END-REWRITE.
           PERFORM WRITE-JOURNAL-IMAGES.
           MOVE BALANCE TO DISP-BAL.
           DISPLAY "Early Withdrawal Penalty Charged: $"
               WS-CD-PENALTY-AMT.
           DISPLAY "Current Balance: " DISP-BAL.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-TODAY-DATE TO AUD-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO AUD-TIME.
           MOVE ACCT-NO TO AUD-ACCT-NO.
           MOVE OPTION TO AUD-OPTION.
           MOVE WS-CD-PENALTY-AMT TO AUD-AMOUNT.
           MOVE BALANCE TO AUD-BALANCE.
           MOVE "EARLY WD PENALTY" TO AUD-STATUS-MSG.
           MOVE TRANS-BRANCH-ID TO AUD-BRANCH-ID.
           MOVE TRANS-REF-ID TO AUD-REF-ID.
           MOVE SPACES TO AUD-CHAIN.
           WRITE AUDIT-RECORD.

       VERIFY-PIN.
           IF WS-CARD-MODE = 'Y'
               PERFORM VERIFY-CARD-PIN
           ELSE
               IF TRANS-PIN = ACCT-PVV
                   MOVE 0 TO ACCT-PIN-FAILS
                   MOVE 'Y' TO WS-PIN-OK
               ELSE
           END-IF.

       VERIFY-CARD-PIN.
           IF TRANS-PIN = CRD-PVV
               MOVE 0 TO CRD-PIN-FAILS
               MOVE 'Y' TO WS-PIN-OK
               REWRITE CARD-RECORD
           MOVE "TRANSFER IN" TO AUD-STATUS-MSG.
           MOVE TRANS-BRANCH-ID TO AUD-BRANCH-ID.
           MOVE TRANS-REF-ID TO AUD-REF-ID.
           MOVE SPACES TO AUD-CHAIN.
           WRITE AUDIT-RECORD.

       WRITE-ODP-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-TODAY-DATE TO AUD-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO AUD-TIME.
           MOVE ACCT-NO TO AUD-ACCT-NO.
           MOVE OPTION TO AUD-OPTION.
           MOVE WS-ODP-SWEEP-AMT TO AUD-AMOUNT.
           MOVE ACCT-BALANCE TO AUD-BALANCE.
           MOVE TRANS-BRANCH-ID TO AUD-BRANCH-ID.
           MOVE TRANS-REF-ID TO AUD-REF-ID.
           MOVE SPACES TO AUD-CHAIN.
           WRITE AUDIT-RECORD.

       WRITE-JOURNAL-IMAGES.
           MOVE BALANCE TO AUD-BALANCE.
           MOVE TRANS-BRANCH-ID TO AUD-BRANCH-ID.
           MOVE TRANS-REF-ID TO AUD-REF-ID.
           MOVE SPACES TO AUD-CHAIN.
           WRITE AUDIT-RECORD.

       RUN-SETTLEMENT.
           WRITE SETT-LINE FROM WS-RPT-TOT-REV-LINE.
           MOVE WS-TOT-LOAN-PMTS TO WS-RPT-TOT-LOAN.
           WRITE SETT-LINE FROM WS-RPT-TOT-LOAN-LINE.
           MOVE WS-TOT-CD-PENALTIES TO WS-RPT-TOT-CDP.
           WRITE SETT-LINE FROM WS-RPT-TOT-CDP-LINE.
           MOVE WS-TOT-CHECKS TO WS-RPT-TOT-CHK.
           WRITE SETT-LINE FROM WS-RPT-TOT-CHK-LINE.
           MOVE WS-TOT-ODP-FEES TO WS-RPT-TOT-ODP.
           WRITE SETT-LINE FROM WS-RPT-TOT-ODP-LINE.
           MOVE WS-TOT-CLOSEOUTS TO WS-RPT-TOT-CLS.
           WRITE SETT-LINE FROM WS-RPT-TOT-CLS-LINE.
           MOVE WS-TOT-DSP-CREDITS TO WS-RPT-TOT-DSC.
           WRITE SETT-LINE FROM WS-RPT-TOT-DSC-LINE.
           MOVE WS-TOT-DSP-REVERSED TO WS-RPT-TOT-DSR.
           WRITE SETT-LINE FROM WS-RPT-TOT-DSR-LINE.
           MOVE WS-TOT-WIRES-OUT TO WS-RPT-TOT-WRO.
           WRITE SETT-LINE FROM WS-RPT-TOT-WRO-LINE.
           MOVE WS-TOT-WIRES-IN TO WS-RPT-TOT-WRI.
           WRITE SETT-LINE FROM WS-RPT-TOT-WRI-LINE.

           WRITE SETT-LINE FROM WS-RPT-HEADER2.

                   ADD AUD-AMOUNT TO WS-TOT-NSF-FEES
               WHEN "SERVICE FEE"
                   ADD AUD-AMOUNT TO WS-TOT-SVC-FEES
               WHEN "EARLY WD PENALTY"
                   ADD AUD-AMOUNT TO WS-TOT-CD-PENALTIES
               WHEN "CHECK PAID"
                   ADD AUD-AMOUNT TO WS-TOT-CHECKS
               WHEN "OD TRANSFER FEE"
                   ADD AUD-AMOUNT TO WS-TOT-ODP-FEES
               WHEN "CLOSEOUT CHECK"
                   ADD AUD-AMOUNT TO WS-TOT-CLOSEOUTS
               WHEN "TRANSFER OUT"
                   ADD AUD-AMOUNT TO WS-TOT-TRANSFERS
               WHEN "INTEREST POSTED"
                   ADD AUD-AMOUNT TO WS-TOT-REVERSALS
               WHEN "REVERSAL WITHDRAWAL"
                   ADD AUD-AMOUNT TO WS-TOT-REVERSALS
               WHEN "DISPUTE CREDIT"
                   ADD AUD-AMOUNT TO WS-TOT-DSP-CREDITS
               WHEN "DISPUTE REVERSAL"
                   ADD AUD-AMOUNT TO WS-TOT-DSP-REVERSED
               WHEN "WIRE OUT"
                   ADD AUD-AMOUNT TO WS-TOT-WIRES-OUT
               WHEN "WIRE IN"
                   ADD AUD-AMOUNT TO WS-TOT-WIRES-IN
           END-EVALUATE.

           READ AUDIT-LOG
                   MOVE 0 TO WS-BRN-WDRAWALS(WS-BRANCH-IX)
                   MOVE 'Y' TO WS-BRANCH-FOUND
               ELSE
                   DISPLAY "** BRANCH TABLE FULL AT BRANCH "
                       AUD-BRANCH-ID " - ATM RUN STOPPED"
                   CLOSE AUDIT-LOG
                   CLOSE ACCOUNT-MASTER
                   CLOSE SETTLEMENT-RPT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

