               FILE STATUS IS BDT-FILE-STATUS.

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

           SELECT PEND-APPR-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

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

           SELECT CLOSE-REQ-FILE ASSIGN TO "CLSREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CRQ-FILE-STATUS.

           SELECT CUST-TXN-FILE ASSIGN TO "CUSTMNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMNT-FILE-STATUS.

           SELECT SCREEN-MASTER ASSIGN TO "SCRNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-KEY
               FILE STATUS IS SCR-FILE-STATUS.

           SELECT PIN-KEY-FILE ASSIGN TO "PINKEY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PKY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TXN-FILE.
           05  MNT-AMOUNT          PIC 9(7)V99.
           05  MNT-OPERATOR-ID     PIC X(8).
           05  MNT-ACCT-TYPE       PIC X.
           05  MNT-CD-TERM         PIC 9(3).
           05  MNT-CLOSE-REASON REDEFINES MNT-CD-TERM
                                   PIC X(3).
           05  MNT-CD-RATE         PIC 9V9(4).
           05  MNT-CD-DISPOSITION  PIC X.
           05  MNT-CLOSE-PAYOUT REDEFINES MNT-CD-DISPOSITION
                                   PIC X.
           05  MNT-CD-PAYOUT-ACCT  PIC 9(8).
           05  MNT-ODP-ACCT REDEFINES MNT-CD-PAYOUT-ACCT
                                   PIC 9(8).
           05  MNT-CLOSE-PAYOUT-ACCT REDEFINES MNT-CD-PAYOUT-ACCT
                                   PIC 9(8).
           05  MNT-CD-PENALTY-DAYS PIC 9(3).

       FD  ACCOUNT-MASTER.
           COPY ACCOUNT-REC.
           05  PND-DATE            PIC X(8).
           05  PND-ACCT-NO         PIC 9(8).
           05  PND-ACTION          PIC X.
           05  PND-NEW-PVV         PIC 9(4).
           05  PND-AMOUNT          PIC 9(7)V99.
           05  PND-OPERATOR-ID     PIC X(8).

       01  CONTROL-RECORD.
           05  CTL-APPR-AGE-DAYS   PIC 9(3).

       FD  CD-MASTER.
           COPY CD-REC.

       FD  ODP-MASTER.
           COPY ODP-REC.

       FD  CLOSE-REQ-FILE.
           COPY CLOSE-REQ.

       FD  CUST-TXN-FILE.
       01  CUST-TXN-RECORD.
           05  CMT-ACTION          PIC X.
           05  CMT-CUST-ID         PIC X(8).
           05  CMT-OPERATOR-ID     PIC X(8).
           05  CMT-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X(111).

       FD  SCREEN-MASTER.
           COPY SCREEN-REC.

       FD  PIN-KEY-FILE.
       01  PIN-KEY-RECORD.
           05  PKY-KEY             PIC X(16).
           05  FILLER              PIC X(64).

       WORKING-STORAGE SECTION.
       01  MAINT-FILE-STATUS   PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  WS-VALUE-DISP       PIC -9(7).99.
       01  CUST-FILE-STATUS    PIC X(2) VALUE "00".
       01  XREF-FILE-STATUS    PIC X(2) VALUE "00".
       01  XREF-EOF            PIC X VALUE 'N'.
       01  WS-CUST-FILE-OK     PIC X VALUE 'N'.
       01  WS-XREF-FILE-OK     PIC X VALUE 'N'.
       01  WS-LOOKUP-ACCT      PIC 9(8).
       01  WS-CUST-FOUND       PIC X.
       01  WS-OWNER-ACCT-1     PIC 9(8).
       01  WS-OWNER-ACCT-2     PIC 9(8).
       01  WS-OWNER-CUST       PIC X(8).
       01  WS-COMMON-OWNER     PIC X.
       01  PEND-FILE-STATUS    PIC X(2) VALUE "00".
       01  PENDO-FILE-STATUS   PIC X(2) VALUE "00".
       01  CTL-FILE-STATUS     PIC X(2) VALUE "00".
               10  WS-PND-DATE     PIC X(8).
               10  WS-PND-ACCT-NO  PIC 9(8).
               10  WS-PND-ACTION   PIC X.
               10  WS-PND-NEW-PVV  PIC 9(4).
               10  WS-PND-AMOUNT   PIC 9(7)V99.
               10  WS-PND-OPERATOR PIC X(8).
               10  WS-PND-CONSUMED PIC X.
           05  FILLER PIC 9(3) VALUE 334.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TBL.
           05  WS-MONTH-DAYS PIC 9(3) OCCURS 12 TIMES.
       01  CD-FILE-STATUS      PIC X(2) VALUE "00".
       01  WS-CD-FILE-OK       PIC X VALUE 'N'.
       01  WS-CD-TERMS-OK      PIC X.
       01  WS-CD-PENALTY-DAYS  PIC 9(3) VALUE 90.
       01  WS-CD-OPENED-COUNT  PIC 9(4) VALUE 0.
       01  WS-MAT-DATE         PIC X(8).
       01  WS-MAT-TERM         PIC 9(3).
       01  WS-MAT-YEAR         PIC 9(4).
       01  WS-MAT-MONTH        PIC 99.
       01  WS-MAT-DAY          PIC 99.
       01  WS-MAT-MONTH-NUM    PIC 9(6).
       01  WS-MAT-MONTH-LEN    PIC 99.
       01  WS-MAT-LEAP-REM     PIC 9(4).
       01  ODP-FILE-STATUS     PIC X(2) VALUE "00".
       01  WS-ODP-FILE-OK      PIC X VALUE 'N'.
       01  WS-ODP-OWNER-OK     PIC X.
       01  CRQ-FILE-STATUS     PIC X(2) VALUE "00".
       01  WS-CLOSE-REASON     PIC X(3).
       01  WS-CLOSE-METHOD     PIC X.
       01  WS-CLOSE-OWNER-OK   PIC X.
       01  WS-CLOSE-QUEUED     PIC 9(4) VALUE 0.
       01  CMNT-FILE-STATUS    PIC X(2) VALUE "00".
       01  SCR-FILE-STATUS     PIC X(2) VALUE "00".
       01  CMNT-EOF            PIC X VALUE 'N'.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY OCCURS 500 TIMES.
               10  WS-LNK-ACCT-NO  PIC 9(8).
               10  WS-LNK-CUST-ID  PIC X(8).
       01  WS-LINK-COUNT       PIC 9(3) VALUE 0.
       01  LI                  PIC 9(3).
       01  WS-SCREEN-CUST      PIC X(8).
       01  WS-SANCTION-OK      PIC X.
       01  PKY-FILE-STATUS     PIC X(2) VALUE "00".
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

           PERFORM READ-CONTROL-CARD.
           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-PIN-KEY.
           MOVE WS-TODAY-DATE TO WS-WORK-DATE.
           PERFORM COMPUTE-DATE-SERIAL.
           MOVE WS-REC-SERIAL TO WS-TODAY-SERIAL.
           PERFORM OPEN-CUSTOMER-FILES.
           PERFORM LOAD-LINK-TABLE.

           OPEN INPUT SCREEN-MASTER.
           IF SCR-FILE-STATUS NOT = "00"
               DISPLAY "** SCREENING MASTER OPEN FAILED - STATUS "
                   SCR-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MAINT-TXN-FILE.
           OPEN I-O ACCOUNT-MASTER.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF MAUD-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           OPEN I-O CD-MASTER.
           IF CD-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CD-FILE-OK
           ELSE
               DISPLAY "No CD Master - CD Opens Refused"
           END-IF.
           OPEN I-O ODP-MASTER.
           IF ODP-FILE-STATUS = "00"
               MOVE 'Y' TO WS-ODP-FILE-OK
           ELSE
               DISPLAY "No Overdraft Protection Master - Links Refused"
           END-IF.
           OPEN OUTPUT CLOSE-REQ-FILE.

           PERFORM LOAD-PENDING-TABLE.

           CLOSE MAINT-TXN-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE MAINT-AUDIT-FILE.
           CLOSE SCREEN-MASTER.
           IF WS-CD-FILE-OK = 'Y'
               CLOSE CD-MASTER
           END-IF.
           IF WS-ODP-FILE-OK = 'Y'
               CLOSE ODP-MASTER
           END-IF.
           CLOSE CLOSE-REQ-FILE.
           IF WS-CUST-FILE-OK = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-XREF-FILE-OK = 'Y'
               CLOSE CUST-XREF-FILE
           END-IF.

           DISPLAY "MAINTENANCE APPLIED : " WS-APPLIED-COUNT.
           DISPLAY "CD ACCOUNTS OPENED  : " WS-CD-OPENED-COUNT.
           DISPLAY "CLOSES QUEUED       : " WS-CLOSE-QUEUED.
           DISPLAY "MAINTENANCE REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "AWAITING APPROVAL   : " WS-PENDED-COUNT.
           DISPLAY "APPROVALS MATCHED   : " WS-APPROVED-COUNT.
           MOVE SPACES TO WS-NEW-VALUE.
           MOVE SPACES TO WS-STATUS-MSG.

           IF MNT-ACTION = 'O' OR MNT-ACTION = 'P'
               MOVE "A" TO WS-PVV-TYPE
               MOVE MNT-ACCT-NO TO WS-PVV-ACCT
               MOVE MNT-NEW-PIN TO WS-PVV-PIN
               PERFORM DERIVE-PIN-PVV
               MOVE WS-PVV TO MNT-NEW-PIN
           END-IF.

           MOVE MNT-ACCT-NO TO WS-LOOKUP-ACCT.
           PERFORM FIND-CUSTOMER.
           IF WS-CUST-FOUND = 'Y'
               DISPLAY "Account " MNT-ACCT-NO " Customer: "
                   CUST-NAME
           ELSE
               DISPLAY "Account " MNT-ACCT-NO
                   " - No Customer On File"

           EVALUATE MNT-ACTION
               WHEN 'O'
                   PERFORM CHECK-CD-TERMS
                   IF WS-CD-TERMS-OK = 'Y'
                       PERFORM CHECK-SANCTIONS-HOLD
                       IF WS-SANCTION-OK = 'Y'
                           PERFORM OPEN-NEW-ACCOUNT
                       END-IF
                   END-IF
               WHEN 'C'
                   PERFORM CLOSE-ACCOUNT
               WHEN 'P'
                   IF WS-APPROVAL-OK = 'Y'
                       PERFORM SET-OVERDRAFT-LIMIT
                   END-IF
               WHEN 'K'
                   PERFORM LINK-OVERDRAFT-PROTECT
               WHEN OTHER
                   MOVE "INVALID ACTION" TO WS-STATUS-MSG
                   ADD 1 TO WS-REJECTED-COUNT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE MNT-ACCT-NO TO ACCT-NO
               MOVE MNT-NEW-PIN TO ACCT-PVV
               MOVE 0 TO ACCT-PIN-FAILS
               MOVE 'N' TO ACCT-LOCKED-SW
               MOVE MNT-AMOUNT TO ACCT-BALANCE
               MOVE SPACES TO ACCT-LAST-WD-DATE
               MOVE 0 TO ACCT-OVERDRAFT-LIM
               IF MNT-ACCT-TYPE = 'C' OR MNT-ACCT-TYPE = 'S'
                   OR MNT-ACCT-TYPE = 'M' OR MNT-ACCT-TYPE = 'T'
                   MOVE MNT-ACCT-TYPE TO ACCT-TYPE
               ELSE
                   MOVE 'C' TO ACCT-TYPE
                       DISPLAY "Unable To Open Account: " MNT-ACCT-NO
                       MOVE "OPEN FAILED" TO WS-STATUS-MSG
               END-WRITE
               IF WS-STATUS-MSG = SPACES AND ACCT-TYPE = 'T'
                   PERFORM WRITE-CD-RECORD
               END-IF
               IF WS-STATUS-MSG = SPACES
                   MOVE MNT-AMOUNT TO WS-VALUE-DISP
                   MOVE WS-VALUE-DISP TO WS-NEW-VALUE
               END-IF
           END-IF.

       CHECK-CD-TERMS.
           MOVE 'Y' TO WS-CD-TERMS-OK.
           IF MNT-ACCT-TYPE = 'T'
               IF WS-CD-FILE-OK NOT = 'Y'
                   DISPLAY "CD Master Unavailable - Account "
                       MNT-ACCT-NO " Not Opened"
                   MOVE "NO CD MASTER" TO WS-STATUS-MSG
                   MOVE 'N' TO WS-CD-TERMS-OK
               ELSE
               IF MNT-CD-TERM NOT NUMERIC OR MNT-CD-TERM = 0
                   OR MNT-CD-RATE NOT NUMERIC OR MNT-CD-RATE = 0
                   OR (MNT-CD-DISPOSITION NOT = 'R'
                       AND MNT-CD-DISPOSITION NOT = 'P')
                   DISPLAY "Invalid CD Terms: " MNT-ACCT-NO
                   MOVE "INVALID CD TERMS" TO WS-STATUS-MSG
                   MOVE 'N' TO WS-CD-TERMS-OK
               ELSE
               IF MNT-CD-DISPOSITION = 'P'
                   IF MNT-CD-PAYOUT-ACCT NOT NUMERIC
                       OR MNT-CD-PAYOUT-ACCT = MNT-ACCT-NO
                       MOVE 'N' TO WS-CD-TERMS-OK
                   ELSE
                       MOVE MNT-CD-PAYOUT-ACCT TO ACCT-NO
                       READ ACCOUNT-MASTER
                           INVALID KEY CONTINUE
                       END-READ
                       IF ACCT-FILE-STATUS NOT = "00"
                           OR ACCT-TYPE NOT = 'C'
                           MOVE 'N' TO WS-CD-TERMS-OK
                       END-IF
                   END-IF
                   IF WS-CD-TERMS-OK = 'N'
                       DISPLAY "CD Payout Account Must Be An Open"
                           " Checking Account: " MNT-CD-PAYOUT-ACCT
                       MOVE "INVALID PAYOUT ACCT" TO WS-STATUS-MSG
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
           IF WS-CD-TERMS-OK = 'N'
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       CHECK-SANCTIONS-HOLD.
           MOVE 'Y' TO WS-SANCTION-OK.
           PERFORM VARYING LI FROM 1 BY 1
                   UNTIL LI > WS-LINK-COUNT OR WS-SANCTION-OK = 'N'
               IF WS-LNK-ACCT-NO(LI) = MNT-ACCT-NO
                   MOVE WS-LNK-CUST-ID(LI) TO WS-SCREEN-CUST
                   PERFORM CHECK-OWNER-SCREENING
               END-IF
           END-PERFORM.
           MOVE MNT-ACCT-NO TO WS-LOOKUP-ACCT.
           PERFORM START-ACCOUNT-OWNERS.
           PERFORM SCREEN-NEXT-OWNER
               UNTIL XREF-EOF = 'Y' OR WS-SANCTION-OK = 'N'.
           IF WS-SANCTION-OK = 'N'
               DISPLAY "Owner " WS-SCREEN-CUST " On Sanctions Hold -"
                   " Account " MNT-ACCT-NO " Not Opened"
               MOVE WS-SCREEN-CUST TO WS-NEW-VALUE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       CHECK-OWNER-SCREENING.
           MOVE 'C' TO SCR-PARTY-TYPE.
           MOVE WS-SCREEN-CUST TO SCR-PARTY-KEY.
           READ SCREEN-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF SCR-FILE-STATUS = "00"
               IF SCR-STATUS = 'H'
                   MOVE "SANCTIONS HOLD" TO WS-STATUS-MSG
                   MOVE 'N' TO WS-SANCTION-OK
               ELSE
               IF SCR-STATUS = 'B'
                   MOVE "SANCTIONS BLOCKED" TO WS-STATUS-MSG
                   MOVE 'N' TO WS-SANCTION-OK
               END-IF
               END-IF
           END-IF.

       WRITE-CD-RECORD.
           MOVE MNT-ACCT-NO TO CD-ACCT-NO.
           MOVE MNT-CD-TERM TO CD-TERM-MONTHS.
           MOVE MNT-CD-RATE TO CD-RATE.
           MOVE WS-TODAY-DATE TO CD-OPEN-DATE.
           MOVE WS-TODAY-DATE TO WS-MAT-DATE.
           MOVE MNT-CD-TERM TO WS-MAT-TERM.
           PERFORM ADD-CD-TERM.
           MOVE WS-MAT-DATE TO CD-MATURITY-DATE.
           MOVE MNT-CD-DISPOSITION TO CD-DISPOSITION.
           IF MNT-CD-DISPOSITION = 'P'
               MOVE MNT-CD-PAYOUT-ACCT TO CD-PAYOUT-ACCT
           ELSE
               MOVE 0 TO CD-PAYOUT-ACCT
           END-IF.
           IF MNT-CD-PENALTY-DAYS NUMERIC AND MNT-CD-PENALTY-DAYS > 0
               MOVE MNT-CD-PENALTY-DAYS TO CD-PENALTY-DAYS
           ELSE
               MOVE WS-CD-PENALTY-DAYS TO CD-PENALTY-DAYS
           END-IF.
           MOVE 'A' TO CD-STATUS.
           MOVE SPACES TO CD-NOTICE-DATE.
           WRITE CD-RECORD
               INVALID KEY
                   DISPLAY "Unable To Record CD Terms: " MNT-ACCT-NO
                   MOVE "CD TERMS FAILED" TO WS-STATUS-MSG
           END-WRITE.
           IF WS-STATUS-MSG = SPACES
               DISPLAY "CD Matures " CD-MATURITY-DATE
               ADD 1 TO WS-CD-OPENED-COUNT
           END-IF.

       ADD-CD-TERM.
           MOVE WS-MAT-DATE(1:4) TO WS-MAT-YEAR.
           MOVE WS-MAT-DATE(5:2) TO WS-MAT-MONTH.
           MOVE WS-MAT-DATE(7:2) TO WS-MAT-DAY.
           COMPUTE WS-MAT-MONTH-NUM =
               WS-MAT-YEAR * 12 + WS-MAT-MONTH - 1 + WS-MAT-TERM.
           DIVIDE WS-MAT-MONTH-NUM BY 12 GIVING WS-MAT-YEAR
               REMAINDER WS-MAT-MONTH.
           ADD 1 TO WS-MAT-MONTH.
           PERFORM SET-MAT-MONTH-LEN.
           IF WS-MAT-DAY > WS-MAT-MONTH-LEN
               MOVE WS-MAT-MONTH-LEN TO WS-MAT-DAY
           END-IF.
           MOVE WS-MAT-YEAR TO WS-MAT-DATE(1:4).
           MOVE WS-MAT-MONTH TO WS-MAT-DATE(5:2).
           MOVE WS-MAT-DAY TO WS-MAT-DATE(7:2).

       SET-MAT-MONTH-LEN.
           EVALUATE WS-MAT-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MAT-MONTH-LEN
               WHEN 2
                   COMPUTE WS-MAT-LEAP-REM =
                       FUNCTION MOD(WS-MAT-YEAR, 4)
                   IF WS-MAT-LEAP-REM = 0
                       MOVE 29 TO WS-MAT-MONTH-LEN
                   ELSE
                       MOVE 28 TO WS-MAT-MONTH-LEN
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MAT-MONTH-LEN
           END-EVALUATE.

       CLOSE-ACCOUNT.
           MOVE MNT-ACCT-NO TO ACCT-NO.
           READ ACCOUNT-MASTER
               MOVE "UNKNOWN ACCOUNT" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
           IF ACCT-DORMANT-SW = 'C'
               DISPLAY "Account Already Closed: " MNT-ACCT-NO
               MOVE "ALREADY CLOSED" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE ACCT-BALANCE TO WS-VALUE-DISP
               MOVE WS-VALUE-DISP TO WS-OLD-VALUE
               IF ACCT-BALANCE < 0
                   DISPLAY "Account Overdrawn - Cannot Close: "
                       MNT-ACCT-NO
                   MOVE "ACCOUNT OVERDRAWN" TO WS-STATUS-MSG
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   PERFORM CHECK-CLOSE-TERMS
                   IF WS-STATUS-MSG = SPACES
                       PERFORM WRITE-CLOSE-REQUEST
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
               END-IF
           END-IF
           END-IF.

       CHECK-CLOSE-TERMS.
           IF MNT-CLOSE-REASON = SPACES OR MNT-CLOSE-REASON = "000"
               MOVE "CUS" TO WS-CLOSE-REASON
           ELSE
               MOVE MNT-CLOSE-REASON TO WS-CLOSE-REASON
           END-IF.
           IF WS-CLOSE-REASON NOT = "CUS"
               AND WS-CLOSE-REASON NOT = "BNK"
               AND WS-CLOSE-REASON NOT = "DEC"
               AND WS-CLOSE-REASON NOT = "FRD"
               AND WS-CLOSE-REASON NOT = "DOR"
               DISPLAY "Invalid Close Reason: " MNT-CLOSE-REASON
               MOVE "INVALID CLOSE REASON" TO WS-STATUS-MSG
           ELSE
               MOVE MNT-CLOSE-PAYOUT TO WS-CLOSE-METHOD
               IF WS-CLOSE-METHOD = SPACE
                   IF MNT-CLOSE-PAYOUT-ACCT NUMERIC
                       AND MNT-CLOSE-PAYOUT-ACCT > 0
                       MOVE 'T' TO WS-CLOSE-METHOD
                   ELSE
                       MOVE 'K' TO WS-CLOSE-METHOD
                   END-IF
               END-IF
               IF WS-CLOSE-METHOD NOT = 'T'
                   AND WS-CLOSE-METHOD NOT = 'K'
                   DISPLAY "Invalid Payout Method: " MNT-CLOSE-PAYOUT
                   MOVE "INVALID PAYOUT" TO WS-STATUS-MSG
               ELSE
               IF WS-CLOSE-METHOD = 'T'
                   PERFORM CHECK-CLOSE-PAYOUT-ACCT
               END-IF
               END-IF
           END-IF.

       CHECK-CLOSE-PAYOUT-ACCT.
           IF MNT-CLOSE-PAYOUT-ACCT NUMERIC
               MOVE MNT-CLOSE-PAYOUT-ACCT TO ACCT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY CONTINUE
               END-READ
           END-IF.
           IF MNT-CLOSE-PAYOUT-ACCT NOT NUMERIC
               OR MNT-CLOSE-PAYOUT-ACCT = MNT-ACCT-NO
               OR ACCT-FILE-STATUS NOT = "00"
               OR ACCT-DORMANT-SW = 'C' OR ACCT-TYPE = 'T'
               DISPLAY "Closeout Payout Account Must Be Another Open"
                   " Deposit Account: " MNT-CLOSE-PAYOUT-ACCT
               MOVE "INVALID PAYOUT ACCT" TO WS-STATUS-MSG
           ELSE
               MOVE MNT-ACCT-NO TO WS-OWNER-ACCT-1
               MOVE MNT-CLOSE-PAYOUT-ACCT TO WS-OWNER-ACCT-2
               PERFORM CHECK-COMMON-OWNER
               MOVE WS-COMMON-OWNER TO WS-CLOSE-OWNER-OK
               IF WS-CLOSE-OWNER-OK = 'N'
                   DISPLAY "Accounts Have No Owner In Common: "
                       MNT-ACCT-NO " " MNT-CLOSE-PAYOUT-ACCT
                   MOVE "NOT SAME OWNER" TO WS-STATUS-MSG
               END-IF
           END-IF.

       WRITE-CLOSE-REQUEST.
           MOVE MNT-ACCT-NO TO CRQ-ACCT-NO.
           MOVE WS-CLOSE-REASON TO CRQ-REASON.
           MOVE WS-CLOSE-METHOD TO CRQ-PAYOUT-METHOD.
           IF WS-CLOSE-METHOD = 'T'
               MOVE MNT-CLOSE-PAYOUT-ACCT TO CRQ-PAYOUT-ACCT
               MOVE MNT-CLOSE-PAYOUT-ACCT TO WS-NEW-VALUE
           ELSE
               MOVE 0 TO CRQ-PAYOUT-ACCT
               MOVE "OFFICIAL CHK" TO WS-NEW-VALUE
           END-IF.
           MOVE MNT-OPERATOR-ID TO CRQ-OPERATOR-ID.
           MOVE WS-TODAY-DATE TO CRQ-REQUEST-DATE.
           WRITE CLOSE-REQ-RECORD.
           IF CRQ-FILE-STATUS NOT = "00"
               DISPLAY "Unable To Queue Close: " MNT-ACCT-NO
               MOVE "CLOSE FAILED" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               DISPLAY "Closeout Queued - Reason " WS-CLOSE-REASON
                   " Payout " WS-CLOSE-METHOD
               MOVE "CLOSE REQUESTED" TO WS-STATUS-MSG
               ADD 1 TO WS-APPLIED-COUNT
               ADD 1 TO WS-CLOSE-QUEUED
           END-IF.

       RESET-PIN.
           ELSE
               MOVE "****" TO WS-OLD-VALUE
               MOVE "****" TO WS-NEW-VALUE
               MOVE MNT-NEW-PIN TO ACCT-PVV
               MOVE 0 TO ACCT-PIN-FAILS
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
               DISPLAY "Unknown Account: " MNT-ACCT-NO
               MOVE "UNKNOWN ACCOUNT" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
           IF ACCT-DORMANT-SW = 'C'
               DISPLAY "Account Closed - Cannot Reactivate: "
                   MNT-ACCT-NO
               MOVE "ACCOUNT CLOSED" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE ACCT-DORMANT-SW TO WS-OLD-VALUE
               MOVE 'N' TO ACCT-DORMANT-SW
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF
           END-IF.

       OVERRIDE-DAILY-USED.
               END-IF
           END-IF.

       LINK-OVERDRAFT-PROTECT.
           MOVE MNT-ACCT-NO TO ACCT-NO.
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF WS-ODP-FILE-OK NOT = 'Y'
               DISPLAY "Overdraft Protection Master Unavailable: "
                   MNT-ACCT-NO
               MOVE "NO ODP MASTER" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
           IF ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unknown Account: " MNT-ACCT-NO
               MOVE "UNKNOWN ACCOUNT" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
           IF ACCT-DORMANT-SW = 'C'
               DISPLAY "Account Closed - No Link Change: " MNT-ACCT-NO
               MOVE "ACCOUNT CLOSED" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
           IF ACCT-TYPE NOT = 'C' AND ACCT-TYPE NOT = SPACE
               DISPLAY "Overdraft Protection Is For Checking Only: "
                   MNT-ACCT-NO
               MOVE "NOT A CHECKING ACCT" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE MNT-ACCT-NO TO ODP-ACCT-NO
               READ ODP-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF ODP-FILE-STATUS = "00" AND ODP-STATUS = 'A'
                   MOVE ODP-SOURCE-ACCT TO WS-OLD-VALUE
               ELSE
                   MOVE "NONE" TO WS-OLD-VALUE
               END-IF
               IF MNT-ODP-ACCT NOT NUMERIC OR MNT-ODP-ACCT = 0
                   PERFORM UNLINK-OVERDRAFT-PROTECT
               ELSE
                   PERFORM CHECK-ODP-SOURCE
                   IF WS-STATUS-MSG = SPACES
                       PERFORM WRITE-ODP-LINK
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       UNLINK-OVERDRAFT-PROTECT.
           IF ODP-FILE-STATUS NOT = "00" OR ODP-STATUS NOT = 'A'
               DISPLAY "No Overdraft Protection On File: " MNT-ACCT-NO
               MOVE "NO OD PROTECTION" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE 'C' TO ODP-STATUS
               MOVE WS-TODAY-DATE TO ODP-LINK-DATE
               MOVE MNT-OPERATOR-ID TO ODP-OPERATOR-ID
               MOVE "NONE" TO WS-NEW-VALUE
               REWRITE ODP-RECORD
                   INVALID KEY
                       DISPLAY "Unable To Update Link: " MNT-ACCT-NO
                       MOVE "UPDATE FAILED" TO WS-STATUS-MSG
               END-REWRITE
               IF WS-STATUS-MSG = SPACES
                   MOVE "OD PROTECT REMOVED" TO WS-STATUS-MSG
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

       CHECK-ODP-SOURCE.
           MOVE MNT-ODP-ACCT TO WS-NEW-VALUE.
           MOVE MNT-ODP-ACCT TO ACCT-NO.
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF MNT-ODP-ACCT = MNT-ACCT-NO
               OR ACCT-FILE-STATUS NOT = "00"
               OR (ACCT-TYPE NOT = 'S' AND ACCT-TYPE NOT = 'M')
               OR ACCT-DORMANT-SW = 'C'
               DISPLAY "Protecting Account Must Be An Open Savings"
                   " Or Money Market Account: " MNT-ODP-ACCT
               MOVE "INVALID SOURCE ACCT" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE MNT-ACCT-NO TO WS-OWNER-ACCT-1
               MOVE MNT-ODP-ACCT TO WS-OWNER-ACCT-2
               PERFORM CHECK-COMMON-OWNER
               MOVE WS-COMMON-OWNER TO WS-ODP-OWNER-OK
               IF WS-ODP-OWNER-OK = 'N'
                   DISPLAY "Accounts Have No Owner In Common: "
                       MNT-ACCT-NO " " MNT-ODP-ACCT
                   MOVE "NOT SAME OWNER" TO WS-STATUS-MSG
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

       WRITE-ODP-LINK.
           MOVE MNT-ODP-ACCT TO ODP-SOURCE-ACCT.
           MOVE 'A' TO ODP-STATUS.
           MOVE WS-TODAY-DATE TO ODP-LINK-DATE.
           MOVE MNT-OPERATOR-ID TO ODP-OPERATOR-ID.
           IF ODP-FILE-STATUS = "00"
               REWRITE ODP-RECORD
                   INVALID KEY
                       DISPLAY "Unable To Update Link: " MNT-ACCT-NO
                       MOVE "UPDATE FAILED" TO WS-STATUS-MSG
               END-REWRITE
           ELSE
               MOVE MNT-ACCT-NO TO ODP-ACCT-NO
               WRITE ODP-RECORD
                   INVALID KEY
                       DISPLAY "Unable To Record Link: " MNT-ACCT-NO
                       MOVE "UPDATE FAILED" TO WS-STATUS-MSG
               END-WRITE
           END-IF.
           IF WS-STATUS-MSG = SPACES
               DISPLAY "Overdraft Protection From " MNT-ODP-ACCT
               MOVE "OD PROTECT LINKED" TO WS-STATUS-MSG
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       WRITE-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-TODAY-DATE TO MAUD-DATE.
           MOVE WS-NEW-VALUE TO MAUD-NEW-VALUE.
           MOVE WS-STATUS-MSG TO MAUD-STATUS-MSG.
           MOVE MNT-AMOUNT TO MAUD-AMOUNT.
           MOVE SPACES TO MAUD-CUST-ID.
           MOVE SPACES TO MAUD-OLD-TEXT.
           MOVE SPACES TO MAUD-NEW-TEXT.
           MOVE SPACES TO MAUD-CHAIN.
           WRITE MAINT-AUDIT-RECORD.

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

       CHECK-DUAL-APPROVAL.
           MOVE 'N' TO WS-APPROVAL-OK.
           MOVE 0 TO WS-PEND-IX.
               IF WS-PND-CONSUMED(PX) = 'N'
                   AND WS-PND-ACCT-NO(PX) = MNT-ACCT-NO
                   AND WS-PND-ACTION(PX) = MNT-ACTION
                   AND WS-PND-NEW-PVV(PX) = MNT-NEW-PIN
                   AND WS-PND-AMOUNT(PX) = MNT-AMOUNT
                   MOVE PX TO WS-PEND-IX
               END-IF
                       TO WS-PND-ACCT-NO(WS-PEND-COUNT)
                   MOVE MNT-ACTION TO WS-PND-ACTION(WS-PEND-COUNT)
                   MOVE MNT-NEW-PIN
                       TO WS-PND-NEW-PVV(WS-PEND-COUNT)
                   MOVE MNT-AMOUNT TO WS-PND-AMOUNT(WS-PEND-COUNT)
                   MOVE MNT-OPERATOR-ID
                       TO WS-PND-OPERATOR(WS-PEND-COUNT)
               MOVE SPACES TO MAUD-NEW-VALUE
               MOVE "APPROVAL EXPIRED" TO MAUD-STATUS-MSG
               MOVE PND-AMOUNT TO MAUD-AMOUNT
               MOVE SPACES TO MAUD-CUST-ID
               MOVE SPACES TO MAUD-OLD-TEXT
               MOVE SPACES TO MAUD-NEW-TEXT
               MOVE SPACES TO MAUD-CHAIN
               WRITE MAINT-AUDIT-RECORD
           ELSE
               IF WS-PEND-COUNT < 200
                   MOVE PND-ACCT-NO
                       TO WS-PND-ACCT-NO(WS-PEND-COUNT)
                   MOVE PND-ACTION TO WS-PND-ACTION(WS-PEND-COUNT)
                   MOVE PND-NEW-PVV
                       TO WS-PND-NEW-PVV(WS-PEND-COUNT)
                   MOVE PND-AMOUNT TO WS-PND-AMOUNT(WS-PEND-COUNT)
                   MOVE PND-OPERATOR-ID
                       TO WS-PND-OPERATOR(WS-PEND-COUNT)
                   MOVE 'N' TO WS-PND-CONSUMED(WS-PEND-COUNT)
               ELSE
                   DISPLAY "** PENDING TABLE FULL - MAINTENANCE RUN"
                       " STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ PEND-APPR-FILE
                   MOVE WS-PND-DATE(PX) TO PND-DATE
                   MOVE WS-PND-ACCT-NO(PX) TO PND-ACCT-NO
                   MOVE WS-PND-ACTION(PX) TO PND-ACTION
                   MOVE WS-PND-NEW-PVV(PX) TO PND-NEW-PVV
                   MOVE WS-PND-AMOUNT(PX) TO PND-AMOUNT
                   MOVE WS-PND-OPERATOR(PX) TO PND-OPERATOR-ID
                   WRITE PEND-OUT-RECORD FROM PEND-APPR-RECORD
               END-IF
           END-IF.

       OPEN-CUSTOMER-FILES.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUST-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CUST-FILE-OK
           ELSE
               DISPLAY "No Customer Master - Names Not Shown"
           END-IF.
           OPEN INPUT CUST-XREF-FILE.
           IF XREF-FILE-STATUS = "00"
               MOVE 'Y' TO WS-XREF-FILE-OK
           ELSE
               DISPLAY "No Account Cross-Reference File"
           END-IF.

       LOAD-LINK-TABLE.
           OPEN INPUT CUST-TXN-FILE.
           IF CMNT-FILE-STATUS = "35"
               MOVE 'Y' TO CMNT-EOF
           ELSE
               READ CUST-TXN-FILE
                   AT END MOVE 'Y' TO CMNT-EOF
               END-READ
           END-IF.
           PERFORM LOAD-ONE-LINK UNTIL CMNT-EOF = 'Y'.
           CLOSE CUST-TXN-FILE.

       LOAD-ONE-LINK.
           IF CMT-ACTION = 'L' AND CMT-ACCT-NO NUMERIC
               IF WS-LINK-COUNT < 500
                   ADD 1 TO WS-LINK-COUNT
                   MOVE CMT-ACCT-NO TO WS-LNK-ACCT-NO(WS-LINK-COUNT)
                   MOVE CMT-CUST-ID TO WS-LNK-CUST-ID(WS-LINK-COUNT)
               ELSE
                   DISPLAY "** OWNER LINK TABLE FULL - MAINTENANCE RUN"
                       " STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ CUST-TXN-FILE
               AT END MOVE 'Y' TO CMNT-EOF
           END-READ.

       FIND-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND.
           PERFORM START-ACCOUNT-OWNERS.
           PERFORM FIND-NEXT-OWNER
               UNTIL XREF-EOF = 'Y' OR WS-CUST-FOUND = 'Y'.

       FIND-NEXT-OWNER.
           PERFORM READ-NEXT-OWNER.
           IF XREF-EOF = 'N' AND WS-CUST-FILE-OK = 'Y'
               MOVE XRF-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF CUST-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-CUST-FOUND
               END-IF
           END-IF.

       SCREEN-NEXT-OWNER.
           PERFORM READ-NEXT-OWNER.
           IF XREF-EOF = 'N'
               MOVE XRF-CUST-ID TO WS-SCREEN-CUST
               PERFORM CHECK-OWNER-SCREENING
           END-IF.

       START-ACCOUNT-OWNERS.
           MOVE 'Y' TO XREF-EOF.
           IF WS-XREF-FILE-OK = 'Y'
               MOVE WS-LOOKUP-ACCT TO XRF-ACCT-NO
               START CUST-XREF-FILE KEY IS EQUAL TO XRF-ACCT-NO
                   INVALID KEY MOVE 'Y' TO XREF-EOF
                   NOT INVALID KEY MOVE 'N' TO XREF-EOF
               END-START
           END-IF.

       READ-NEXT-OWNER.
           READ CUST-XREF-FILE NEXT RECORD
               AT END MOVE 'Y' TO XREF-EOF
           END-READ.
           IF XREF-EOF = 'N' AND XRF-ACCT-NO NOT = WS-LOOKUP-ACCT
               MOVE 'Y' TO XREF-EOF
           END-IF.

       CHECK-COMMON-OWNER.
           MOVE 'N' TO WS-COMMON-OWNER.
           MOVE 'Y' TO XREF-EOF.
           IF WS-XREF-FILE-OK = 'Y'
               MOVE WS-OWNER-ACCT-1 TO XRF-ACCT-NO
               MOVE LOW-VALUES TO XRF-CUST-ID
               START CUST-XREF-FILE KEY IS NOT LESS THAN XRF-KEY
                   INVALID KEY MOVE 'Y' TO XREF-EOF
                   NOT INVALID KEY MOVE 'N' TO XREF-EOF
               END-START
           END-IF.
           PERFORM CHECK-NEXT-COMMON-OWNER
               UNTIL XREF-EOF = 'Y' OR WS-COMMON-OWNER = 'Y'.

       CHECK-NEXT-COMMON-OWNER.
           READ CUST-XREF-FILE NEXT RECORD
               AT END MOVE 'Y' TO XREF-EOF
           END-READ.
           IF XREF-EOF = 'N'
               IF XRF-ACCT-NO NOT = WS-OWNER-ACCT-1
                   MOVE 'Y' TO XREF-EOF
               ELSE
                   MOVE XRF-CUST-ID TO WS-OWNER-CUST
                   MOVE WS-OWNER-ACCT-2 TO XRF-ACCT-NO
                   READ CUST-XREF-FILE
                       KEY IS XRF-KEY
                       INVALID KEY CONTINUE
                   END-READ
                   IF XREF-FILE-STATUS = "00"
                       MOVE 'Y' TO WS-COMMON-OWNER
                   ELSE
                       MOVE WS-OWNER-ACCT-1 TO XRF-ACCT-NO
                       MOVE WS-OWNER-CUST TO XRF-CUST-ID
                       START CUST-XREF-FILE KEY IS GREATER THAN XRF-KEY
                           INVALID KEY MOVE 'Y' TO XREF-EOF
                       END-START
                   END-IF
               END-IF
           END-IF.
