       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-TXN-FILE ASSIGN TO "CUSTMNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMNT-FILE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO "ACCTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-ACCT-NO WITH DUPLICATES
               FILE STATUS IS XREF-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT SCREEN-MASTER ASSIGN TO "SCRNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-KEY
               FILE STATUS IS SCR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-TXN-FILE.
       01  CUST-TXN-RECORD.
           05  CMT-ACTION          PIC X.
           05  CMT-CUST-ID         PIC X(8).
           05  CMT-OPERATOR-ID     PIC X(8).
           05  CMT-ACCT-NO         PIC 9(8).
           05  CMT-OWNER-ROLE      PIC X.
           05  CMT-NAME            PIC X(30).
           05  CMT-ADDR-LINE       PIC X(30).
           05  CMT-CITY            PIC X(20).
           05  CMT-STATE           PIC XX.
           05  CMT-ZIP             PIC X(9).
           05  CMT-PHONE           PIC X(10).
           05  CMT-TIN             PIC X(9).

       FD  CUSTOMER-MASTER.
           COPY CUST-REC.

       FD  CUST-XREF-FILE.
           COPY CUST-XREF.

       FD  ACCOUNT-MASTER.
           COPY ACCOUNT-REC.

       FD  MAINT-AUDIT-FILE.
           COPY MAINT-AUD-REC.

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE-REC.

       FD  SCREEN-MASTER.
           COPY SCREEN-REC.

       WORKING-STORAGE SECTION.
       01  CMNT-FILE-STATUS    PIC X(2) VALUE "00".
       01  CUST-FILE-STATUS    PIC X(2) VALUE "00".
       01  XREF-FILE-STATUS    PIC X(2) VALUE "00".
       01  ACCT-FILE-STATUS    PIC X(2) VALUE "00".
       01  MAUD-FILE-STATUS    PIC X(2) VALUE "00".
       01  BDT-FILE-STATUS     PIC X(2) VALUE "00".
       01  SCR-FILE-STATUS     PIC X(2) VALUE "00".
       01  CMNT-EOF            PIC X VALUE 'N'.
       01  XREF-EOF            PIC X VALUE 'N'.
       01  WS-TODAY-DATE       PIC X(8).
       01  WS-CURRENT-DATETIME PIC X(21).
       01  WS-APPLIED-COUNT    PIC 9(4) VALUE 0.
       01  WS-REJECTED-COUNT   PIC 9(4) VALUE 0.
       01  WS-CHANGE-COUNT     PIC 9(4) VALUE 0.
       01  WS-FIELD-COUNT      PIC 9(2).
       01  FX                  PIC 9(2).
       01  WS-FIELD-CHG-TABLE.
           05  WS-FIELD-CHG OCCURS 7 TIMES.
               10  WS-FCH-OLD-TEXT  PIC X(30).
               10  WS-FCH-NEW-TEXT  PIC X(30).
               10  WS-FCH-STATUS    PIC X(20).
       01  WS-AUDIT-ACCT       PIC 9(8).
       01  WS-OLD-TEXT         PIC X(30).
       01  WS-NEW-TEXT         PIC X(30).
       01  WS-STATUS-MSG       PIC X(20).
       01  WS-ROLE-DESC        PIC X(12).
       01  WS-MASKED-TIN       PIC X(9).
       01  WS-SANCTION-MSG     PIC X(20).

       01  WS-CUST-FOUND       PIC X.

       01  WS-XREF-FOUND       PIC X.
       01  WS-XREF-ROLE        PIC X.
       01  WS-PRIMARY-ID       PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CUSTOMER MAINTENANCE STARTED".

           PERFORM GET-BUSINESS-DATE.

           OPEN I-O CUSTOMER-MASTER.
           IF CUST-FILE-STATUS NOT = "00"
               DISPLAY "** CUSTOMER MASTER OPEN FAILED - STATUS "
                   CUST-FILE-STATUS ", RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CUST-XREF-FILE.
           IF XREF-FILE-STATUS NOT = "00"
               DISPLAY "** ACCOUNT XREF OPEN FAILED - STATUS "
                   XREF-FILE-STATUS ", RUN STOPPED"
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT SCREEN-MASTER.
           IF SCR-FILE-STATUS NOT = "00"
               DISPLAY "** SCREENING MASTER OPEN FAILED - STATUS "
                   SCR-FILE-STATUS ", RUN STOPPED"
               CLOSE CUSTOMER-MASTER
               CLOSE CUST-XREF-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUST-TXN-FILE.
           OPEN INPUT ACCOUNT-MASTER.
           IF ACCT-FILE-STATUS NOT = "00"
               DISPLAY "** ACCOUNT MASTER OPEN FAILED - STATUS "
                   ACCT-FILE-STATUS ", RUN STOPPED"
               CLOSE CUSTOMER-MASTER
               CLOSE CUST-XREF-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF MAUD-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.

           IF CMNT-FILE-STATUS = "35"
               DISPLAY "No Customer Maintenance File - Nothing To"
                   " Apply"
               MOVE 'Y' TO CMNT-EOF
           ELSE
               READ CUST-TXN-FILE
                   AT END MOVE 'Y' TO CMNT-EOF
               END-READ
           END-IF.

           PERFORM APPLY-ONE-CUST-MAINT UNTIL CMNT-EOF = 'Y'.

           CLOSE CUST-TXN-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE MAINT-AUDIT-FILE.
           CLOSE SCREEN-MASTER.
           CLOSE CUSTOMER-MASTER.
           CLOSE CUST-XREF-FILE.

           DISPLAY "CUSTOMER MAINT APPLIED : " WS-APPLIED-COUNT.
           DISPLAY "CUSTOMER MAINT REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "FIELD CHANGES AUDITED  : " WS-CHANGE-COUNT.
           DISPLAY "CUSTOMER MAINTENANCE COMPLETE".
           STOP RUN.

       GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDT-FILE-STATUS = "35"
               DISPLAY "No Business Date File - Using System Date"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       DISPLAY "Empty Business Date File - Using"
                           " System Date"
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-TODAY-DATE
                   NOT AT END
                       MOVE BDT-CURRENT-DATE TO WS-TODAY-DATE
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE-FILE.

       APPLY-ONE-CUST-MAINT.
           MOVE 0 TO WS-AUDIT-ACCT.
           MOVE SPACES TO WS-OLD-TEXT.
           MOVE SPACES TO WS-NEW-TEXT.
           MOVE SPACES TO WS-STATUS-MSG.

           IF CMT-CUST-ID = SPACES
               MOVE "CUSTOMER ID REQUIRED" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-MAINT-AUDIT
           ELSE
               PERFORM FIND-CUSTOMER-ENTRY
               EVALUATE CMT-ACTION
                   WHEN 'A'
                       PERFORM ADD-CUSTOMER
                   WHEN 'C'
                       PERFORM CHANGE-CUSTOMER
                   WHEN 'L'
                       PERFORM LINK-ACCOUNT
                   WHEN 'U'
                       PERFORM UNLINK-ACCOUNT
                   WHEN OTHER
                       MOVE "INVALID ACTION" TO WS-STATUS-MSG
                       ADD 1 TO WS-REJECTED-COUNT
                       PERFORM WRITE-MAINT-AUDIT
               END-EVALUATE
           END-IF.

           READ CUST-TXN-FILE
               AT END MOVE 'Y' TO CMNT-EOF
           END-READ.

       FIND-CUSTOMER-ENTRY.
           MOVE 'N' TO WS-CUST-FOUND.
           MOVE CMT-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF CUST-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CUST-FOUND
           END-IF.

       ADD-CUSTOMER.
           IF WS-CUST-FOUND = 'Y'
               DISPLAY "Customer Already Exists: " CMT-CUST-ID
               MOVE CUST-NAME TO WS-OLD-TEXT
               MOVE "DUPLICATE CUSTOMER" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
           IF CMT-NAME = SPACES
               MOVE "NAME REQUIRED" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
           IF CMT-TIN NOT = SPACES AND CMT-TIN NOT NUMERIC
               MOVE "INVALID TIN" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE CMT-CUST-ID TO CUST-ID
               MOVE CMT-NAME TO CUST-NAME
               MOVE CMT-ADDR-LINE TO CUST-ADDR-LINE
               MOVE CMT-CITY TO CUST-CITY
               MOVE CMT-STATE TO CUST-STATE
               MOVE CMT-ZIP TO CUST-ZIP
               MOVE CMT-PHONE TO CUST-PHONE
               MOVE CMT-TIN TO CUST-TIN
               MOVE CMT-NAME TO WS-NEW-TEXT
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "Unable To Add Customer: " CMT-CUST-ID
                       MOVE "ADD FAILED" TO WS-STATUS-MSG
               END-WRITE
               IF WS-STATUS-MSG = SPACES
                   MOVE "CUSTOMER ADDED" TO WS-STATUS-MSG
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM WRITE-MAINT-AUDIT.

       CHANGE-CUSTOMER.
           IF WS-CUST-FOUND = 'N'
               DISPLAY "Unknown Customer: " CMT-CUST-ID
               MOVE "UNKNOWN CUSTOMER" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-MAINT-AUDIT
           ELSE
           IF CMT-TIN NOT = SPACES AND CMT-TIN NOT NUMERIC
               MOVE "INVALID TIN" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-MAINT-AUDIT
           ELSE
               MOVE 0 TO WS-FIELD-COUNT
               IF CMT-NAME NOT = SPACES
                   AND CMT-NAME NOT = CUST-NAME
                   MOVE CUST-NAME TO WS-OLD-TEXT
                   MOVE CMT-NAME TO WS-NEW-TEXT
                   MOVE CMT-NAME TO CUST-NAME
                   MOVE "NAME CHANGED" TO WS-STATUS-MSG
                   PERFORM WRITE-FIELD-CHANGE
               END-IF
               IF CMT-ADDR-LINE NOT = SPACES
                   AND CMT-ADDR-LINE NOT = CUST-ADDR-LINE
                   MOVE CUST-ADDR-LINE TO WS-OLD-TEXT
                   MOVE CMT-ADDR-LINE TO WS-NEW-TEXT
                   MOVE CMT-ADDR-LINE TO CUST-ADDR-LINE
                   MOVE "ADDRESS CHANGED" TO WS-STATUS-MSG
                   PERFORM WRITE-FIELD-CHANGE
               END-IF
               IF CMT-CITY NOT = SPACES
                   AND CMT-CITY NOT = CUST-CITY
                   MOVE CUST-CITY TO WS-OLD-TEXT
                   MOVE CMT-CITY TO WS-NEW-TEXT
                   MOVE CMT-CITY TO CUST-CITY
                   MOVE "CITY CHANGED" TO WS-STATUS-MSG
                   PERFORM WRITE-FIELD-CHANGE
               END-IF
               IF CMT-STATE NOT = SPACES
                   AND CMT-STATE NOT = CUST-STATE
                   MOVE CUST-STATE TO WS-OLD-TEXT
                   MOVE CMT-STATE TO WS-NEW-TEXT
                   MOVE CMT-STATE TO CUST-STATE
                   MOVE "STATE CHANGED" TO WS-STATUS-MSG
                   PERFORM WRITE-FIELD-CHANGE
               END-IF
               IF CMT-ZIP NOT = SPACES
                   AND CMT-ZIP NOT = CUST-ZIP
                   MOVE CUST-ZIP TO WS-OLD-TEXT
                   MOVE CMT-ZIP TO WS-NEW-TEXT
                   MOVE CMT-ZIP TO CUST-ZIP
                   MOVE "ZIP CHANGED" TO WS-STATUS-MSG
                   PERFORM WRITE-FIELD-CHANGE
               END-IF
               IF CMT-PHONE NOT = SPACES
                   AND CMT-PHONE NOT = CUST-PHONE
                   MOVE CUST-PHONE TO WS-OLD-TEXT
                   MOVE CMT-PHONE TO WS-NEW-TEXT
                   MOVE CMT-PHONE TO CUST-PHONE
                   MOVE "PHONE CHANGED" TO WS-STATUS-MSG
                   PERFORM WRITE-FIELD-CHANGE
               END-IF
               IF CMT-TIN NOT = SPACES
                   AND CMT-TIN NOT = CUST-TIN
                   MOVE CUST-TIN TO WS-MASKED-TIN
                   PERFORM MASK-TIN
                   MOVE WS-MASKED-TIN TO WS-OLD-TEXT
                   MOVE CMT-TIN TO WS-MASKED-TIN
                   PERFORM MASK-TIN
                   MOVE WS-MASKED-TIN TO WS-NEW-TEXT
                   MOVE CMT-TIN TO CUST-TIN
                   MOVE "TIN CHANGED" TO WS-STATUS-MSG
                   PERFORM WRITE-FIELD-CHANGE
               END-IF
               IF WS-FIELD-COUNT = 0
                   MOVE SPACES TO WS-OLD-TEXT
                   MOVE SPACES TO WS-NEW-TEXT
                   MOVE "NO CHANGE GIVEN" TO WS-STATUS-MSG
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM WRITE-MAINT-AUDIT
               ELSE
                   MOVE SPACES TO WS-STATUS-MSG
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "Unable To Update Customer: "
                               CMT-CUST-ID
                           MOVE "UPDATE FAILED" TO WS-STATUS-MSG
                   END-REWRITE
                   IF WS-STATUS-MSG = SPACES
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM VARYING FX FROM 1 BY 1
                               UNTIL FX > WS-FIELD-COUNT
                           MOVE WS-FCH-OLD-TEXT(FX) TO WS-OLD-TEXT
                           MOVE WS-FCH-NEW-TEXT(FX) TO WS-NEW-TEXT
                           MOVE WS-FCH-STATUS(FX) TO WS-STATUS-MSG
                           ADD 1 TO WS-CHANGE-COUNT
                           PERFORM WRITE-MAINT-AUDIT
                       END-PERFORM
                   ELSE
                       MOVE SPACES TO WS-OLD-TEXT
                       MOVE SPACES TO WS-NEW-TEXT
                       ADD 1 TO WS-REJECTED-COUNT
                       PERFORM WRITE-MAINT-AUDIT
                   END-IF
               END-IF
           END-IF
           END-IF.

       MASK-TIN.
           IF WS-MASKED-TIN NOT = SPACES
               MOVE "*****" TO WS-MASKED-TIN(1:5)
           END-IF.

       WRITE-FIELD-CHANGE.
           ADD 1 TO WS-FIELD-COUNT.
           MOVE WS-OLD-TEXT TO WS-FCH-OLD-TEXT(WS-FIELD-COUNT).
           MOVE WS-NEW-TEXT TO WS-FCH-NEW-TEXT(WS-FIELD-COUNT).
           MOVE WS-STATUS-MSG TO WS-FCH-STATUS(WS-FIELD-COUNT).

       LINK-ACCOUNT.
           MOVE CMT-ACCT-NO TO WS-AUDIT-ACCT.
           IF CMT-OWNER-ROLE = SPACE
               MOVE 'P' TO CMT-OWNER-ROLE
           END-IF.
           PERFORM CHECK-SANCTIONS-HOLD.
           IF WS-CUST-FOUND = 'N'
               DISPLAY "Unknown Customer: " CMT-CUST-ID
               MOVE "UNKNOWN CUSTOMER" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
           IF CMT-OWNER-ROLE NOT = 'P' AND CMT-OWNER-ROLE NOT = 'J'
               AND CMT-OWNER-ROLE NOT = 'T'
               AND CMT-OWNER-ROLE NOT = 'A'
               MOVE CMT-OWNER-ROLE TO WS-NEW-TEXT
               MOVE "INVALID OWNER ROLE" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
           IF WS-SANCTION-MSG NOT = SPACES
               DISPLAY "Customer " CMT-CUST-ID " On Sanctions Hold"
                   " - Account " CMT-ACCT-NO " Not Linked"
               MOVE WS-SANCTION-MSG TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE CMT-ACCT-NO TO ACCT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF ACCT-FILE-STATUS NOT = "00"
                   DISPLAY "Unknown Account: " CMT-ACCT-NO
                   MOVE "UNKNOWN ACCOUNT" TO WS-STATUS-MSG
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   PERFORM FIND-XREF-ENTRY
                   IF CMT-OWNER-ROLE = 'P'
                       AND WS-PRIMARY-ID NOT = SPACES
                       AND WS-PRIMARY-ID NOT = CMT-CUST-ID
                       DISPLAY "Account " CMT-ACCT-NO
                           " Already Has A Primary Owner: "
                           WS-PRIMARY-ID
                       MOVE WS-PRIMARY-ID TO WS-OLD-TEXT
                       MOVE "PRIMARY ON FILE" TO WS-STATUS-MSG
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                   IF WS-XREF-FOUND = 'Y'
                       IF WS-XREF-ROLE = CMT-OWNER-ROLE
                           MOVE "ALREADY LINKED" TO WS-STATUS-MSG
                           ADD 1 TO WS-REJECTED-COUNT
                       ELSE
                           PERFORM CHANGE-XREF-ROLE
                       END-IF
                   ELSE
                       PERFORM INSERT-XREF-ENTRY
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM WRITE-MAINT-AUDIT.

       CHECK-SANCTIONS-HOLD.
           MOVE SPACES TO WS-SANCTION-MSG.
           MOVE 'C' TO SCR-PARTY-TYPE.
           MOVE CMT-CUST-ID TO SCR-PARTY-KEY.
           READ SCREEN-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF SCR-FILE-STATUS = "00"
               IF SCR-STATUS = 'H'
                   MOVE "SANCTIONS HOLD" TO WS-SANCTION-MSG
               ELSE
               IF SCR-STATUS = 'B'
                   MOVE "SANCTIONS BLOCKED" TO WS-SANCTION-MSG
               END-IF
               END-IF
           END-IF.

       CHANGE-XREF-ROLE.
           MOVE WS-XREF-ROLE TO WS-ROLE-DESC.
           PERFORM DESCRIBE-OWNER-ROLE.
           MOVE WS-ROLE-DESC TO WS-OLD-TEXT.
           MOVE CMT-OWNER-ROLE TO WS-ROLE-DESC.
           PERFORM DESCRIBE-OWNER-ROLE.
           MOVE WS-ROLE-DESC TO WS-NEW-TEXT.
           MOVE CMT-ACCT-NO TO XRF-ACCT-NO.
           MOVE CMT-CUST-ID TO XRF-CUST-ID.
           READ CUST-XREF-FILE
               INVALID KEY
                   DISPLAY "Unable To Update Link For Account "
                       CMT-ACCT-NO
                   MOVE "UPDATE FAILED" TO WS-STATUS-MSG
           END-READ.
           IF WS-STATUS-MSG = SPACES
               MOVE CMT-OWNER-ROLE TO XRF-OWNER-ROLE
               REWRITE CUST-XREF-RECORD
                   INVALID KEY
                       DISPLAY "Unable To Update Link For Account "
                           CMT-ACCT-NO
                       MOVE "UPDATE FAILED" TO WS-STATUS-MSG
               END-REWRITE
           END-IF.
           IF WS-STATUS-MSG = SPACES
               MOVE "OWNER ROLE CHANGED" TO WS-STATUS-MSG
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       INSERT-XREF-ENTRY.
           MOVE CMT-ACCT-NO TO XRF-ACCT-NO.
           MOVE CMT-CUST-ID TO XRF-CUST-ID.
           MOVE CMT-OWNER-ROLE TO XRF-OWNER-ROLE.
           MOVE CMT-OWNER-ROLE TO WS-ROLE-DESC.
           PERFORM DESCRIBE-OWNER-ROLE.
           MOVE WS-ROLE-DESC TO WS-NEW-TEXT.
           WRITE CUST-XREF-RECORD
               INVALID KEY
                   DISPLAY "Unable To Link Account " CMT-ACCT-NO
                   MOVE "LINK FAILED" TO WS-STATUS-MSG
           END-WRITE.
           IF WS-STATUS-MSG = SPACES
               MOVE "ACCOUNT LINKED" TO WS-STATUS-MSG
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       UNLINK-ACCOUNT.
           MOVE CMT-ACCT-NO TO WS-AUDIT-ACCT.
           PERFORM FIND-XREF-ENTRY.
           IF WS-XREF-FOUND = 'N'
               DISPLAY "No Link For Account " CMT-ACCT-NO
                   " Customer " CMT-CUST-ID
               MOVE "LINK NOT FOUND" TO WS-STATUS-MSG
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE WS-XREF-ROLE TO WS-ROLE-DESC
               PERFORM DESCRIBE-OWNER-ROLE
               MOVE WS-ROLE-DESC TO WS-OLD-TEXT
               MOVE CMT-ACCT-NO TO XRF-ACCT-NO
               MOVE CMT-CUST-ID TO XRF-CUST-ID
               DELETE CUST-XREF-FILE RECORD
                   INVALID KEY
                       DISPLAY "Unable To Unlink Account " CMT-ACCT-NO
                       MOVE "UNLINK FAILED" TO WS-STATUS-MSG
               END-DELETE
               IF WS-STATUS-MSG = SPACES
                   MOVE "ACCOUNT UNLINKED" TO WS-STATUS-MSG
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.
           PERFORM WRITE-MAINT-AUDIT.

       FIND-XREF-ENTRY.
           MOVE 'N' TO WS-XREF-FOUND.
           MOVE SPACE TO WS-XREF-ROLE.
           MOVE SPACES TO WS-PRIMARY-ID.
           MOVE CMT-ACCT-NO TO XRF-ACCT-NO.
           START CUST-XREF-FILE KEY IS EQUAL TO XRF-ACCT-NO
               INVALID KEY MOVE 'Y' TO XREF-EOF
               NOT INVALID KEY MOVE 'N' TO XREF-EOF
           END-START.
           PERFORM CHECK-ONE-XREF UNTIL XREF-EOF = 'Y'.

       CHECK-ONE-XREF.
           READ CUST-XREF-FILE NEXT RECORD
               AT END MOVE 'Y' TO XREF-EOF
           END-READ.
           IF XREF-EOF = 'N' AND XRF-ACCT-NO NOT = CMT-ACCT-NO
               MOVE 'Y' TO XREF-EOF
           END-IF.
           IF XREF-EOF = 'N'
               IF XRF-OWNER-ROLE = SPACE
                   MOVE 'P' TO XRF-OWNER-ROLE
               END-IF
               IF XRF-CUST-ID = CMT-CUST-ID
                   MOVE 'Y' TO WS-XREF-FOUND
                   MOVE XRF-OWNER-ROLE TO WS-XREF-ROLE
               END-IF
               IF XRF-OWNER-ROLE = 'P'
                   MOVE XRF-CUST-ID TO WS-PRIMARY-ID
               END-IF
           END-IF.

       DESCRIBE-OWNER-ROLE.
           EVALUATE WS-ROLE-DESC(1:1)
               WHEN 'P'
                   MOVE "PRIMARY" TO WS-ROLE-DESC
               WHEN 'J'
                   MOVE "JOINT" TO WS-ROLE-DESC
               WHEN 'T'
                   MOVE "TRUSTEE" TO WS-ROLE-DESC
               WHEN 'A'
                   MOVE "POA" TO WS-ROLE-DESC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-TODAY-DATE TO MAUD-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO MAUD-TIME.
           MOVE WS-AUDIT-ACCT TO MAUD-ACCT-NO.
           MOVE CMT-ACTION TO MAUD-ACTION.
           MOVE CMT-OPERATOR-ID TO MAUD-OPERATOR-ID.
           MOVE WS-OLD-TEXT TO MAUD-OLD-VALUE.
           MOVE WS-NEW-TEXT TO MAUD-NEW-VALUE.
           MOVE WS-STATUS-MSG TO MAUD-STATUS-MSG.
           MOVE 0 TO MAUD-AMOUNT.
           MOVE CMT-CUST-ID TO MAUD-CUST-ID.
           MOVE WS-OLD-TEXT TO MAUD-OLD-TEXT.
           MOVE WS-NEW-TEXT TO MAUD-NEW-TEXT.
           MOVE SPACES TO MAUD-CHAIN.
           WRITE MAINT-AUDIT-RECORD.
