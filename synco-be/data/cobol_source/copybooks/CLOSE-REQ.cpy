       01  CLOSE-REQ-RECORD.
           05  CRQ-ACCT-NO         PIC 9(8).
           05  CRQ-REASON          PIC X(3).
           05  CRQ-PAYOUT-METHOD   PIC X.
           05  CRQ-PAYOUT-ACCT     PIC 9(8).
           05  CRQ-OPERATOR-ID     PIC X(8).
           05  CRQ-REQUEST-DATE    PIC X(8).
