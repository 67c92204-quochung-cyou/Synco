       01  CLOSE-RECORD.
           05  CLS-ACCT-NO         PIC 9(8).
           05  CLS-CLOSE-DATE      PIC X(8).
           05  CLS-REASON          PIC X(3).
           05  CLS-OPERATOR-ID     PIC X(8).
           05  CLS-PAYOUT-METHOD   PIC X.
           05  CLS-PAYOUT-ACCT     PIC 9(8).
           05  CLS-FINAL-INTEREST  PIC 9(5)V99.
           05  CLS-FINAL-FEE       PIC 9(3)V99.
           05  CLS-PAYOUT-AMT      PIC 9(7)V99.
           05  CLS-STATUS          PIC X.
