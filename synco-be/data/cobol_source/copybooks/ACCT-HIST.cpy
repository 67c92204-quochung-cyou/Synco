       01  ACCT-HIST-RECORD.
           05  AHS-PURGE-DATE      PIC X(8).
           05  AHS-ACCT-IMAGE      PIC X(68).
           05  AHS-CLOSE-IMAGE.
               10  AHS-ACCT-NO         PIC 9(8).
               10  AHS-CLOSE-DATE      PIC X(8).
               10  AHS-REASON          PIC X(3).
               10  AHS-OPERATOR-ID     PIC X(8).
               10  AHS-PAYOUT-METHOD   PIC X.
               10  AHS-PAYOUT-ACCT     PIC 9(8).
               10  AHS-FINAL-INTEREST  PIC 9(5)V99.
               10  AHS-FINAL-FEE       PIC 9(3)V99.
               10  AHS-PAYOUT-AMT      PIC 9(7)V99.
               10  AHS-STATUS          PIC X.
