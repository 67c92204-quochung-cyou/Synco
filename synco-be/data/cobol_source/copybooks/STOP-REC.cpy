       01  STOP-RECORD.
           05  STP-KEY.
               10  STP-ACCT-NO     PIC 9(8).
               10  STP-CHECK-NO    PIC 9(10).
           05  STP-AMOUNT          PIC 9(8)V99.
           05  STP-PLACED-DATE     PIC X(8).
           05  STP-EXPIRY-DATE     PIC X(8).
           05  STP-STATUS          PIC X.
           05  STP-OPERATOR-ID     PIC X(8).
           05  STP-PAYEE           PIC X(20).
           05  STP-HIT-DATE        PIC X(8).
