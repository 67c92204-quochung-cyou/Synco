       01  CARD-RECORD.
           05  CRD-CARD-NO         PIC 9(16).
           05  CRD-ACCT-NO         PIC 9(8).
           05  CRD-PVV             PIC 9(4).
           05  CRD-PIN-FAILS       PIC 9.
           05  CRD-LOCKED-SW       PIC X.
           05  CRD-DAILY-LIMIT     PIC 9(7)V99.
           05  CRD-DAILY-WITHDRN   PIC 9(7)V99.
           05  CRD-LAST-WD-DATE    PIC X(8).
           05  CRD-STATUS          PIC X.
           05  CRD-ISSUE-DATE      PIC X(8).
           05  CRD-EXPIRY-DATE     PIC X(8).
           05  CRD-REPL-CARD-NO    PIC 9(16).
