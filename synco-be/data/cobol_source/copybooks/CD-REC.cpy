       01  CD-RECORD.
           05  CD-ACCT-NO          PIC 9(8).
           05  CD-TERM-MONTHS      PIC 9(3).
           05  CD-RATE             PIC 9V9(4).
           05  CD-OPEN-DATE        PIC X(8).
           05  CD-MATURITY-DATE    PIC X(8).
           05  CD-DISPOSITION      PIC X.
           05  CD-PAYOUT-ACCT      PIC 9(8).
           05  CD-PENALTY-DAYS     PIC 9(3).
           05  CD-STATUS           PIC X.
           05  CD-NOTICE-DATE      PIC X(8).
