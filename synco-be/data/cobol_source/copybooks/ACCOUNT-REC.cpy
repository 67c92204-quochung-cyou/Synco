       01  ACCOUNT-RECORD.
           05  ACCT-NO             PIC 9(8).
           05  ACCT-PVV            PIC 9(4).
           05  ACCT-PIN-FAILS      PIC 9.
           05  ACCT-LOCKED-SW      PIC X.
           05  ACCT-BALANCE        PIC S9(7)V99.
