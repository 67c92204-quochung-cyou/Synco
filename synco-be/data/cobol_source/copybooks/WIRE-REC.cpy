       01  WIRE-RECORD.
           05  WIR-KEY.
               10  WIR-DIRECTION   PIC X.
               10  WIR-WIRE-ID     PIC X(14).
           05  WIR-ACCT-NO         PIC 9(8).
           05  WIR-AMOUNT          PIC 9(7)V99.
           05  WIR-VALUE-DATE      PIC X(8).
           05  WIR-BANK-ROUTING    PIC 9(9).
           05  WIR-BANK-NAME       PIC X(30).
           05  WIR-PARTY-ACCT      PIC X(17).
           05  WIR-PARTY-NAME      PIC X(30).
           05  WIR-CUST-NAME       PIC X(30).
           05  WIR-DETAILS         PIC X(30).
           05  WIR-REQUEST-DATE    PIC X(8).
           05  WIR-MAKER-ID        PIC X(8).
           05  WIR-RELEASE-DATE    PIC X(8).
           05  WIR-CHECKER-ID      PIC X(8).
           05  WIR-STATUS          PIC X.
           05  WIR-REASON          PIC X(20).
