       01  DISPUTE-RECORD.
           05  DSP-REF-ID          PIC X(14).
           05  DSP-ACCT-NO         PIC 9(8).
           05  DSP-CLAIM-DATE      PIC X(8).
           05  DSP-TXN-DATE        PIC X(8).
           05  DSP-TXN-STATUS      PIC X(20).
           05  DSP-TXN-AMOUNT      PIC 9(5)V99.
           05  DSP-CLAIM-AMOUNT    PIC 9(5)V99.
           05  DSP-REASON          PIC X(3).
           05  DSP-EXTENDED-SW     PIC X.
           05  DSP-PROV-DUE-DATE   PIC X(8).
           05  DSP-RESOLVE-DUE-DATE PIC X(8).
           05  DSP-PROV-CREDIT-AMT PIC 9(5)V99.
           05  DSP-PROV-CREDIT-DATE PIC X(8).
           05  DSP-STATUS          PIC X.
           05  DSP-RESOLVE-DATE    PIC X(8).
           05  DSP-OPERATOR-ID     PIC X(8).
