       01  PTO-RECORD.
           05  PTO-EMP-ID          PIC X(6).
           05  PTO-SERVICE-DATE    PIC 9(8).
           05  PTO-VAC-ACCRUED     PIC 9(4)V99.
           05  PTO-VAC-USED        PIC 9(4)V99.
           05  PTO-VAC-BALANCE     PIC 9(4)V99.
           05  PTO-SICK-ACCRUED    PIC 9(4)V99.
           05  PTO-SICK-USED       PIC 9(4)V99.
           05  PTO-SICK-BALANCE    PIC 9(4)V99.
           05  PTO-HOURLY-RATE     PIC 9(4)V99.
           05  PTO-LIAB-POSTED     PIC 9(8)V99.
