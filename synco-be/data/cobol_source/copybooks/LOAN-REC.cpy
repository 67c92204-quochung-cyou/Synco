           05  LN-TERM-MONTHS      PIC 9(4).
           05  LN-ORIG-DATE        PIC X(8).
           05  LN-PAYMENTS-MADE    PIC 9(4).
           05  LN-PRIN-BALANCE     PIC 9(9)V99.
           05  LN-CURR-PAYMENT     PIC 9(9)V99.
           05  LN-INT-PAID-DATE    PIC X(8).
           05  LN-STATUS           PIC X.
           05  LN-RATE-TYPE        PIC X.
           05  LN-INDEX-CODE       PIC X(4).
           05  LN-MARGIN           PIC 9V9(4).
           05  LN-RESET-MONTHS     PIC 9(3).
           05  LN-NEXT-RESET-DATE  PIC X(8).
           05  LN-PERIOD-CAP       PIC 9V9(4).
           05  LN-PERIOD-FLOOR     PIC 9V9(4).
           05  LN-LIFE-CAP         PIC 9V9(4).
           05  LN-LIFE-FLOOR       PIC 9V9(4).
           05  LN-PEND-RATE        PIC 9V9(4).
           05  LN-PEND-PAYMENT     PIC 9(9)V99.
           05  LN-PEND-DATE        PIC X(8).
           05  LN-CHGOFF-DATE      PIC X(8).
           05  LN-CHGOFF-PRIN      PIC 9(9)V99.
           05  LN-CHGOFF-FEES      PIC 9(5)V99.
           05  LN-RECOVERED        PIC 9(9)V99.
