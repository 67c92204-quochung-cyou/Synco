       01  CASH-POS-RECORD.
           05  CPS-BRANCH          PIC X(4).
           05  CPS-POS-DATE        PIC X(8).
           05  CPS-OPENING         PIC S9(9)V99.
           05  CPS-DELIVERED       PIC 9(9)V99.
           05  CPS-RETURNED        PIC 9(9)V99.
           05  CPS-DISPENSED       PIC S9(9)V99.
           05  CPS-DEPOSITED       PIC S9(9)V99.
           05  CPS-EXPECTED        PIC S9(9)V99.
           05  CPS-COUNTED-SW      PIC X.
           05  CPS-COUNTED         PIC 9(9)V99.
           05  CPS-OVER-SHORT      PIC S9(9)V99.
           05  CPS-ON-HAND         PIC S9(9)V99.
