           05  CP-BALANCE-OR-SALARY   PIC S9(9)V99.
           05  CP-DEPARTMENT          PIC X(10).
           05  CP-STATUS              PIC X.
           05  CP-HIRE-DATE           PIC 9(8).
           05  CP-REHIRE-DATE         PIC 9(8).
           05  CP-TERM-DATE           PIC 9(8).
           05  CP-TERM-REASON         PIC X(2).
