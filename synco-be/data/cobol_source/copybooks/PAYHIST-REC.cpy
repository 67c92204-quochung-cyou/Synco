       01  PAY-HIST-RECORD.
           05  PH-EMP-ID           PIC X(6).
           05  PH-PAY-DATE         PIC 9(8).
           05  PH-REC-TYPE         PIC X.
           05  PH-PAY-TYPE         PIC X.
           05  PH-PAY-FREQ         PIC X.
           05  PH-ANNUAL           PIC 9(8)V99.
           05  PH-HOURLY-RATE      PIC 9(3)V99.
           05  PH-REG-HOURS        PIC 9(3)V99.
           05  PH-OT-HOURS         PIC 9(3)V99.
           05  PH-PTO-HOURS        PIC 9(3)V99.
           05  PH-GROSS            PIC S9(8)V99.
           05  PH-HEALTH           PIC 9(6)V99.
