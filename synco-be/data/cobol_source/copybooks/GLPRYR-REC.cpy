       01  GL-PRIOR-YEAR-RECORD.
           05  GLP-GL-ACCT         PIC X(8).
           05  GLP-YEAR            PIC X(4).
           05  GLP-BALANCE         PIC S9(11)V99.
