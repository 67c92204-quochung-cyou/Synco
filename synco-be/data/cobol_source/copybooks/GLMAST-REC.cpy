       01  GL-MASTER-RECORD.
           05  GLM-GL-ACCT         PIC X(8).
           05  GLM-BALANCE         PIC S9(11)V99.
           05  GLM-MTD-NET         PIC S9(11)V99.
           05  GLM-YTD-NET         PIC S9(11)V99.
           05  GLM-PERIOD          PIC X(6).
