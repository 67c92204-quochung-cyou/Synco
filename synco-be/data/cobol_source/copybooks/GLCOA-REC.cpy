       01  GL-COA-RECORD.
           05  COA-GL-ACCT         PIC X(8).
           05  COA-DESC            PIC X(30).
           05  COA-TYPE            PIC X.
           05  COA-STMT-LINE       PIC 9(3).
           05  COA-LINE-CAPTION    PIC X(30).
           05  COA-CLOSE-SW        PIC X.
           05  FILLER              PIC X(7).
