           05  MAUD-NEW-VALUE      PIC X(12).
           05  MAUD-STATUS-MSG     PIC X(20).
           05  MAUD-AMOUNT         PIC 9(7)V99.
           05  MAUD-CUST-ID        PIC X(8).
           05  MAUD-OLD-TEXT       PIC X(30).
           05  MAUD-NEW-TEXT       PIC X(30).
           05  MAUD-CHAIN.
               10  MAUD-CHAIN-SEQ      PIC 9(9).
               10  MAUD-CHAIN-HASH     PIC X(16).
