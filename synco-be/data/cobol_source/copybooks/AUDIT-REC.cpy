           05  AUD-STATUS-MSG      PIC X(20).
           05  AUD-BRANCH-ID       PIC X(4).
           05  AUD-REF-ID          PIC X(14).
           05  AUD-CHAIN.
               10  AUD-CHAIN-SEQ       PIC 9(9).
               10  AUD-CHAIN-HASH      PIC X(16).
