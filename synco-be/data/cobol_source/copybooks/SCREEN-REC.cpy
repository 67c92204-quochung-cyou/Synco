       01  SCREEN-RECORD.
           05  SCR-KEY.
               10  SCR-PARTY-TYPE  PIC X.
               10  SCR-PARTY-KEY   PIC X(20).
           05  SCR-PARTY-NAME      PIC X(30).
           05  SCR-ACCT-NO         PIC 9(8).
           05  SCR-SDN-ENT-NUM     PIC X(8).
           05  SCR-SDN-NAME        PIC X(60).
           05  SCR-SDN-PROGRAM     PIC X(12).
           05  SCR-SCORE           PIC 9(3).
           05  SCR-LIST-DATE       PIC X(8).
           05  SCR-HIT-DATE        PIC X(8).
           05  SCR-STATUS          PIC X.
           05  SCR-ACTION-DATE     PIC X(8).
           05  SCR-OPERATOR-ID     PIC X(8).
           05  SCR-NOTE            PIC X(30).
