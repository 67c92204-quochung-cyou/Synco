       01  SUSPENSE-RECORD.
           05  SUS-REF-ID          PIC X(14).
           05  SUS-TRANS-IMAGE     PIC X(63).
           05  SUS-REASON          PIC X(4).
           05  SUS-REJECT-DATE     PIC X(8).
           05  SUS-AGE             PIC 9(3).
           05  SUS-AGED-DATE       PIC X(8).
           05  SUS-STATUS          PIC X.
           05  SUS-ACTION-DATE     PIC X(8).
           05  SUS-OPERATOR-ID     PIC X(8).
           05  SUS-REJECT-COUNT    PIC 9(3).
           05  SUS-NOTE            PIC X(30).
