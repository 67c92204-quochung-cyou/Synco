       01  ODP-RECORD.
           05  ODP-ACCT-NO         PIC 9(8).
           05  ODP-SOURCE-ACCT     PIC 9(8).
           05  ODP-STATUS          PIC X.
           05  ODP-LINK-DATE       PIC X(8).
           05  ODP-OPERATOR-ID     PIC X(8).
