       01  CUST-XREF-RECORD.
           05  XRF-KEY.
               10  XRF-ACCT-NO     PIC 9(8).
               10  XRF-CUST-ID     PIC X(8).
           05  XRF-OWNER-ROLE      PIC X.
