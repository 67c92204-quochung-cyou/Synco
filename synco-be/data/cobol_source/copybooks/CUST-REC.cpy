           05  CUST-STATE          PIC XX.
           05  CUST-ZIP            PIC X(9).
           05  CUST-PHONE          PIC X(10).
           05  CUST-TIN            PIC X(9).
