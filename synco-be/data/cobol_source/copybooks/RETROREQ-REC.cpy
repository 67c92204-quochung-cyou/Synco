       01  RETRO-REQ-RECORD.
           05  RRQ-EMP-ID          PIC X(6).
           05  RRQ-EFF-DATE        PIC 9(8).
           05  RRQ-NEW-ANNUAL      PIC 9(8)V99.
           05  RRQ-NEW-HOURLY      PIC 9(3)V99.
