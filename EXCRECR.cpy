       01  EXC-RECORD.
           05  EXC-PAN           PIC X(19).
           05  EXC-REASON        PIC X(30).
           05  EXC-BATCH-ID      PIC X(8).
           05  EXC-ORIG-SEQ      PIC 9(9).
