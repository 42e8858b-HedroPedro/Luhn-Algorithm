           05  RW-FOUND          PIC X(1).
           05  RW-FILE-STATUS    PIC XX.
           05  RW-LOG-DATE       PIC X(8).
           05  RW-KEY-VERSION    PIC 9(2).
           05  RW-MASKED-PAN     PIC X(19).
