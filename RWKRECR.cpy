           05  RWK-STATUS        PIC X(1).
           05  RWK-STREAM        PIC X(1).
           05  RWK-LOG-DATE      PIC X(8).
           05  RWK-KEY-VERSION   PIC 9(2).
           05  RWK-MASKED-PAN    PIC X(19).
