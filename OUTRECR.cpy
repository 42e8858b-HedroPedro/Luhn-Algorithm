           05  OUT-PRODUCT       PIC X(10).
           05  OUT-COUNTRY       PIC X(3).
           05  OUT-BATCH-ID      PIC X(8).
           05  OUT-ORIG-SEQ      PIC 9(9).
