       01  COR-RECORD.
           05  COR-BATCH-ID      PIC X(8).
           05  COR-SEQ           PIC 9(9).
           05  COR-PAN           PIC X(19).
           05  COR-PAN-LENGTH    PIC 9(2).
           05  COR-KEY-VERSION   PIC 9(2).
