           05  CKPT-BATCH-ID     PIC X(8).
           05  CKPT-HOT-CARDS    PIC 9(9).
           05  CKPT-DUPLICATES   PIC 9(9).
           05  CKPT-NOT-ON-FILE  PIC 9(9).
           05  CKPT-BLOCKED      PIC 9(9).
           05  CKPT-EXPIRED      PIC 9(9).
           05  CKPT-ORIGINATOR   PIC X(8).
           05  CKPT-BUS-DATE     PIC X(8).
           05  CKPT-QUARANTINED  PIC 9(9).
