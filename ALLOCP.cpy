       01  ALLOC-PARM.
           05  AL-FUNCTION       PIC X(1).
           05  AL-PAN            PIC X(19).
           05  AL-PRODUCT        PIC X(10).
           05  AL-COUNT          PIC 9(5).
           05  AL-RUN-ID         PIC X(8).
           05  AL-REQ-SEQ        PIC 9(9).
           05  AL-RESTART        PIC X(1).
           05  AL-FOUND          PIC X(1).
           05  AL-EXHAUSTED      PIC X(1).
           05  AL-LOW-WATER-HIT  PIC X(1).
           05  AL-REPLAYED       PIC X(1).
           05  AL-BIN-LOW        PIC X(19).
           05  AL-PAN-LENGTH     PIC 9(2).
           05  AL-FIRST-ACCT     PIC 9(18).
           05  AL-REMAINING      PIC 9(18).
           05  AL-FILE-STATUS    PIC XX.
