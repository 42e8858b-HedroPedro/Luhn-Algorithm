           05  RN-DUPLICATE      PIC 9(9).
           05  RN-BALANCE        PIC X(1).
           05  RN-HIGH-COND      PIC 9(2).
           05  RN-STEP-PROGRAM   PIC X(8).
           05  RN-STEP-STATUS    PIC X(1).
           05  RN-FOUND          PIC X(1).
           05  RN-FILE-STATUS    PIC XX.
