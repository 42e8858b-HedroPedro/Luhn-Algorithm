           05  RC-DUPLICATE      PIC 9(9).
           05  RC-BALANCE        PIC X(1).
           05  RC-HIGH-COND      PIC 9(2).
           05  RC-STEP-PROGRAM   PIC X(8).
           05  RC-STEP-STATUS    PIC X(1).
               88  RC-STEP-STARTED         VALUE 'S'.
               88  RC-STEP-COMPLETE        VALUE 'C'.
               88  RC-STEP-FAILED          VALUE 'F'.
