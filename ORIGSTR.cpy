       01  OST-RECORD.
           05  OST-KEY.
               10  OST-ORIGINATOR  PIC X(8).
               10  OST-BATCH-ID    PIC X(8).
           05  OST-BUS-DATE      PIC X(8).
           05  OST-PROC-DATE     PIC X(8).
           05  OST-RECORDS       PIC 9(9).
           05  OST-VALID         PIC 9(9).
           05  OST-LUHN-FAIL     PIC 9(9).
           05  OST-DECLINED      PIC 9(9).
           05  OST-REJECTED      PIC 9(9).
           05  OST-DUPLICATE     PIC 9(9).
           05  OST-BALANCED      PIC X(1).
           05  OST-RUN-ID        PIC X(8).
