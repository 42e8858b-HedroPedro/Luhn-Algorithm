       01  QUA-RECORD.
           05  QUA-KEY.
               10  QUA-BATCH-ID    PIC X(8).
               10  QUA-SEQ         PIC 9(9).
           05  QUA-TYPE          PIC X(1).
               88  QUA-HEADER        VALUE 'H'.
               88  QUA-DETAIL        VALUE 'D'.
               88  QUA-TRAILER       VALUE 'T'.
           05  QUA-ORIGINATOR    PIC X(8).
           05  QUA-BUS-DATE      PIC X(8).
           05  QUA-STATUS        PIC X(1).
               88  QUA-HELD          VALUE 'H'.
               88  QUA-RELEASED      VALUE 'R'.
               88  QUA-PASSED        VALUE 'P'.
           05  QUA-HOLD-DATE     PIC X(8).
           05  QUA-RELEASE-DATE  PIC X(8).
           05  QUA-OPERATOR      PIC X(8).
           05  QUA-RECORDS       PIC 9(9).
           05  QUA-PAN           PIC X(19).
           05  QUA-PAN-LENGTH    PIC X(2).
           05  QUA-ORIG-SEQ      PIC X(9).
           05  QUA-KEY-VERSION   PIC 9(2).
           05  QUA-TRL-COUNT     PIC X(9).
           05  QUA-TRL-HASH      PIC X(16).
