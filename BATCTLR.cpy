       01  BCT-RECORD.
           05  BCT-BATCH-ID      PIC X(8).
           05  BCT-ORIGINATOR    PIC X(8).
           05  BCT-BUS-DATE      PIC X(8).
           05  BCT-STREAM        PIC X(1).
           05  BCT-EXPECTED-COUNT PIC 9(9).
           05  BCT-RECEIVED-COUNT PIC 9(9).
           05  BCT-EXPECTED-HASH PIC 9(16).
           05  BCT-COMPUTED-HASH PIC 9(16).
           05  BCT-BALANCED      PIC X(1).
           05  BCT-STATUS        PIC X(1).
               88  BCT-PROCESSED           VALUE 'P'.
               88  BCT-QUARANTINED         VALUE 'Q'.
           05  BCT-RUN-ID        PIC X(8).
           05  BCT-DATE          PIC X(8).
