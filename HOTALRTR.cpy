       01  HA-RECORD.
           05  HA-SWEEP-DATE     PIC X(8).
           05  HA-MASKED-PAN     PIC X(19).
           05  HA-TOKEN          PIC X(19).
           05  HA-STOP-REASON    PIC X(20).
           05  HA-EFF-DATE       PIC X(8).
           05  HA-BATCH-ID       PIC X(8).
           05  HA-ORIGINATOR     PIC X(8).
           05  HA-BUS-DATE       PIC X(8).
           05  HA-PASS-DATE      PIC X(8).
           05  HA-ORIG-SEQ       PIC 9(9).
           05  HA-SOURCE         PIC X(1).
               88  HA-FROM-RESULTS         VALUE 'R'.
               88  HA-FROM-ACTIVITY        VALUE 'T'.
