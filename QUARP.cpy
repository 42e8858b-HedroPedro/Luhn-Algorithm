       01  QUARANTINE-PARM.
           05  QU-FUNCTION       PIC X(1).
           05  QU-BATCH-ID       PIC X(8).
           05  QU-SEQ            PIC 9(9).
           05  QU-TYPE           PIC X(1).
           05  QU-ORIGINATOR     PIC X(8).
           05  QU-BUS-DATE       PIC X(8).
           05  QU-STATUS         PIC X(1).
               88  QU-HELD           VALUE 'H'.
               88  QU-RELEASED       VALUE 'R'.
               88  QU-PASSED         VALUE 'P'.
           05  QU-HOLD-DATE      PIC X(8).
           05  QU-RELEASE-DATE   PIC X(8).
           05  QU-OPERATOR       PIC X(8).
           05  QU-RECORDS        PIC 9(9).
           05  QU-PAN            PIC X(19).
           05  QU-PAN-LENGTH     PIC X(2).
           05  QU-ORIG-SEQ       PIC X(9).
           05  QU-TRL-COUNT      PIC X(9).
           05  QU-TRL-HASH       PIC X(16).
           05  QU-FOUND          PIC X(1).
           05  QU-FILE-STATUS    PIC XX.
