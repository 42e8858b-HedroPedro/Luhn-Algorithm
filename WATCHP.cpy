       01  WATCH-LIST-PARM.
           05  WL-FUNCTION       PIC X(1).
           05  WL-ORIGINATOR     PIC X(8).
           05  WL-STATUS         PIC X(1).
               88  WL-WATCH          VALUE 'W'.
               88  WL-SUSPENDED      VALUE 'S'.
           05  WL-LISTED-DATE    PIC X(8).
           05  WL-SCORED-DATE    PIC X(8).
           05  WL-BATCHES        PIC 9(5).
           05  WL-RECORDS        PIC 9(9).
           05  WL-REJECT-PCT     PIC 9(3)V99.
           05  WL-LUHN-PCT       PIC 9(3)V99.
           05  WL-DUP-PCT        PIC 9(3)V99.
           05  WL-OOB-COUNT      PIC 9(5).
           05  WL-REASON         PIC X(30).
           05  WL-FOUND          PIC X(1).
           05  WL-FILE-STATUS    PIC XX.
