       01  WCH-RECORD.
           05  WCH-ORIGINATOR    PIC X(8).
           05  WCH-STATUS        PIC X(1).
               88  WCH-WATCH         VALUE 'W'.
               88  WCH-SUSPENDED     VALUE 'S'.
           05  WCH-LISTED-DATE   PIC X(8).
           05  WCH-SCORED-DATE   PIC X(8).
           05  WCH-BATCHES       PIC 9(5).
           05  WCH-RECORDS       PIC 9(9).
           05  WCH-REJECT-PCT    PIC 9(3)V99.
           05  WCH-LUHN-PCT      PIC 9(3)V99.
           05  WCH-DUP-PCT       PIC 9(3)V99.
           05  WCH-OOB-COUNT     PIC 9(5).
           05  WCH-REASON        PIC X(30).
