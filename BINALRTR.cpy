       01  BA-RECORD.
           05  BA-ALERT-DATE     PIC X(8).
           05  BA-RUN-ID         PIC X(8).
           05  BA-BATCH-ID       PIC X(8).
           05  BA-ORIGINATOR     PIC X(8).
           05  BA-BIN            PIC X(6).
           05  BA-ISSUER         PIC X(20).
           05  BA-ALERT-TYPE     PIC X(1).
               88  BA-SEQUENTIAL-RUN       VALUE 'S'.
               88  BA-LUHN-FAIL-RATE       VALUE 'F'.
               88  BA-NEW-BIN              VALUE 'N'.
           05  BA-RECORDS        PIC 9(9).
           05  BA-VALID          PIC 9(9).
           05  BA-LUHN-FAIL      PIC 9(9).
           05  BA-REJECTED       PIC 9(9).
           05  BA-RUN-LENGTH     PIC 9(9).
           05  BA-FAIL-PCT       PIC 9(3)V99.
           05  BA-LIMIT          PIC 9(5)V99.
           05  BA-FIRST-PAN      PIC X(19).
           05  BA-LAST-PAN       PIC X(19).
