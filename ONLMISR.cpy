       01  MM-RECORD.
           05  MM-RECON-DATE     PIC X(8).
           05  MM-RUN-ID         PIC X(8).
           05  MM-TYPE           PIC X(1).
               88  MM-ONLINE-REJECT  VALUE 'O'.
               88  MM-BATCH-REJECT   VALUE 'B'.
           05  MM-MASKED-PAN     PIC X(19).
           05  MM-TOKEN          PIC X(19).
           05  MM-CALLER-ID      PIC X(8).
           05  MM-ONLINE-TIME    PIC X(8).
           05  MM-ONLINE-CALLS   PIC 9(5).
           05  MM-ONLINE-RESULT  PIC X(3).
           05  MM-ONLINE-REASON  PIC X(30).
           05  MM-BATCH-ID       PIC X(8).
           05  MM-ORIG-SEQ       PIC 9(9).
           05  MM-BATCH-RESULT   PIC X(3).
           05  MM-BATCH-REASON   PIC X(30).
