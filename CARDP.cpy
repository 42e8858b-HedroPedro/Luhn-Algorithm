       01  CARD-MASTER-PARM.
           05  CD-FUNCTION       PIC X(1).
           05  CD-TOKEN          PIC X(19).
           05  CD-MASKED-PAN     PIC X(19).
           05  CD-NAME           PIC X(26).
           05  CD-PRODUCT        PIC X(10).
           05  CD-EXPIRY         PIC X(4).
           05  CD-ISSUE-DATE     PIC X(8).
           05  CD-STATUS         PIC X(1).
               88  CD-ISSUED         VALUE 'I'.
               88  CD-ACTIVE         VALUE 'A'.
               88  CD-BLOCKED        VALUE 'B'.
               88  CD-EXPIRED        VALUE 'E'.
           05  CD-STATUS-DATE    PIC X(8).
           05  CD-BATCH-ID       PIC X(8).
           05  CD-FOUND          PIC X(1).
           05  CD-FILE-STATUS    PIC XX.
