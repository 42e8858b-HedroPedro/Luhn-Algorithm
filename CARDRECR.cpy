       01  CRD-RECORD.
           05  CRD-TOKEN         PIC X(19).
           05  CRD-MASKED-PAN    PIC X(19).
           05  CRD-NAME          PIC X(26).
           05  CRD-PRODUCT       PIC X(10).
           05  CRD-EXPIRY        PIC X(4).
           05  CRD-ISSUE-DATE    PIC X(8).
           05  CRD-STATUS        PIC X(1).
               88  CRD-ISSUED        VALUE 'I'.
               88  CRD-ACTIVE        VALUE 'A'.
               88  CRD-BLOCKED       VALUE 'B'.
               88  CRD-EXPIRED       VALUE 'E'.
           05  CRD-STATUS-DATE   PIC X(8).
           05  CRD-BATCH-ID      PIC X(8).
