       01  PK-RECORD.
           05  PK-KEY-VERSION    PIC 9(2).
           05  PK-KEY-STATUS     PIC X(1).
               88  PK-CURRENT              VALUE 'C'.
               88  PK-PRIOR                VALUE 'P'.
           05  PK-KEY-VALUE      PIC X(32).
           05  PK-EFF-DATE       PIC X(8).
