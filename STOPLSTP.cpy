           05  SL-EFF-DATE       PIC X(8).
           05  SL-EXP-DATE       PIC X(8).
           05  SL-SOURCE         PIC X(1).
           05  SL-ADD-DATE       PIC X(8).
           05  SL-KEY-VERSION    PIC 9(2).
           05  SL-TOKEN          PIC X(19).
           05  SL-MASKED-PAN     PIC X(19).
           05  SL-SELECT-DATE    PIC X(8).
