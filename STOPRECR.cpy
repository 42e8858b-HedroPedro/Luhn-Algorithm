           05  STOP-EFF-DATE     PIC X(8).
           05  STOP-EXP-DATE     PIC X(8).
           05  STOP-SOURCE       PIC X(1).
           05  STOP-ADD-DATE     PIC X(8).
           05  STOP-KEY-VERSION  PIC 9(2).
