       01  PAN-CRYPT-PARM.
           05  PC-FUNCTION       PIC X(1).
           05  PC-KEY-VERSION    PIC 9(2).
           05  PC-CLEAR-PAN      PIC X(19).
           05  PC-CIPHER-PAN     PIC X(19).
           05  PC-CURRENT-VERSION PIC 9(2).
           05  PC-PRIOR-VERSION  PIC 9(2).
           05  PC-FILE-STATUS    PIC XX.
