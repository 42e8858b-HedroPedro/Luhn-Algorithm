       01  ALC-RECORD.
           05  ALC-BIN-LOW       PIC X(19).
           05  ALC-BIN-HIGH      PIC X(19).
           05  ALC-NETWORK       PIC X(10).
           05  ALC-ISSUER        PIC X(20).
           05  ALC-PRODUCT       PIC X(10).
           05  ALC-PAN-LENGTH    PIC 9(2).
           05  ALC-FIRST-ACCT    PIC 9(18).
           05  ALC-NEXT-ACCT     PIC 9(18).
           05  ALC-CEILING       PIC 9(18).
           05  ALC-LOW-WATER     PIC 9(12).
           05  ALC-ISSUED        PIC 9(12).
           05  ALC-OPEN-DATE     PIC X(8).
           05  ALC-LAST-DATE     PIC X(8).
           05  ALC-LAST-RUN-ID   PIC X(8).
           05  ALC-LAST-REQ-SEQ  PIC 9(9).
           05  ALC-LAST-FIRST    PIC 9(18).
           05  ALC-LAST-COUNT    PIC 9(5).
