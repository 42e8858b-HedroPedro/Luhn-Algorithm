       01  OBN-RECORD.
           05  OBN-KEY.
               10  OBN-ORIGINATOR  PIC X(8).
               10  OBN-BIN         PIC X(6).
           05  OBN-FIRST-DATE    PIC X(8).
           05  OBN-FIRST-BATCH   PIC X(8).
           05  OBN-LAST-DATE     PIC X(8).
           05  OBN-LAST-BATCH    PIC X(8).
           05  OBN-PAN-COUNT     PIC 9(9).
