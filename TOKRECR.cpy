       01  TOK-RECORD.
           05  TOK-TOKEN         PIC X(19).
           05  TOK-PAN           PIC X(19).
           05  TOK-KEY-VERSION   PIC 9(2).
