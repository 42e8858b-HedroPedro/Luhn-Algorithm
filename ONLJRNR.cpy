       01  JRN-RECORD.
           05  JRN-CALLER-ID     PIC X(8).
           05  JRN-DATE          PIC X(8).
           05  JRN-TIME          PIC X(8).
           05  JRN-FUNCTION      PIC X(1).
               88  JRN-VALIDATE      VALUE 'V'.
               88  JRN-GENERATE      VALUE 'G'.
               88  JRN-FORMAT-CHECK  VALUE 'F'.
           05  JRN-MASKED-PAN    PIC X(19).
           05  JRN-PAN-LENGTH    PIC 9(2).
           05  JRN-TOKEN         PIC X(19).
           05  JRN-RESULT        PIC X(3).
           05  JRN-REASON        PIC X(30).
           05  JRN-NETWORK       PIC X(10).
           05  JRN-CHECK-DIGIT   PIC 9(1).
           05  JRN-KEY-VERSION   PIC 9(2).
           05  JRN-CIPHER-PAN    PIC X(19).
