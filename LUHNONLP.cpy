       01  LUHN-ONLINE-PARM.
           05  LO-REQUEST        PIC X(1).
               88  LO-CLOSE-JOURNAL  VALUE 'C'.
           05  LO-CALLER-ID      PIC X(8).
           05  LO-TOKEN          PIC X(19).
           05  LO-JOURNAL-STATUS PIC XX.
