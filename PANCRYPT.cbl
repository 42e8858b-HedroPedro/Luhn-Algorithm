       IDENTIFICATION DIVISION.
       PROGRAM-ID. PANCRYPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-FILE
               ASSIGN TO 'PANKEYS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KEY-FILE.
       COPY PANKEYR.
       WORKING-STORAGE SECTION.
        01 WS-KEY-FILE-STATUS PIC XX VALUE SPACES.
        01 WS-LOADED-SW   PIC X(3) VALUE 'NO '.
           88 WS-KEYS-LOADED        VALUE 'YES'.
        01 WS-EOF-SW      PIC X(3) VALUE 'NO '.
           88 WS-EOF                VALUE 'YES'.
        01 WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 20.
              10 WS-KT-VERSION  PIC 9(2).
              10 WS-KT-KEY      PIC X(16).
        01 WS-KEY-COUNT   PIC 9(2) VALUE ZERO.
        01 WS-KEY-MAX     PIC 9(2) VALUE 20.
        01 WS-KEY-INDEX   PIC 9(2) VALUE ZERO.
        01 WS-KEY-MATCH   PIC 9(2) VALUE ZERO.
        01 WS-CURRENT-VERSION PIC 9(2) VALUE ZERO.
        01 WS-PRIOR-VERSION PIC 9(2) VALUE ZERO.
        01 WS-WORK-PAN    PIC X(19) VALUE SPACES.
        01 WS-POS         PIC 9(2) VALUE ZERO.
        01 WS-DIGIT       PIC 9(1) VALUE ZERO.
        01 WS-HEX-DIGITS  PIC X(16) VALUE '0123456789ABCDEF'.
        01 WS-HEX-KEY     PIC X(32) VALUE SPACES.
        01 WS-HEX-CHAR    PIC X(1) VALUE SPACE.
        01 WS-HEX-POS     PIC 9(2) VALUE ZERO.
        01 WS-HEX-INDEX   PIC 9(2) VALUE ZERO.
        01 WS-HEX-VALUE   PIC 9(2) VALUE ZERO.
        01 WS-NIBBLE-HI   PIC 9(2) VALUE ZERO.
        01 WS-HEX-SW      PIC X(3) VALUE 'NO '.
           88 WS-HEX-VALID          VALUE 'YES'.
        01 WS-AES-KEY     PIC X(16) VALUE LOW-VALUES.
        01 WS-BYTE-NO     PIC 9(2) VALUE ZERO.
        01 WS-BYTE-BIN    PIC 9(4) BINARY VALUE ZERO.
        01 WS-BYTE-AREA REDEFINES WS-BYTE-BIN.
           05 FILLER       PIC X(1).
           05 WS-BYTE-CHAR PIC X(1).
        01 WS-CRYPTO-SW   PIC X(3) VALUE 'NO '.
           88 WS-CRYPTO-FAILED      VALUE 'YES'.
      *    FF1 FORMAT-PRESERVING ENCRYPTION OVER THE PAN DIGITS,
      *    RADIX 10, EMPTY TWEAK, AES-128 ROUND FUNCTION
        01 WS-FF-MIN-LEN  PIC 9(2) VALUE 6.
        01 WS-FF-DIGITS   PIC X(19) VALUE SPACES.
        01 WS-FF-POS-TABLE.
           05 WS-FF-POSITION PIC 9(2) OCCURS 19.
        01 WS-FF-B-TABLE  PIC X(10) VALUE '1122333445'.
        01 WS-FF-B-ENTRIES REDEFINES WS-FF-B-TABLE.
           05 WS-FF-B-BYTES  PIC 9(1) OCCURS 10.
        01 WS-FF-N        PIC 9(2) VALUE ZERO.
        01 WS-FF-U        PIC 9(2) VALUE ZERO.
        01 WS-FF-V        PIC 9(2) VALUE ZERO.
        01 WS-FF-B-LEN    PIC 9(2) VALUE ZERO.
        01 WS-FF-D-LEN    PIC 9(2) VALUE ZERO.
        01 WS-FF-ROUND    PIC 9(2) VALUE ZERO.
        01 WS-FF-STEP     PIC 9(2) VALUE ZERO.
        01 WS-FF-M        PIC 9(2) VALUE ZERO.
        01 WS-FF-MODULUS  PIC 9(11) VALUE ZERO.
        01 WS-FF-A        PIC 9(10) VALUE ZERO.
        01 WS-FF-B        PIC 9(10) VALUE ZERO.
        01 WS-FF-C        PIC 9(10) VALUE ZERO.
        01 WS-FF-NUM      PIC 9(10) VALUE ZERO.
        01 WS-FF-QUOT     PIC 9(10) VALUE ZERO.
        01 WS-FF-Y        PIC 9(13) VALUE ZERO.
        01 WS-FF-WORK     PIC 9(13) VALUE ZERO.
        01 WS-FF-OUT      PIC 9(10) VALUE ZERO.
        01 WS-Q-POS       PIC 9(2) VALUE ZERO.
        01 WS-PRF-P-BASE  PIC X(16)
              VALUE X'01020100000A0A000000000000000000'.
        01 WS-PRF-INPUT.
           05 WS-PRF-P    PIC X(16).
           05 WS-PRF-Q    PIC X(16).
        01 WS-PRF-OUTPUT.
           05 FILLER      PIC X(16).
           05 WS-PRF-R    PIC X(16).
      *    QC3ENCDT (ENCRYPT DATA) PARAMETERS - AES CBC, ZERO IV,
      *    NO PADDING; THE LAST BLOCK IS THE FF1 ROUND VALUE
        01 WS-AES-DATA-LEN PIC S9(9) BINARY VALUE 32.
        01 WS-AES-DATA-FMT PIC X(8) VALUE 'DATA0100'.
        01 WS-AES-ALGD.
           05 WS-ALGD-CIPHER    PIC S9(9) BINARY VALUE 22.
           05 WS-ALGD-BLOCK-LEN PIC S9(9) BINARY VALUE 16.
           05 WS-ALGD-MODE      PIC X(1) VALUE '1'.
           05 WS-ALGD-PAD-OPT   PIC X(1) VALUE '0'.
           05 WS-ALGD-PAD-CHAR  PIC X(1) VALUE LOW-VALUE.
           05 FILLER            PIC X(1) VALUE LOW-VALUE.
           05 WS-ALGD-MAC-LEN   PIC S9(9) BINARY VALUE ZERO.
           05 WS-ALGD-KEY-SIZE  PIC S9(9) BINARY VALUE ZERO.
           05 WS-ALGD-IV        PIC X(32) VALUE LOW-VALUES.
        01 WS-AES-ALGD-FMT PIC X(8) VALUE 'ALGD0200'.
        01 WS-AES-KEYD.
           05 WS-KEYD-TYPE      PIC S9(9) BINARY VALUE 22.
           05 WS-KEYD-LENGTH    PIC S9(9) BINARY VALUE 16.
           05 WS-KEYD-FORMAT    PIC X(1) VALUE '0'.
           05 FILLER            PIC X(3) VALUE LOW-VALUES.
           05 WS-KEYD-KEY       PIC X(16) VALUE LOW-VALUES.
        01 WS-AES-KEYD-FMT PIC X(8) VALUE 'KEYD0200'.
        01 WS-AES-PROVIDER PIC X(1) VALUE '0'.
        01 WS-AES-DEVICE   PIC X(10) VALUE SPACES.
        01 WS-AES-OUT-LEN  PIC S9(9) BINARY VALUE 32.
        01 WS-AES-RET-LEN  PIC S9(9) BINARY VALUE ZERO.
        01 WS-AES-ERROR.
           05 WS-AES-ERR-PROVIDED  PIC S9(9) BINARY VALUE 16.
           05 WS-AES-ERR-AVAILABLE PIC S9(9) BINARY VALUE ZERO.
           05 WS-AES-ERR-ID        PIC X(7) VALUE SPACES.
           05 FILLER               PIC X(1) VALUE SPACE.
       LINKAGE SECTION.
       COPY PCRYPTP.
       PROCEDURE DIVISION USING PAN-CRYPT-PARM.
       000-MAIN.
           IF PC-FUNCTION = 'O'
              PERFORM 100-LOAD-KEYS
           ELSE
              IF PC-FUNCTION = 'E'
                 PERFORM 200-ENCRYPT-CURRENT
              ELSE
                 IF PC-FUNCTION = 'V'
                    PERFORM 210-ENCRYPT-VERSION
                 ELSE
                    IF PC-FUNCTION = 'D'
                       PERFORM 300-DECRYPT
                    ELSE
                       MOVE '99' TO PC-FILE-STATUS
                    END-IF
                 END-IF
              END-IF
           END-IF
           MOVE WS-CURRENT-VERSION TO PC-CURRENT-VERSION
           MOVE WS-PRIOR-VERSION TO PC-PRIOR-VERSION
           GOBACK.

       100-LOAD-KEYS.
           IF WS-KEYS-LOADED
              MOVE '00' TO PC-FILE-STATUS
           ELSE
              MOVE ZERO TO WS-KEY-COUNT
              MOVE ZERO TO WS-CURRENT-VERSION
              MOVE ZERO TO WS-PRIOR-VERSION
              OPEN INPUT KEY-FILE
              MOVE WS-KEY-FILE-STATUS TO PC-FILE-STATUS
              IF WS-KEY-FILE-STATUS = '00'
                 MOVE 'NO ' TO WS-EOF-SW
                 PERFORM 110-READ-KEY UNTIL WS-EOF
                 CLOSE KEY-FILE
                 IF WS-CURRENT-VERSION = ZERO
                    DISPLAY 'PANKEYS HOLDS NO CURRENT KEY'
                    MOVE '23' TO PC-FILE-STATUS
                 ELSE
                    SET WS-KEYS-LOADED TO TRUE
                 END-IF
              END-IF
           END-IF.

       110-READ-KEY.
           READ KEY-FILE
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  MOVE 'NO ' TO WS-HEX-SW
                  IF PK-CURRENT OR PK-PRIOR
                     PERFORM 130-CONVERT-KEY
                  END-IF
                  IF (PK-CURRENT OR PK-PRIOR)
                     AND PK-KEY-VERSION IS NUMERIC
                     AND PK-KEY-VERSION > ZERO
                     AND WS-HEX-VALID
                     PERFORM 120-ADD-KEY
                  ELSE
                     IF PK-CURRENT OR PK-PRIOR
                        DISPLAY 'PANKEYS ENTRY IGNORED - INVALID KEY '
                           'VERSION OR VALUE'
                     END-IF
                  END-IF
           END-READ.

       120-ADD-KEY.
           IF WS-KEY-COUNT < WS-KEY-MAX
              ADD 1 TO WS-KEY-COUNT
              MOVE PK-KEY-VERSION TO WS-KT-VERSION(WS-KEY-COUNT)
              MOVE WS-AES-KEY TO WS-KT-KEY(WS-KEY-COUNT)
              IF PK-CURRENT
                 IF PK-KEY-VERSION > WS-CURRENT-VERSION
                    MOVE PK-KEY-VERSION TO WS-CURRENT-VERSION
                 END-IF
              ELSE
                 IF PK-KEY-VERSION > WS-PRIOR-VERSION
                    MOVE PK-KEY-VERSION TO WS-PRIOR-VERSION
                 END-IF
              END-IF
           ELSE
              DISPLAY 'WARNING: KEY TABLE FULL AT ' WS-KEY-MAX
                 ' - REMAINING KEYS IGNORED'
              SET WS-EOF TO TRUE
           END-IF.

       130-CONVERT-KEY.
           MOVE PK-KEY-VALUE TO WS-HEX-KEY
           INSPECT WS-HEX-KEY CONVERTING 'abcdef' TO 'ABCDEF'
           MOVE LOW-VALUES TO WS-AES-KEY
           SET WS-HEX-VALID TO TRUE
           PERFORM VARYING WS-BYTE-NO FROM 1 BY 1
                   UNTIL WS-BYTE-NO > 16 OR NOT WS-HEX-VALID
              COMPUTE WS-HEX-POS = WS-BYTE-NO * 2 - 1
              MOVE WS-HEX-KEY(WS-HEX-POS:1) TO WS-HEX-CHAR
              PERFORM 135-HEX-VALUE
              MOVE WS-HEX-VALUE TO WS-NIBBLE-HI
              MOVE WS-HEX-KEY(WS-HEX-POS + 1:1) TO WS-HEX-CHAR
              PERFORM 135-HEX-VALUE
              COMPUTE WS-BYTE-BIN = WS-NIBBLE-HI * 16 + WS-HEX-VALUE
              MOVE WS-BYTE-CHAR TO WS-AES-KEY(WS-BYTE-NO:1)
           END-PERFORM.

       135-HEX-VALUE.
           MOVE 99 TO WS-HEX-VALUE
           PERFORM VARYING WS-HEX-INDEX FROM 1 BY 1
                   UNTIL WS-HEX-INDEX > 16 OR WS-HEX-VALUE < 16
              IF WS-HEX-DIGITS(WS-HEX-INDEX:1) = WS-HEX-CHAR
                 COMPUTE WS-HEX-VALUE = WS-HEX-INDEX - 1
              END-IF
           END-PERFORM
           IF WS-HEX-VALUE > 15
              MOVE 'NO ' TO WS-HEX-SW
              MOVE ZERO TO WS-HEX-VALUE
           END-IF.

       150-FIND-KEY.
           MOVE ZERO TO WS-KEY-MATCH
           PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1
                   UNTIL WS-KEY-INDEX > WS-KEY-COUNT
                   OR WS-KEY-MATCH > 0
              IF WS-KT-VERSION(WS-KEY-INDEX) = PC-KEY-VERSION
                 MOVE WS-KEY-INDEX TO WS-KEY-MATCH
              END-IF
           END-PERFORM.

       200-ENCRYPT-CURRENT.
           IF NOT WS-KEYS-LOADED
              MOVE SPACES TO PC-CIPHER-PAN
              MOVE '47' TO PC-FILE-STATUS
           ELSE
              MOVE WS-CURRENT-VERSION TO PC-KEY-VERSION
              PERFORM 210-ENCRYPT-VERSION
           END-IF.

       210-ENCRYPT-VERSION.
           MOVE SPACES TO PC-CIPHER-PAN
           IF PC-KEY-VERSION = ZERO
              MOVE PC-CLEAR-PAN TO PC-CIPHER-PAN
              MOVE '00' TO PC-FILE-STATUS
           ELSE
              IF NOT WS-KEYS-LOADED
                 MOVE '47' TO PC-FILE-STATUS
              ELSE
                 PERFORM 150-FIND-KEY
                 IF WS-KEY-MATCH = ZERO
                    MOVE '23' TO PC-FILE-STATUS
                 ELSE
                    MOVE PC-CLEAR-PAN TO WS-WORK-PAN
                    PERFORM 400-APPLY-CIPHER
                    IF WS-CRYPTO-FAILED
                       MOVE '30' TO PC-FILE-STATUS
                    ELSE
                       MOVE WS-WORK-PAN TO PC-CIPHER-PAN
                       MOVE '00' TO PC-FILE-STATUS
                    END-IF
                 END-IF
              END-IF
           END-IF.

       300-DECRYPT.
           MOVE SPACES TO PC-CLEAR-PAN
           IF PC-KEY-VERSION = ZERO
              MOVE PC-CIPHER-PAN TO PC-CLEAR-PAN
              MOVE '00' TO PC-FILE-STATUS
           ELSE
              IF NOT WS-KEYS-LOADED
                 MOVE '47' TO PC-FILE-STATUS
              ELSE
                 PERFORM 150-FIND-KEY
                 IF WS-KEY-MATCH = ZERO
                    MOVE '23' TO PC-FILE-STATUS
                 ELSE
                    MOVE PC-CIPHER-PAN TO WS-WORK-PAN
                    PERFORM 410-REMOVE-CIPHER
                    IF WS-CRYPTO-FAILED
                       MOVE '30' TO PC-FILE-STATUS
                    ELSE
                       MOVE WS-WORK-PAN TO PC-CLEAR-PAN
                       MOVE '00' TO PC-FILE-STATUS
                    END-IF
                 END-IF
              END-IF
           END-IF.

       400-APPLY-CIPHER.
           MOVE 'NO ' TO WS-CRYPTO-SW
           PERFORM 420-EXTRACT-DIGITS
           IF WS-FF-N NOT < WS-FF-MIN-LEN
              PERFORM 430-SPLIT-DIGITS
              PERFORM VARYING WS-FF-ROUND FROM 0 BY 1
                      UNTIL WS-FF-ROUND > 9 OR WS-CRYPTO-FAILED
                 MOVE WS-FF-B TO WS-FF-NUM
                 PERFORM 440-ROUND-VALUE
                 IF NOT WS-CRYPTO-FAILED
                    COMPUTE WS-FF-C = FUNCTION MOD(WS-FF-A + WS-FF-Y
                       WS-FF-MODULUS)
                    MOVE WS-FF-B TO WS-FF-A
                    MOVE WS-FF-C TO WS-FF-B
                 END-IF
              END-PERFORM
              IF NOT WS-CRYPTO-FAILED
                 PERFORM 470-REPLACE-DIGITS
              END-IF
           END-IF.

       410-REMOVE-CIPHER.
           MOVE 'NO ' TO WS-CRYPTO-SW
           PERFORM 420-EXTRACT-DIGITS
           IF WS-FF-N NOT < WS-FF-MIN-LEN
              PERFORM 430-SPLIT-DIGITS
              PERFORM VARYING WS-FF-STEP FROM 1 BY 1
                      UNTIL WS-FF-STEP > 10 OR WS-CRYPTO-FAILED
                 COMPUTE WS-FF-ROUND = 10 - WS-FF-STEP
                 MOVE WS-FF-A TO WS-FF-NUM
                 PERFORM 440-ROUND-VALUE
                 IF NOT WS-CRYPTO-FAILED
                    COMPUTE WS-FF-C = FUNCTION MOD(WS-FF-B - WS-FF-Y
                       + WS-FF-MODULUS WS-FF-MODULUS)
                    MOVE WS-FF-A TO WS-FF-B
                    MOVE WS-FF-C TO WS-FF-A
                 END-IF
              END-PERFORM
              IF NOT WS-CRYPTO-FAILED
                 PERFORM 470-REPLACE-DIGITS
              END-IF
           END-IF.

       420-EXTRACT-DIGITS.
           MOVE SPACES TO WS-FF-DIGITS
           MOVE ZERO TO WS-FF-N
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 19
              IF WS-WORK-PAN(WS-POS:1) IS NUMERIC
                 ADD 1 TO WS-FF-N
                 MOVE WS-WORK-PAN(WS-POS:1) TO WS-FF-DIGITS(WS-FF-N:1)
                 MOVE WS-POS TO WS-FF-POSITION(WS-FF-N)
              END-IF
           END-PERFORM.

       430-SPLIT-DIGITS.
           COMPUTE WS-FF-U = WS-FF-N / 2
           COMPUTE WS-FF-V = WS-FF-N - WS-FF-U
           MOVE WS-FF-B-BYTES(WS-FF-V) TO WS-FF-B-LEN
           IF WS-FF-B-LEN > 4
              MOVE 12 TO WS-FF-D-LEN
           ELSE
              MOVE 8 TO WS-FF-D-LEN
           END-IF
           MOVE WS-PRF-P-BASE TO WS-PRF-P
           MOVE WS-FF-U TO WS-BYTE-BIN
           MOVE WS-BYTE-CHAR TO WS-PRF-P(8:1)
           MOVE WS-FF-N TO WS-BYTE-BIN
           MOVE WS-BYTE-CHAR TO WS-PRF-P(12:1)
           MOVE ZERO TO WS-FF-A
           MOVE ZERO TO WS-FF-B
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-FF-N
              MOVE WS-FF-DIGITS(WS-POS:1) TO WS-DIGIT
              IF WS-POS > WS-FF-U
                 COMPUTE WS-FF-B = WS-FF-B * 10 + WS-DIGIT
              ELSE
                 COMPUTE WS-FF-A = WS-FF-A * 10 + WS-DIGIT
              END-IF
           END-PERFORM
           MOVE WS-KT-KEY(WS-KEY-MATCH) TO WS-KEYD-KEY.

       440-ROUND-VALUE.
           IF FUNCTION MOD(WS-FF-ROUND 2) = ZERO
              MOVE WS-FF-U TO WS-FF-M
           ELSE
              MOVE WS-FF-V TO WS-FF-M
           END-IF
           COMPUTE WS-FF-MODULUS = 10 ** WS-FF-M
           MOVE LOW-VALUES TO WS-PRF-Q
           MOVE WS-FF-ROUND TO WS-BYTE-BIN
           MOVE WS-BYTE-CHAR TO WS-PRF-Q(16 - WS-FF-B-LEN:1)
           PERFORM VARYING WS-Q-POS FROM 16 BY -1
                   UNTIL WS-Q-POS < 17 - WS-FF-B-LEN
              DIVIDE WS-FF-NUM BY 256 GIVING WS-FF-QUOT
                 REMAINDER WS-BYTE-BIN
              MOVE WS-FF-QUOT TO WS-FF-NUM
              MOVE WS-BYTE-CHAR TO WS-PRF-Q(WS-Q-POS:1)
           END-PERFORM
           PERFORM 450-CALL-PRF
           IF NOT WS-CRYPTO-FAILED
              MOVE ZERO TO WS-FF-Y
              PERFORM VARYING WS-Q-POS FROM 1 BY 1
                      UNTIL WS-Q-POS > WS-FF-D-LEN
                 MOVE ZERO TO WS-BYTE-BIN
                 MOVE WS-PRF-R(WS-Q-POS:1) TO WS-BYTE-CHAR
                 COMPUTE WS-FF-WORK = WS-FF-Y * 256 + WS-BYTE-BIN
                 COMPUTE WS-FF-Y = FUNCTION MOD(WS-FF-WORK
                    WS-FF-MODULUS)
              END-PERFORM
           END-IF.

       450-CALL-PRF.
           MOVE ZERO TO WS-AES-ERR-AVAILABLE
           MOVE ZERO TO WS-AES-RET-LEN
           CALL 'QC3ENCDT' USING WS-PRF-INPUT
                                 WS-AES-DATA-LEN
                                 WS-AES-DATA-FMT
                                 WS-AES-ALGD
                                 WS-AES-ALGD-FMT
                                 WS-AES-KEYD
                                 WS-AES-KEYD-FMT
                                 WS-AES-PROVIDER
                                 WS-AES-DEVICE
                                 WS-PRF-OUTPUT
                                 WS-AES-OUT-LEN
                                 WS-AES-RET-LEN
                                 WS-AES-ERROR
           IF WS-AES-ERR-AVAILABLE > ZERO
              OR WS-AES-RET-LEN NOT = 32
              SET WS-CRYPTO-FAILED TO TRUE
              DISPLAY 'PAN ENCRYPTION SERVICE FAILED, EXCEPTION = '
                 WS-AES-ERR-ID
           END-IF.

       470-REPLACE-DIGITS.
           MOVE WS-FF-A TO WS-FF-OUT
           MOVE WS-FF-OUT(11 - WS-FF-U:WS-FF-U)
              TO WS-FF-DIGITS(1:WS-FF-U)
           MOVE WS-FF-B TO WS-FF-OUT
           MOVE WS-FF-OUT(11 - WS-FF-V:WS-FF-V)
              TO WS-FF-DIGITS(WS-FF-U + 1:WS-FF-V)
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-FF-N
              MOVE WS-FF-DIGITS(WS-POS:1)
                 TO WS-WORK-PAN(WS-FF-POSITION(WS-POS):1)
           END-PERFORM.
