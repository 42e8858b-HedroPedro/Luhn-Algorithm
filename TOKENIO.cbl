        01 WS-WORK-TOKEN.
           05 WS-TOKEN-PREFIX PIC X(3) VALUE 'TKN'.
           05 WS-TOKEN-HASH   PIC 9(16) VALUE ZERO.
        01 WS-CIPHER-PAN  PIC X(19) VALUE SPACES.
        01 WS-CIPHER-VERSION PIC 9(2) VALUE ZERO.
        01 WS-PAN-MATCH-SW PIC X(3) VALUE 'NO '.
           88 WS-PAN-MATCHED        VALUE 'YES'.
        01 WS-LOOKUP-SW   PIC X(3) VALUE 'NO '.
           88 WS-LOOKUP-ONLY        VALUE 'YES'.
       COPY PCRYPTP.
       LINKAGE SECTION.
       COPY TOKENP.
       PROCEDURE DIVISION USING TOKEN-PARM.
              PERFORM 100-OPEN-XREF
           ELSE
              IF TK-FUNCTION = 'T'
                 MOVE 'NO ' TO WS-LOOKUP-SW
                 PERFORM 200-TOKENIZE
              ELSE
                 IF TK-FUNCTION = 'L'
                    SET WS-LOOKUP-ONLY TO TRUE
                    PERFORM 200-TOKENIZE
                 ELSE
                    IF TK-FUNCTION = 'D'
                       PERFORM 400-DETOKENIZE
                    ELSE
                       IF TK-FUNCTION = 'C'
                          PERFORM 300-CLOSE-XREF
                       ELSE
                          MOVE '99' TO TK-FILE-STATUS
                       END-IF
                    END-IF
                 END-IF
              END-IF
           GOBACK.

       100-OPEN-XREF.
           MOVE 'O' TO PC-FUNCTION
           CALL 'PANCRYPT' USING PAN-CRYPT-PARM
           IF PC-FILE-STATUS NOT = '00'
              DISPLAY 'PAN KEYS UNAVAILABLE, STATUS = ' PC-FILE-STATUS
              MOVE PC-FILE-STATUS TO TK-FILE-STATUS
           ELSE
              OPEN I-O TOKEN-XREF
              IF WS-TOKEN-XREF-STATUS NOT = '00'
                 OPEN OUTPUT TOKEN-XREF
                 CLOSE TOKEN-XREF
                 OPEN I-O TOKEN-XREF
              END-IF
              MOVE WS-TOKEN-XREF-STATUS TO TK-FILE-STATUS
              IF WS-TOKEN-XREF-STATUS = '00'
                 MOVE 'YES' TO WS-OPEN-SW
              END-IF
           END-IF.

       200-TOKENIZE.
              MOVE '47' TO TK-FILE-STATUS
           ELSE
              PERFORM 210-HASH-PAN
              MOVE 'E' TO PC-FUNCTION
              MOVE TK-PAN TO PC-CLEAR-PAN
              CALL 'PANCRYPT' USING PAN-CRYPT-PARM
              IF PC-FILE-STATUS NOT = '00'
                 MOVE PC-FILE-STATUS TO TK-FILE-STATUS
              ELSE
                 MOVE PC-CIPHER-PAN TO WS-CIPHER-PAN
                 MOVE PC-KEY-VERSION TO WS-CIPHER-VERSION
                 MOVE 'NO ' TO WS-RESOLVED-SW
                 PERFORM 220-PROBE-XREF UNTIL WS-RESOLVED
              END-IF
           END-IF.

       210-HASH-PAN.
           MOVE WS-WORK-TOKEN TO TOK-TOKEN
           READ TOKEN-XREF
           IF WS-TOKEN-XREF-STATUS = '00'
              PERFORM 230-MATCH-PAN
              IF WS-PAN-MATCHED
                 MOVE WS-WORK-TOKEN TO TK-TOKEN
                 MOVE '00' TO TK-FILE-STATUS
                 SET WS-RESOLVED TO TRUE
                    10000000000000000)
              END-IF
           ELSE
              IF WS-TOKEN-XREF-STATUS = '23' AND WS-LOOKUP-ONLY
                 MOVE '23' TO TK-FILE-STATUS
                 SET WS-RESOLVED TO TRUE
              ELSE
                 IF WS-TOKEN-XREF-STATUS = '23'
                    MOVE WS-WORK-TOKEN TO TOK-TOKEN
                    MOVE WS-CIPHER-PAN TO TOK-PAN
                    MOVE WS-CIPHER-VERSION TO TOK-KEY-VERSION
                    WRITE TOK-RECORD
                    IF WS-TOKEN-XREF-STATUS = '22'
                       CONTINUE
                    ELSE
                       MOVE WS-TOKEN-XREF-STATUS TO TK-FILE-STATUS
                       IF WS-TOKEN-XREF-STATUS = '00'
                          MOVE WS-WORK-TOKEN TO TK-TOKEN
                       END-IF
                       SET WS-RESOLVED TO TRUE
                    END-IF
                 ELSE
                    MOVE WS-TOKEN-XREF-STATUS TO TK-FILE-STATUS
                    SET WS-RESOLVED TO TRUE
                 END-IF
              END-IF
           END-IF.

       230-MATCH-PAN.
           MOVE 'NO ' TO WS-PAN-MATCH-SW
           IF TOK-KEY-VERSION IS NOT NUMERIC
              MOVE ZERO TO TOK-KEY-VERSION
           END-IF
           IF TOK-KEY-VERSION = WS-CIPHER-VERSION
              IF TOK-PAN = WS-CIPHER-PAN
                 SET WS-PAN-MATCHED TO TRUE
              END-IF
           ELSE
              MOVE 'D' TO PC-FUNCTION
              MOVE TOK-KEY-VERSION TO PC-KEY-VERSION
              MOVE TOK-PAN TO PC-CIPHER-PAN
              CALL 'PANCRYPT' USING PAN-CRYPT-PARM
              IF PC-FILE-STATUS = '00' AND PC-CLEAR-PAN = TK-PAN
                 SET WS-PAN-MATCHED TO TRUE
              END-IF
           END-IF.

              READ TOKEN-XREF
              MOVE WS-TOKEN-XREF-STATUS TO TK-FILE-STATUS
              IF WS-TOKEN-XREF-STATUS = '00'
                 IF TOK-KEY-VERSION IS NOT NUMERIC
                    MOVE ZERO TO TOK-KEY-VERSION
                 END-IF
                 MOVE 'D' TO PC-FUNCTION
                 MOVE TOK-KEY-VERSION TO PC-KEY-VERSION
                 MOVE TOK-PAN TO PC-CIPHER-PAN
                 CALL 'PANCRYPT' USING PAN-CRYPT-PARM
                 IF PC-FILE-STATUS = '00'
                    MOVE PC-CLEAR-PAN TO TK-PAN
                    PERFORM 410-SIZE-PAN
                 ELSE
                    MOVE PC-FILE-STATUS TO TK-FILE-STATUS
                 END-IF
              END-IF
           END-IF.

