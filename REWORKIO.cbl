        01 WS-OPEN-SW     PIC X(3) VALUE 'NO '.
           88 WS-FILE-OPEN          VALUE 'YES'.
        01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
       COPY PCRYPTP.
       LINKAGE SECTION.
       COPY REWORKP.
       PROCEDURE DIVISION USING REWORK-PARM.
           GOBACK.

       100-OPEN-FILE.
           MOVE 'O' TO PC-FUNCTION
           CALL 'PANCRYPT' USING PAN-CRYPT-PARM
           IF PC-FILE-STATUS NOT = '00'
              DISPLAY 'PAN KEYS UNAVAILABLE, STATUS = ' PC-FILE-STATUS
              MOVE PC-FILE-STATUS TO RW-FILE-STATUS
           ELSE
              OPEN I-O REWORK-FILE
              IF WS-REWORK-STATUS NOT = '00'
                 OPEN OUTPUT REWORK-FILE
                 CLOSE REWORK-FILE
                 OPEN I-O REWORK-FILE
              END-IF
              MOVE WS-REWORK-STATUS TO RW-FILE-STATUS
              IF WS-REWORK-STATUS = '00'
                 MOVE 'YES' TO WS-OPEN-SW
              END-IF
           END-IF.

       200-WRITE-REWORK.
           IF NOT WS-FILE-OPEN
              MOVE '47' TO RW-FILE-STATUS
           ELSE
              MOVE 'E' TO PC-FUNCTION
              MOVE RW-PAN TO PC-CLEAR-PAN
              CALL 'PANCRYPT' USING PAN-CRYPT-PARM
              PERFORM 210-WRITE-ENCRYPTED
           END-IF.

       210-WRITE-ENCRYPTED.
           IF PC-FILE-STATUS NOT = '00'
              MOVE PC-FILE-STATUS TO RW-FILE-STATUS
           ELSE
              MOVE RW-BATCH-ID TO RWK-BATCH-ID
              MOVE RW-SEQ TO RWK-SEQ
              MOVE PC-CIPHER-PAN TO RWK-PAN
              MOVE PC-KEY-VERSION TO RWK-KEY-VERSION
              MOVE RW-PAN-LENGTH TO RWK-PAN-LENGTH
              MOVE RW-MASKED-PAN TO RWK-MASKED-PAN
              MOVE RW-REASON TO RWK-REASON
              MOVE 'O' TO RWK-STATUS
              MOVE RW-STREAM TO RWK-STREAM
              IF WS-REWORK-STATUS = '00'
                 MOVE 'Y' TO RW-FOUND
                 MOVE RWK-PAN TO RW-PAN
                 MOVE RWK-KEY-VERSION TO RW-KEY-VERSION
                 MOVE RWK-PAN-LENGTH TO RW-PAN-LENGTH
                 MOVE RWK-MASKED-PAN TO RW-MASKED-PAN
                 MOVE RWK-REASON TO RW-REASON
                 MOVE RWK-STATUS TO RW-STATUS
                 MOVE RWK-STREAM TO RW-STREAM
