        01 WS-MASKED-PAN  PIC X(19) VALUE SPACES.
        01 WS-MASK-INDEX  PIC 9(2)  VALUE ZERO.
        01 WS-RETURN-CODE PIC 9(2)  VALUE ZERO.
        01 WS-TRY-VERSION PIC 9(2) VALUE ZERO.
        01 WS-TRY-COUNT   PIC 9(1) VALUE ZERO.
        01 WS-TRY-INDEX   PIC 9(1) VALUE ZERO.
        01 WS-TRY-TABLE.
           05 WS-TRY-ENTRY PIC 9(2) OCCURS 3.
        01 WS-LOCATED-SW  PIC X(3) VALUE 'NO '.
           88 WS-LOCATED            VALUE 'YES'.
        01 WS-HEADING-1.
           05 FILLER         PIC X(34)
              VALUE 'STOP LIST MAINTENANCE REPORT      '.
           05 REJ-REASON     PIC X(30).
           05 FILLER         PIC X(19) VALUE SPACES.
       COPY LUHNVALP.
       COPY PCRYPTP.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-INITIALIZE
       010-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           MOVE 'O' TO PC-FUNCTION
           CALL 'PANCRYPT' USING PAN-CRYPT-PARM
           IF PC-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: PAN KEYS UNAVAILABLE, STATUS = '
                 PC-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 1 TO WS-TRY-COUNT
           MOVE PC-CURRENT-VERSION TO WS-TRY-ENTRY(1)
           IF PC-PRIOR-VERSION > ZERO
              ADD 1 TO WS-TRY-COUNT
              MOVE PC-PRIOR-VERSION TO WS-TRY-ENTRY(WS-TRY-COUNT)
           END-IF
           ADD 1 TO WS-TRY-COUNT
           MOVE ZERO TO WS-TRY-ENTRY(WS-TRY-COUNT)
           OPEN I-O STOP-LIST
           IF WS-STOP-LIST-STATUS NOT = '00'
              OPEN OUTPUT STOP-LIST
              END-IF
           END-PERFORM.

       070-LOCATE-ENTRY.
           MOVE 'NO ' TO WS-LOCATED-SW
           PERFORM 080-TRY-KEY-VERSION
              VARYING WS-TRY-INDEX FROM 1 BY 1
              UNTIL WS-TRY-INDEX > WS-TRY-COUNT
              OR WS-LOCATED.

       080-TRY-KEY-VERSION.
           MOVE WS-TRY-ENTRY(WS-TRY-INDEX) TO WS-TRY-VERSION
           MOVE 'V' TO PC-FUNCTION
           MOVE WS-TRY-VERSION TO PC-KEY-VERSION
           MOVE TRN-PAN TO PC-CLEAR-PAN
           CALL 'PANCRYPT' USING PAN-CRYPT-PARM
           IF PC-FILE-STATUS = '00'
              MOVE PC-CIPHER-PAN TO STOP-PAN
              READ STOP-LIST
              IF WS-STOP-LIST-STATUS = '00'
                 IF STOP-KEY-VERSION IS NOT NUMERIC
                    MOVE ZERO TO STOP-KEY-VERSION
                 END-IF
                 IF STOP-KEY-VERSION = WS-TRY-VERSION
                    SET WS-LOCATED TO TRUE
                 END-IF
              END-IF
           END-IF
           MOVE SPACES TO PC-CLEAR-PAN.

       200-APPLY-ADD.
           PERFORM 070-LOCATE-ENTRY
           IF WS-LOCATED
              MOVE 'ALREADY ON STOP LIST' TO WS-REJECT-REASON
           ELSE
              PERFORM 210-WRITE-ENTRY
           END-IF.

       210-WRITE-ENTRY.
           MOVE 'E' TO PC-FUNCTION
           MOVE TRN-PAN TO PC-CLEAR-PAN
           CALL 'PANCRYPT' USING PAN-CRYPT-PARM
           MOVE SPACES TO PC-CLEAR-PAN
           IF PC-FILE-STATUS NOT = '00'
              MOVE 'PAN ENCRYPTION FAILED' TO WS-REJECT-REASON
              DISPLAY 'ERROR ENCRYPTING STOP LIST PAN, STATUS = '
                 PC-FILE-STATUS
              MOVE 20 TO WS-RETURN-CODE
           ELSE
              PERFORM 220-WRITE-ENCRYPTED
           END-IF.

       220-WRITE-ENCRYPTED.
           MOVE PC-CIPHER-PAN TO STOP-PAN
           MOVE PC-KEY-VERSION TO STOP-KEY-VERSION
           MOVE TRN-REASON TO STOP-REASON
           IF TRN-EFF-DATE IS NUMERIC
              MOVE TRN-EFF-DATE TO STOP-EFF-DATE
              MOVE SPACES TO STOP-EXP-DATE
           END-IF
           MOVE TRN-SOURCE TO STOP-SOURCE
           MOVE WS-TODAY TO STOP-ADD-DATE
           WRITE STOP-RECORD
           IF WS-STOP-LIST-STATUS = '00'
              ADD 1 TO WS-ADDS-APPLIED
           END-IF.

       300-APPLY-DELETE.
           PERFORM 070-LOCATE-ENTRY
           IF NOT WS-LOCATED
              MOVE 'NOT ON STOP LIST' TO WS-REJECT-REASON
           ELSE
              DELETE STOP-LIST RECORD
           END-IF.

       400-APPLY-EXPIRE.
           PERFORM 070-LOCATE-ENTRY
           IF NOT WS-LOCATED
              MOVE 'NOT ON STOP LIST' TO WS-REJECT-REASON
           ELSE
              IF TRN-EXP-DATE IS NUMERIC
