           SELECT STOP-LIST
               ASSIGN TO 'STOPLIST'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STOP-PAN
               FILE STATUS IS WS-STOP-LIST-STATUS.
       DATA DIVISION.
        01 WS-TODAY       PIC X(8) VALUE SPACES.
        01 WS-EFFECT-SW   PIC X(3) VALUE 'NO '.
           88 WS-IN-EFFECT          VALUE 'YES'.
        01 WS-KEYS-SW     PIC X(3) VALUE 'NO '.
           88 WS-KEYS-AVAILABLE     VALUE 'YES'.
        01 WS-TRY-VERSION PIC 9(2) VALUE ZERO.
        01 WS-TRY-COUNT   PIC 9(1) VALUE ZERO.
        01 WS-TRY-INDEX   PIC 9(1) VALUE ZERO.
        01 WS-TRY-TABLE.
           05 WS-TRY-ENTRY PIC 9(2) OCCURS 3.
        01 WS-HIT-SW      PIC X(3) VALUE 'NO '.
           88 WS-HIT                VALUE 'YES'.
        01 WS-BROWSE-SW   PIC X(3) VALUE 'NO '.
           88 WS-BROWSE-DONE        VALUE 'YES'.
        01 WS-CLEAR-PAN   PIC X(19) VALUE SPACES.
        01 WS-PAN-LENGTH  PIC 9(2) VALUE ZERO.
        01 WS-SCAN-INDEX  PIC 9(2) VALUE ZERO.
        01 WS-MASK-INDEX  PIC 9(2) VALUE ZERO.
       COPY PCRYPTP.
       COPY TOKENP.
       LINKAGE SECTION.
       COPY STOPLSTP.
       PROCEDURE DIVISION USING STOP-LOOKUP-PARM.
              IF SL-FUNCTION = 'R'
                 PERFORM 200-READ-LIST
              ELSE
                 IF SL-FUNCTION = 'I'
                    PERFORM 260-INQUIRE-LIST
                 ELSE
                    IF SL-FUNCTION = 'S'
                       PERFORM 400-START-BROWSE
                    ELSE
                       IF SL-FUNCTION = 'N'
                          PERFORM 410-READ-NEXT
                       ELSE
                          IF SL-FUNCTION = 'C'
                             PERFORM 300-CLOSE-LIST
                          ELSE
                             MOVE '99' TO SL-FILE-STATUS
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
              MOVE 'YES' TO WS-OPEN-SW
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
              MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
              PERFORM 110-LOAD-KEY-ORDER
           END-IF.

       110-LOAD-KEY-ORDER.
           MOVE ZERO TO WS-TRY-COUNT
           MOVE 'O' TO PC-FUNCTION
           CALL 'PANCRYPT' USING PAN-CRYPT-PARM
           IF PC-FILE-STATUS = '00'
              MOVE 'YES' TO WS-KEYS-SW
              ADD 1 TO WS-TRY-COUNT
              MOVE PC-CURRENT-VERSION TO WS-TRY-ENTRY(WS-TRY-COUNT)
              IF PC-PRIOR-VERSION > ZERO
                 ADD 1 TO WS-TRY-COUNT
                 MOVE PC-PRIOR-VERSION TO WS-TRY-ENTRY(WS-TRY-COUNT)
              END-IF
           ELSE
              MOVE 'NO ' TO WS-KEYS-SW
              DISPLAY 'WARNING: PAN KEYS UNAVAILABLE, STATUS = '
                 PC-FILE-STATUS ' - CLEAR ENTRIES ONLY MATCHED'
           END-IF
           ADD 1 TO WS-TRY-COUNT
           MOVE ZERO TO WS-TRY-ENTRY(WS-TRY-COUNT).

       200-READ-LIST.
           MOVE 'N' TO SL-FOUND
           MOVE SPACES TO SL-REASON
           IF NOT WS-LIST-OPEN
              MOVE '47' TO SL-FILE-STATUS
           ELSE
              MOVE 'NO ' TO WS-HIT-SW
              PERFORM 210-TRY-KEY-VERSION
                 VARYING WS-TRY-INDEX FROM 1 BY 1
                 UNTIL WS-TRY-INDEX > WS-TRY-COUNT
                 OR WS-HIT
              IF WS-HIT
                 MOVE '00' TO SL-FILE-STATUS
                 PERFORM 250-CHECK-IN-EFFECT
                 IF WS-IN-EFFECT
                    MOVE 'Y' TO SL-FOUND
                    MOVE STOP-EFF-DATE TO SL-EFF-DATE
                    MOVE STOP-EXP-DATE TO SL-EXP-DATE
                    MOVE STOP-SOURCE TO SL-SOURCE
                    MOVE STOP-ADD-DATE TO SL-ADD-DATE
                    MOVE STOP-KEY-VERSION TO SL-KEY-VERSION
                 END-IF
              END-IF
           END-IF.

       210-TRY-KEY-VERSION.
           MOVE WS-TRY-ENTRY(WS-TRY-INDEX) TO WS-TRY-VERSION
           MOVE 'V' TO PC-FUNCTION
           MOVE WS-TRY-VERSION TO PC-KEY-VERSION
           MOVE SL-PAN TO PC-CLEAR-PAN
           CALL 'PANCRYPT' USING PAN-CRYPT-PARM
           IF PC-FILE-STATUS = '00'
              MOVE PC-CIPHER-PAN TO STOP-PAN
              READ STOP-LIST
              MOVE WS-STOP-LIST-STATUS TO SL-FILE-STATUS
              IF WS-STOP-LIST-STATUS = '00'
                 IF STOP-KEY-VERSION IS NOT NUMERIC
                    MOVE ZERO TO STOP-KEY-VERSION
                 END-IF
                 IF STOP-KEY-VERSION = WS-TRY-VERSION
                    SET WS-HIT TO TRUE
                 ELSE
                    MOVE '23' TO SL-FILE-STATUS
                 END-IF
              END-IF
           END-IF.
              END-IF
           END-IF.

       260-INQUIRE-LIST.
           MOVE 'N' TO SL-FOUND
           MOVE SPACES TO SL-REASON
           MOVE SPACES TO SL-EFF-DATE
           MOVE SPACES TO SL-EXP-DATE
           MOVE SPACES TO SL-SOURCE
           MOVE SPACES TO SL-ADD-DATE
           IF NOT WS-LIST-OPEN
              MOVE '47' TO SL-FILE-STATUS
           ELSE
              MOVE 'NO ' TO WS-HIT-SW
              PERFORM 210-TRY-KEY-VERSION
                 VARYING WS-TRY-INDEX FROM 1 BY 1
                 UNTIL WS-TRY-INDEX > WS-TRY-COUNT
                 OR WS-HIT
              IF WS-HIT
                 MOVE '00' TO SL-FILE-STATUS
                 MOVE STOP-REASON TO SL-REASON
                 MOVE STOP-EFF-DATE TO SL-EFF-DATE
                 MOVE STOP-EXP-DATE TO SL-EXP-DATE
                 MOVE STOP-SOURCE TO SL-SOURCE
                 MOVE STOP-ADD-DATE TO SL-ADD-DATE
                 MOVE STOP-KEY-VERSION TO SL-KEY-VERSION
                 MOVE 'Y' TO SL-FOUND
                 IF STOP-EFF-DATE IS NUMERIC
                    IF STOP-EFF-DATE > WS-TODAY
                       MOVE 'F' TO SL-FOUND
                    END-IF
                 END-IF
                 IF STOP-EXP-DATE IS NUMERIC
                    IF STOP-EXP-DATE < WS-TODAY
                       MOVE 'E' TO SL-FOUND
                    END-IF
                 END-IF
              END-IF
           END-IF.

       400-START-BROWSE.
           IF NOT WS-LIST-OPEN
              MOVE '47' TO SL-FILE-STATUS
           ELSE
              MOVE LOW-VALUES TO STOP-PAN
              START STOP-LIST KEY NOT LESS THAN STOP-PAN
              MOVE WS-STOP-LIST-STATUS TO SL-FILE-STATUS
           END-IF.

       410-READ-NEXT.
           MOVE 'N' TO SL-FOUND
           MOVE SPACES TO SL-PAN
           MOVE SPACES TO SL-TOKEN
           MOVE SPACES TO SL-MASKED-PAN
           IF NOT WS-LIST-OPEN
              MOVE '47' TO SL-FILE-STATUS
           ELSE
              MOVE 'NO ' TO WS-BROWSE-SW
              PERFORM 415-READ-NEXT-ENTRY UNTIL WS-BROWSE-DONE
           END-IF.

       415-READ-NEXT-ENTRY.
           READ STOP-LIST NEXT RECORD
               AT END
                  MOVE '10' TO SL-FILE-STATUS
                  SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                  IF SL-SELECT-DATE IS NOT NUMERIC
                     OR STOP-ADD-DATE = SL-SELECT-DATE
                     OR STOP-EFF-DATE = SL-SELECT-DATE
                     MOVE '00' TO SL-FILE-STATUS
                     MOVE 'Y' TO SL-FOUND
                     SET WS-BROWSE-DONE TO TRUE
                     PERFORM 420-RETURN-ENTRY
                  END-IF
           END-READ
           IF WS-STOP-LIST-STATUS NOT = '00'
              AND WS-STOP-LIST-STATUS NOT = '10'
              MOVE WS-STOP-LIST-STATUS TO SL-FILE-STATUS
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

       420-RETURN-ENTRY.
           MOVE STOP-REASON TO SL-REASON
           MOVE STOP-EFF-DATE TO SL-EFF-DATE
           MOVE STOP-EXP-DATE TO SL-EXP-DATE
           MOVE STOP-SOURCE TO SL-SOURCE
           MOVE STOP-ADD-DATE TO SL-ADD-DATE
           IF STOP-KEY-VERSION IS NOT NUMERIC
              MOVE ZERO TO STOP-KEY-VERSION
           END-IF
           MOVE STOP-KEY-VERSION TO SL-KEY-VERSION
           MOVE 'D' TO PC-FUNCTION
           MOVE STOP-KEY-VERSION TO PC-KEY-VERSION
           MOVE STOP-PAN TO PC-CIPHER-PAN
           CALL 'PANCRYPT' USING PAN-CRYPT-PARM
           IF PC-FILE-STATUS NOT = '00'
              MOVE PC-FILE-STATUS TO SL-FILE-STATUS
              MOVE ALL 'X' TO SL-MASKED-PAN
           ELSE
              MOVE PC-CLEAR-PAN TO WS-CLEAR-PAN
              PERFORM 430-SIZE-PAN
              PERFORM 440-MASK-PAN
              MOVE 'L' TO TK-FUNCTION
              MOVE WS-CLEAR-PAN TO TK-PAN
              MOVE WS-PAN-LENGTH TO TK-PAN-LENGTH
              CALL 'TOKENIO' USING TOKEN-PARM
              IF TK-FILE-STATUS = '00'
                 MOVE TK-TOKEN TO SL-TOKEN
              ELSE
                 IF TK-FILE-STATUS NOT = '23'
                    MOVE TK-FILE-STATUS TO SL-FILE-STATUS
                 END-IF
              END-IF
              MOVE SPACES TO WS-CLEAR-PAN
              MOVE SPACES TO TK-PAN
           END-IF.

       430-SIZE-PAN.
           MOVE ZERO TO WS-PAN-LENGTH
           PERFORM VARYING WS-SCAN-INDEX FROM 19 BY -1
                   UNTIL WS-SCAN-INDEX < 1
                   OR WS-PAN-LENGTH > 0
              IF WS-CLEAR-PAN(WS-SCAN-INDEX:1) NOT = SPACE
                 MOVE WS-SCAN-INDEX TO WS-PAN-LENGTH
              END-IF
           END-PERFORM.

       440-MASK-PAN.
           MOVE SPACES TO SL-MASKED-PAN
           IF WS-PAN-LENGTH >= 13 AND WS-PAN-LENGTH <= 19
              MOVE WS-CLEAR-PAN(1:6) TO SL-MASKED-PAN(1:6)
              PERFORM VARYING WS-MASK-INDEX FROM 7 BY 1
                      UNTIL WS-MASK-INDEX > WS-PAN-LENGTH - 4
                 MOVE 'X' TO SL-MASKED-PAN(WS-MASK-INDEX:1)
              END-PERFORM
              MOVE WS-CLEAR-PAN(WS-PAN-LENGTH - 3:4)
                   TO SL-MASKED-PAN(WS-PAN-LENGTH - 3:4)
           ELSE
              MOVE ALL 'X' TO SL-MASKED-PAN
           END-IF.

       300-CLOSE-LIST.
           CLOSE STOP-LIST
           MOVE WS-STOP-LIST-STATUS TO SL-FILE-STATUS
