       IDENTIFICATION DIVISION.
       PROGRAM-ID. LUHNONL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONLINE-JOURNAL
               ASSIGN TO 'ONLJRNL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ONLINE-JOURNAL.
       COPY ONLJRNR.
       WORKING-STORAGE SECTION.
        01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
        01 WS-FIRST-CALL-SW PIC X(3) VALUE 'YES'.
           88 WS-FIRST-CALL         VALUE 'YES'.
        01 WS-JOURNAL-OPEN-SW PIC X(3) VALUE 'NO '.
           88 WS-JOURNAL-OPEN       VALUE 'YES'.
        01 WS-KEYS-LOADED-SW PIC X(3) VALUE 'NO '.
           88 WS-KEYS-LOADED        VALUE 'YES'.
        01 WS-TOKENS-OPEN-SW PIC X(3) VALUE 'NO '.
           88 WS-TOKENS-OPEN        VALUE 'YES'.
        01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
        01 WS-PAN-LENGTH      PIC 9(2) VALUE ZERO.
        01 WS-MASKED-PAN      PIC X(19) VALUE SPACES.
        01 WS-MASK-INDEX      PIC 9(2) VALUE ZERO.
       COPY PCRYPTP.
       COPY TOKENP.
       LINKAGE SECTION.
       COPY LUHNONLP.
       COPY LUHNVALP.
       PROCEDURE DIVISION USING LUHN-ONLINE-PARM LUHN-VALIDATE-PARM.
       000-MAIN.
           IF LO-CLOSE-JOURNAL
              PERFORM 900-CLOSE-JOURNAL
           ELSE
              IF WS-FIRST-CALL
                 PERFORM 100-OPEN-JOURNAL
              END-IF
              MOVE SPACES TO LO-TOKEN
              CALL 'LUHNVAL' USING LUHN-VALIDATE-PARM
              IF LV-FUNCTION NOT = 'G' AND LV-FUNCTION NOT = 'F'
                 AND LV-VALID = 'YES'
                 PERFORM 200-GET-TOKEN
              END-IF
              PERFORM 300-WRITE-JOURNAL
           END-IF
           GOBACK.

       100-OPEN-JOURNAL.
           MOVE 'NO ' TO WS-FIRST-CALL-SW
           OPEN EXTEND ONLINE-JOURNAL
           IF WS-JOURNAL-STATUS NOT = '00'
              OPEN OUTPUT ONLINE-JOURNAL
           END-IF
           IF WS-JOURNAL-STATUS = '00'
              SET WS-JOURNAL-OPEN TO TRUE
           ELSE
              DISPLAY 'ERROR: CANNOT OPEN ONLINE-JOURNAL, STATUS = '
                 WS-JOURNAL-STATUS
           END-IF
           MOVE 'O' TO PC-FUNCTION
           CALL 'PANCRYPT' USING PAN-CRYPT-PARM
           IF PC-FILE-STATUS = '00'
              SET WS-KEYS-LOADED TO TRUE
              MOVE 'O' TO TK-FUNCTION
              CALL 'TOKENIO' USING TOKEN-PARM
              IF TK-FILE-STATUS = '00'
                 SET WS-TOKENS-OPEN TO TRUE
              ELSE
                 DISPLAY 'WARNING: TOKEN-XREF UNAVAILABLE, STATUS = '
                    TK-FILE-STATUS ' - ONLINE CALLS NOT TOKENIZED'
              END-IF
           ELSE
              DISPLAY 'PAN KEYS UNAVAILABLE, STATUS = ' PC-FILE-STATUS
           END-IF.

       200-GET-TOKEN.
           IF WS-TOKENS-OPEN
              MOVE 'T' TO TK-FUNCTION
              MOVE LV-PAN TO TK-PAN
              MOVE LV-PAN-LENGTH TO TK-PAN-LENGTH
              CALL 'TOKENIO' USING TOKEN-PARM
              IF TK-FILE-STATUS = '00'
                 MOVE TK-TOKEN TO LO-TOKEN
              END-IF
              MOVE SPACES TO TK-PAN
           END-IF.

       300-WRITE-JOURNAL.
           IF NOT WS-JOURNAL-OPEN
              MOVE '47' TO LO-JOURNAL-STATUS
           ELSE
              MOVE SPACES TO JRN-RECORD
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
              MOVE LO-CALLER-ID TO JRN-CALLER-ID
              MOVE WS-CURRENT-TIMESTAMP(1:8) TO JRN-DATE
              MOVE WS-CURRENT-TIMESTAMP(9:8) TO JRN-TIME
              MOVE LV-FUNCTION TO JRN-FUNCTION
              IF JRN-FUNCTION NOT = 'G' AND JRN-FUNCTION NOT = 'F'
                 MOVE 'V' TO JRN-FUNCTION
              END-IF
              PERFORM 310-MASK-PAN
              MOVE WS-MASKED-PAN TO JRN-MASKED-PAN
              MOVE WS-PAN-LENGTH TO JRN-PAN-LENGTH
              MOVE LO-TOKEN TO JRN-TOKEN
              MOVE LV-VALID TO JRN-RESULT
              MOVE LV-REJECT-REASON TO JRN-REASON
              MOVE LV-CARD-TYPE TO JRN-NETWORK
              IF LV-CHECK-DIGIT IS NUMERIC
                 MOVE LV-CHECK-DIGIT TO JRN-CHECK-DIGIT
              ELSE
                 MOVE ZERO TO JRN-CHECK-DIGIT
              END-IF
              MOVE ZERO TO JRN-KEY-VERSION
              PERFORM 320-ENCRYPT-PAN
              WRITE JRN-RECORD
              MOVE WS-JOURNAL-STATUS TO LO-JOURNAL-STATUS
              IF WS-JOURNAL-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING ONLINE-JOURNAL, STATUS = '
                    WS-JOURNAL-STATUS
              END-IF
           END-IF.

       310-MASK-PAN.
           MOVE SPACES TO WS-MASKED-PAN
           MOVE ZERO TO WS-PAN-LENGTH
           IF LV-PAN-LENGTH IS NUMERIC
              MOVE LV-PAN-LENGTH TO WS-PAN-LENGTH
           END-IF
           IF WS-PAN-LENGTH >= 13 AND WS-PAN-LENGTH <= 19
              MOVE LV-PAN(1:6) TO WS-MASKED-PAN(1:6)
              PERFORM VARYING WS-MASK-INDEX FROM 7 BY 1
                      UNTIL WS-MASK-INDEX > WS-PAN-LENGTH - 4
                 MOVE 'X' TO WS-MASKED-PAN(WS-MASK-INDEX:1)
              END-PERFORM
              MOVE LV-PAN(WS-PAN-LENGTH - 3:4)
                   TO WS-MASKED-PAN(WS-PAN-LENGTH - 3:4)
           ELSE
              MOVE ALL 'X' TO WS-MASKED-PAN
           END-IF.

       320-ENCRYPT-PAN.
           IF WS-KEYS-LOADED AND JRN-FUNCTION NOT = 'G'
              AND WS-PAN-LENGTH >= 13 AND WS-PAN-LENGTH <= 19
              IF LV-PAN(1:WS-PAN-LENGTH) IS NUMERIC
                 MOVE 'E' TO PC-FUNCTION
                 MOVE LV-PAN(1:WS-PAN-LENGTH) TO PC-CLEAR-PAN
                 CALL 'PANCRYPT' USING PAN-CRYPT-PARM
                 IF PC-FILE-STATUS = '00'
                    MOVE PC-CIPHER-PAN TO JRN-CIPHER-PAN
                    MOVE PC-KEY-VERSION TO JRN-KEY-VERSION
                 END-IF
                 MOVE SPACES TO PC-CLEAR-PAN
              END-IF
           END-IF.

       900-CLOSE-JOURNAL.
           IF WS-JOURNAL-OPEN
              CLOSE ONLINE-JOURNAL
              MOVE WS-JOURNAL-STATUS TO LO-JOURNAL-STATUS
              MOVE 'NO ' TO WS-JOURNAL-OPEN-SW
           ELSE
              MOVE '47' TO LO-JOURNAL-STATUS
           END-IF
           IF WS-TOKENS-OPEN
              MOVE 'C' TO TK-FUNCTION
              CALL 'TOKENIO' USING TOKEN-PARM
              MOVE 'NO ' TO WS-TOKENS-OPEN-SW
           END-IF
           MOVE 'YES' TO WS-FIRST-CALL-SW.
