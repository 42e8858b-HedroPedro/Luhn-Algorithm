       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUARIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUARANTINE-FILE
               ASSIGN TO 'QUARMST'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS QUA-KEY
               FILE STATUS IS WS-QUARANTINE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUARANTINE-FILE.
       COPY QUARECR.
       WORKING-STORAGE SECTION.
        01 WS-QUARANTINE-STATUS PIC XX VALUE SPACES.
        01 WS-OPEN-SW     PIC X(3) VALUE 'NO '.
           88 WS-FILE-OPEN          VALUE 'YES'.
        01 WS-BROWSE-BATCH PIC X(8) VALUE SPACES.
       COPY PCRYPTP.
       LINKAGE SECTION.
       COPY QUARP.
       PROCEDURE DIVISION USING QUARANTINE-PARM.
       000-MAIN.
           IF QU-FUNCTION = 'O'
              PERFORM 100-OPEN-FILE
           ELSE
              IF QU-FUNCTION = 'W'
                 PERFORM 200-WRITE-ENTRY
              ELSE
                 IF QU-FUNCTION = 'R'
                    PERFORM 300-READ-ENTRY
                 ELSE
                    IF QU-FUNCTION = 'U'
                       PERFORM 400-UPDATE-HEADER
                    ELSE
                       IF QU-FUNCTION = 'S'
                          PERFORM 500-START-BROWSE
                       ELSE
                          IF QU-FUNCTION = 'N'
                             PERFORM 510-READ-NEXT
                          ELSE
                             IF QU-FUNCTION = 'C'
                                PERFORM 600-CLOSE-FILE
                             ELSE
                                MOVE '99' TO QU-FILE-STATUS
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           GOBACK.

       100-OPEN-FILE.
           MOVE 'O' TO PC-FUNCTION
           CALL 'PANCRYPT' USING PAN-CRYPT-PARM
           IF PC-FILE-STATUS NOT = '00'
              DISPLAY 'PAN KEYS UNAVAILABLE, STATUS = ' PC-FILE-STATUS
              MOVE PC-FILE-STATUS TO QU-FILE-STATUS
           ELSE
              OPEN I-O QUARANTINE-FILE
              IF WS-QUARANTINE-STATUS NOT = '00'
                 OPEN OUTPUT QUARANTINE-FILE
                 CLOSE QUARANTINE-FILE
                 OPEN I-O QUARANTINE-FILE
              END-IF
              MOVE WS-QUARANTINE-STATUS TO QU-FILE-STATUS
              IF WS-QUARANTINE-STATUS = '00'
                 MOVE 'YES' TO WS-OPEN-SW
              END-IF
           END-IF.

       200-WRITE-ENTRY.
           IF NOT WS-FILE-OPEN
              MOVE '47' TO QU-FILE-STATUS
           ELSE
              MOVE QU-BATCH-ID TO QUA-BATCH-ID
              MOVE QU-SEQ TO QUA-SEQ
              MOVE QU-TYPE TO QUA-TYPE
              MOVE QU-ORIGINATOR TO QUA-ORIGINATOR
              MOVE QU-BUS-DATE TO QUA-BUS-DATE
              MOVE QU-STATUS TO QUA-STATUS
              MOVE QU-HOLD-DATE TO QUA-HOLD-DATE
              MOVE QU-RELEASE-DATE TO QUA-RELEASE-DATE
              MOVE QU-OPERATOR TO QUA-OPERATOR
              MOVE QU-RECORDS TO QUA-RECORDS
              MOVE QU-PAN-LENGTH TO QUA-PAN-LENGTH
              MOVE QU-ORIG-SEQ TO QUA-ORIG-SEQ
              MOVE QU-TRL-COUNT TO QUA-TRL-COUNT
              MOVE QU-TRL-HASH TO QUA-TRL-HASH
              MOVE SPACES TO QUA-PAN
              MOVE ZERO TO QUA-KEY-VERSION
              MOVE '00' TO PC-FILE-STATUS
              IF QUA-DETAIL
                 MOVE 'E' TO PC-FUNCTION
                 MOVE QU-PAN TO PC-CLEAR-PAN
                 CALL 'PANCRYPT' USING PAN-CRYPT-PARM
                 MOVE PC-CIPHER-PAN TO QUA-PAN
                 MOVE PC-KEY-VERSION TO QUA-KEY-VERSION
                 MOVE SPACES TO PC-CLEAR-PAN
              END-IF
              IF PC-FILE-STATUS NOT = '00'
                 MOVE PC-FILE-STATUS TO QU-FILE-STATUS
              ELSE
                 WRITE QUA-RECORD
                 IF WS-QUARANTINE-STATUS = '22'
                    REWRITE QUA-RECORD
                 END-IF
                 MOVE WS-QUARANTINE-STATUS TO QU-FILE-STATUS
              END-IF
           END-IF.

       300-READ-ENTRY.
           MOVE 'N' TO QU-FOUND
           IF NOT WS-FILE-OPEN
              MOVE '47' TO QU-FILE-STATUS
           ELSE
              MOVE QU-BATCH-ID TO QUA-BATCH-ID
              MOVE QU-SEQ TO QUA-SEQ
              READ QUARANTINE-FILE
              MOVE WS-QUARANTINE-STATUS TO QU-FILE-STATUS
              IF WS-QUARANTINE-STATUS = '00'
                 MOVE 'Y' TO QU-FOUND
                 PERFORM 310-RETURN-ENTRY
              END-IF
           END-IF.

       310-RETURN-ENTRY.
           MOVE QUA-BATCH-ID TO QU-BATCH-ID
           MOVE QUA-SEQ TO QU-SEQ
           MOVE QUA-TYPE TO QU-TYPE
           MOVE QUA-ORIGINATOR TO QU-ORIGINATOR
           MOVE QUA-BUS-DATE TO QU-BUS-DATE
           MOVE QUA-STATUS TO QU-STATUS
           MOVE QUA-HOLD-DATE TO QU-HOLD-DATE
           MOVE QUA-RELEASE-DATE TO QU-RELEASE-DATE
           MOVE QUA-OPERATOR TO QU-OPERATOR
           MOVE QUA-RECORDS TO QU-RECORDS
           MOVE QUA-PAN-LENGTH TO QU-PAN-LENGTH
           MOVE QUA-ORIG-SEQ TO QU-ORIG-SEQ
           MOVE QUA-TRL-COUNT TO QU-TRL-COUNT
           MOVE QUA-TRL-HASH TO QU-TRL-HASH
           MOVE SPACES TO QU-PAN
           IF QUA-DETAIL
              IF QUA-KEY-VERSION IS NOT NUMERIC
                 MOVE ZERO TO QUA-KEY-VERSION
              END-IF
              MOVE 'D' TO PC-FUNCTION
              MOVE QUA-KEY-VERSION TO PC-KEY-VERSION
              MOVE QUA-PAN TO PC-CIPHER-PAN
              CALL 'PANCRYPT' USING PAN-CRYPT-PARM
              IF PC-FILE-STATUS = '00'
                 MOVE PC-CLEAR-PAN TO QU-PAN
              ELSE
                 MOVE PC-FILE-STATUS TO QU-FILE-STATUS
              END-IF
              MOVE SPACES TO PC-CLEAR-PAN
           END-IF.

       400-UPDATE-HEADER.
           MOVE 'N' TO QU-FOUND
           IF NOT WS-FILE-OPEN
              MOVE '47' TO QU-FILE-STATUS
           ELSE
              MOVE QU-BATCH-ID TO QUA-BATCH-ID
              MOVE ZERO TO QUA-SEQ
              READ QUARANTINE-FILE
              IF WS-QUARANTINE-STATUS = '00'
                 MOVE 'Y' TO QU-FOUND
                 MOVE QU-STATUS TO QUA-STATUS
                 MOVE QU-RELEASE-DATE TO QUA-RELEASE-DATE
                 MOVE QU-OPERATOR TO QUA-OPERATOR
                 MOVE QU-RECORDS TO QUA-RECORDS
                 REWRITE QUA-RECORD
              END-IF
              MOVE WS-QUARANTINE-STATUS TO QU-FILE-STATUS
           END-IF.

       500-START-BROWSE.
           IF NOT WS-FILE-OPEN
              MOVE '47' TO QU-FILE-STATUS
           ELSE
              MOVE QU-BATCH-ID TO WS-BROWSE-BATCH
              MOVE QU-BATCH-ID TO QUA-BATCH-ID
              MOVE ZERO TO QUA-SEQ
              START QUARANTINE-FILE KEY NOT LESS THAN QUA-KEY
              MOVE WS-QUARANTINE-STATUS TO QU-FILE-STATUS
           END-IF.

       510-READ-NEXT.
           MOVE 'N' TO QU-FOUND
           MOVE SPACES TO QU-PAN
           IF NOT WS-FILE-OPEN
              MOVE '47' TO QU-FILE-STATUS
           ELSE
              READ QUARANTINE-FILE NEXT RECORD
                  AT END
                     MOVE '10' TO QU-FILE-STATUS
                  NOT AT END
                     IF QUA-BATCH-ID NOT = WS-BROWSE-BATCH
                        MOVE '10' TO QU-FILE-STATUS
                     ELSE
                        MOVE '00' TO QU-FILE-STATUS
                        MOVE 'Y' TO QU-FOUND
                        PERFORM 310-RETURN-ENTRY
                     END-IF
              END-READ
           END-IF.

       600-CLOSE-FILE.
           CLOSE QUARANTINE-FILE
           MOVE WS-QUARANTINE-STATUS TO QU-FILE-STATUS
           MOVE 'NO ' TO WS-OPEN-SW.
