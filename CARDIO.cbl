       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER
               ASSIGN TO 'CARDMST'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CRD-TOKEN
               FILE STATUS IS WS-CARD-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-MASTER.
       COPY CARDRECR.
       WORKING-STORAGE SECTION.
        01 WS-CARD-MASTER-STATUS PIC XX VALUE SPACES.
        01 WS-OPEN-SW     PIC X(3) VALUE 'NO '.
           88 WS-FILE-OPEN          VALUE 'YES'.
        01 WS-UPDATE-SW   PIC X(3) VALUE 'NO '.
           88 WS-UPDATE-ALLOWED     VALUE 'YES'.
        01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
       LINKAGE SECTION.
       COPY CARDP.
       PROCEDURE DIVISION USING CARD-MASTER-PARM.
       000-MAIN.
           IF CD-FUNCTION = 'O'
              PERFORM 100-OPEN-MASTER
           ELSE
              IF CD-FUNCTION = 'I'
                 PERFORM 110-OPEN-MASTER-INPUT
              ELSE
                 IF CD-FUNCTION = 'W'
                    PERFORM 200-WRITE-CARD
                 ELSE
                    IF CD-FUNCTION = 'R'
                       PERFORM 300-READ-CARD
                    ELSE
                       IF CD-FUNCTION = 'U'
                          PERFORM 400-UPDATE-STATUS
                       ELSE
                          IF CD-FUNCTION = 'C'
                             PERFORM 500-CLOSE-MASTER
                          ELSE
                             MOVE '99' TO CD-FILE-STATUS
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           GOBACK.

       100-OPEN-MASTER.
           OPEN I-O CARD-MASTER
           IF WS-CARD-MASTER-STATUS NOT = '00'
              OPEN OUTPUT CARD-MASTER
              CLOSE CARD-MASTER
              OPEN I-O CARD-MASTER
           END-IF
           MOVE WS-CARD-MASTER-STATUS TO CD-FILE-STATUS
           IF WS-CARD-MASTER-STATUS = '00'
              MOVE 'YES' TO WS-OPEN-SW
              MOVE 'YES' TO WS-UPDATE-SW
           END-IF.

       110-OPEN-MASTER-INPUT.
           OPEN INPUT CARD-MASTER
           MOVE WS-CARD-MASTER-STATUS TO CD-FILE-STATUS
           IF WS-CARD-MASTER-STATUS = '00'
              MOVE 'YES' TO WS-OPEN-SW
              MOVE 'NO ' TO WS-UPDATE-SW
           END-IF.

       200-WRITE-CARD.
           MOVE 'N' TO CD-FOUND
           IF NOT WS-FILE-OPEN OR NOT WS-UPDATE-ALLOWED
              MOVE '47' TO CD-FILE-STATUS
           ELSE
              PERFORM 220-BUILD-CARD
              WRITE CRD-RECORD
              IF WS-CARD-MASTER-STATUS = '22'
                 PERFORM 210-REISSUE-CARD
              END-IF
              MOVE WS-CARD-MASTER-STATUS TO CD-FILE-STATUS
           END-IF.

       210-REISSUE-CARD.
           MOVE CD-TOKEN TO CRD-TOKEN
           READ CARD-MASTER
           IF WS-CARD-MASTER-STATUS = '00'
              MOVE 'Y' TO CD-FOUND
              IF CRD-STATUS = 'I'
                 PERFORM 220-BUILD-CARD
                 REWRITE CRD-RECORD
              ELSE
                 PERFORM 310-RETURN-CARD
              END-IF
           END-IF.

       220-BUILD-CARD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE CD-TOKEN TO CRD-TOKEN
           MOVE CD-MASKED-PAN TO CRD-MASKED-PAN
           MOVE CD-NAME TO CRD-NAME
           MOVE CD-PRODUCT TO CRD-PRODUCT
           MOVE CD-EXPIRY TO CRD-EXPIRY
           MOVE CD-ISSUE-DATE TO CRD-ISSUE-DATE
           MOVE CD-STATUS TO CRD-STATUS
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO CRD-STATUS-DATE
           MOVE CD-BATCH-ID TO CRD-BATCH-ID.

       300-READ-CARD.
           MOVE 'N' TO CD-FOUND
           IF NOT WS-FILE-OPEN
              MOVE '47' TO CD-FILE-STATUS
           ELSE
              MOVE CD-TOKEN TO CRD-TOKEN
              READ CARD-MASTER
              MOVE WS-CARD-MASTER-STATUS TO CD-FILE-STATUS
              IF WS-CARD-MASTER-STATUS = '00'
                 MOVE 'Y' TO CD-FOUND
                 PERFORM 310-RETURN-CARD
              END-IF
           END-IF.

       310-RETURN-CARD.
           MOVE CRD-MASKED-PAN TO CD-MASKED-PAN
           MOVE CRD-NAME TO CD-NAME
           MOVE CRD-PRODUCT TO CD-PRODUCT
           MOVE CRD-EXPIRY TO CD-EXPIRY
           MOVE CRD-ISSUE-DATE TO CD-ISSUE-DATE
           MOVE CRD-STATUS TO CD-STATUS
           MOVE CRD-STATUS-DATE TO CD-STATUS-DATE
           MOVE CRD-BATCH-ID TO CD-BATCH-ID.

       400-UPDATE-STATUS.
           MOVE 'N' TO CD-FOUND
           IF NOT WS-FILE-OPEN OR NOT WS-UPDATE-ALLOWED
              MOVE '47' TO CD-FILE-STATUS
           ELSE
              MOVE CD-TOKEN TO CRD-TOKEN
              READ CARD-MASTER
              IF WS-CARD-MASTER-STATUS = '00'
                 MOVE 'Y' TO CD-FOUND
                 MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
                 MOVE CD-STATUS TO CRD-STATUS
                 MOVE WS-CURRENT-TIMESTAMP(1:8) TO CRD-STATUS-DATE
                 REWRITE CRD-RECORD
                 IF WS-CARD-MASTER-STATUS = '00'
                    PERFORM 310-RETURN-CARD
                 END-IF
              END-IF
              MOVE WS-CARD-MASTER-STATUS TO CD-FILE-STATUS
           END-IF.

       500-CLOSE-MASTER.
           CLOSE CARD-MASTER
           MOVE WS-CARD-MASTER-STATUS TO CD-FILE-STATUS
           MOVE 'NO ' TO WS-OPEN-SW
           MOVE 'NO ' TO WS-UPDATE-SW.
