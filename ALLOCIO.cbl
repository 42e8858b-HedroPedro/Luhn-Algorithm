       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOCIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOC-MASTER
               ASSIGN TO 'ALLOCMST'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ALC-BIN-LOW
               FILE STATUS IS WS-ALLOC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALLOC-MASTER.
       COPY ALCRECR.
       WORKING-STORAGE SECTION.
        01 WS-ALLOC-STATUS PIC XX VALUE SPACES.
        01 WS-OPEN-SW     PIC X(3) VALUE 'NO '.
           88 WS-FILE-OPEN          VALUE 'YES'.
        01 WS-UPDATE-SW   PIC X(3) VALUE 'NO '.
           88 WS-UPDATE-ALLOWED     VALUE 'YES'.
        01 WS-EOF-SW      PIC X(3) VALUE 'NO '.
           88 WS-EOF                VALUE 'YES'.
        01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
        01 WS-PAN-KEY     PIC X(19) VALUE SPACES.
        01 WS-PAD-INDEX   PIC 9(2)  VALUE ZERO.
        01 WS-RANGE-COUNT PIC 9(3)  VALUE ZERO.
        01 WS-RANGE-MAX   PIC 9(3)  VALUE 500.
        01 WS-RANGE-INDEX PIC 9(3)  VALUE ZERO.
        01 WS-RANGE-MATCH PIC 9(3)  VALUE ZERO.
        01 WS-REMAINING   PIC 9(18) VALUE ZERO.
        01 WS-RANGE-TABLE.
           05 WS-RANGE-ENTRY OCCURS 500.
              10 WS-RNG-LOW     PIC X(19).
              10 WS-RNG-HIGH    PIC X(19).
              10 WS-RNG-PRD     PIC X(10).
       LINKAGE SECTION.
       COPY ALLOCP.
       PROCEDURE DIVISION USING ALLOC-PARM.
       000-MAIN.
           IF AL-FUNCTION = 'O'
              PERFORM 100-OPEN-MASTER
           ELSE
              IF AL-FUNCTION = 'I'
                 PERFORM 105-OPEN-MASTER-INPUT
              ELSE
                 IF AL-FUNCTION = 'F'
                    PERFORM 200-FIND-RANGE
                 ELSE
                    IF AL-FUNCTION = 'D'
                       PERFORM 300-DRAW-NUMBERS
                    ELSE
                       IF AL-FUNCTION = 'C'
                          PERFORM 500-CLOSE-MASTER
                       ELSE
                          MOVE '99' TO AL-FILE-STATUS
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           GOBACK.

       100-OPEN-MASTER.
           OPEN I-O ALLOC-MASTER
           MOVE WS-ALLOC-STATUS TO AL-FILE-STATUS
           IF WS-ALLOC-STATUS = '00'
              MOVE 'YES' TO WS-OPEN-SW
              MOVE 'YES' TO WS-UPDATE-SW
              PERFORM 110-LOAD-RANGES
           END-IF.

       105-OPEN-MASTER-INPUT.
           OPEN INPUT ALLOC-MASTER
           MOVE WS-ALLOC-STATUS TO AL-FILE-STATUS
           IF WS-ALLOC-STATUS = '00'
              MOVE 'YES' TO WS-OPEN-SW
              MOVE 'NO ' TO WS-UPDATE-SW
              PERFORM 110-LOAD-RANGES
           END-IF.

       110-LOAD-RANGES.
           MOVE ZERO TO WS-RANGE-COUNT
           MOVE LOW-VALUES TO ALC-BIN-LOW
           START ALLOC-MASTER KEY NOT LESS THAN ALC-BIN-LOW
           IF WS-ALLOC-STATUS = '00'
              MOVE 'NO ' TO WS-EOF-SW
              PERFORM 120-LOAD-NEXT-RANGE UNTIL WS-EOF
           END-IF.

       120-LOAD-NEXT-RANGE.
           READ ALLOC-MASTER NEXT RECORD
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  IF WS-RANGE-COUNT < WS-RANGE-MAX
                     ADD 1 TO WS-RANGE-COUNT
                     MOVE ALC-BIN-LOW TO WS-RNG-LOW(WS-RANGE-COUNT)
                     MOVE ALC-BIN-HIGH TO WS-RNG-HIGH(WS-RANGE-COUNT)
                     MOVE ALC-PRODUCT TO WS-RNG-PRD(WS-RANGE-COUNT)
                  ELSE
                     DISPLAY 'WARNING: ALLOCATION TABLE FULL AT '
                        WS-RANGE-MAX ' - REMAINING RANGES IGNORED'
                     SET WS-EOF TO TRUE
                  END-IF
           END-READ.

       200-FIND-RANGE.
           MOVE 'N' TO AL-FOUND
           MOVE SPACES TO AL-BIN-LOW
           MOVE ZERO TO AL-PAN-LENGTH
           MOVE ZERO TO AL-REMAINING
           IF NOT WS-FILE-OPEN
              MOVE '47' TO AL-FILE-STATUS
           ELSE
              PERFORM 210-SEARCH-RANGES
              IF WS-RANGE-MATCH = ZERO
                 MOVE '23' TO AL-FILE-STATUS
              ELSE
                 MOVE WS-RNG-LOW(WS-RANGE-MATCH) TO ALC-BIN-LOW
                 READ ALLOC-MASTER
                 MOVE WS-ALLOC-STATUS TO AL-FILE-STATUS
                 IF WS-ALLOC-STATUS = '00'
                    MOVE 'Y' TO AL-FOUND
                    PERFORM 220-RETURN-RANGE
                 END-IF
              END-IF
           END-IF.

       210-SEARCH-RANGES.
           MOVE AL-PAN TO WS-PAN-KEY
           PERFORM VARYING WS-PAD-INDEX FROM 1 BY 1
                   UNTIL WS-PAD-INDEX > 19
              IF WS-PAN-KEY(WS-PAD-INDEX:1) = SPACE
                 MOVE '0' TO WS-PAN-KEY(WS-PAD-INDEX:1)
              END-IF
           END-PERFORM
           MOVE ZERO TO WS-RANGE-MATCH
           PERFORM VARYING WS-RANGE-INDEX FROM 1 BY 1
                   UNTIL WS-RANGE-INDEX > WS-RANGE-COUNT
                   OR WS-RANGE-MATCH > 0
              IF WS-PAN-KEY >= WS-RNG-LOW(WS-RANGE-INDEX)
                 AND WS-PAN-KEY <= WS-RNG-HIGH(WS-RANGE-INDEX)
                 AND (AL-PRODUCT = SPACES
                 OR AL-PRODUCT = WS-RNG-PRD(WS-RANGE-INDEX))
                 MOVE WS-RANGE-INDEX TO WS-RANGE-MATCH
              END-IF
           END-PERFORM.

       220-RETURN-RANGE.
           MOVE ALC-BIN-LOW TO AL-BIN-LOW
           MOVE ALC-PAN-LENGTH TO AL-PAN-LENGTH
           IF ALC-NEXT-ACCT > ALC-CEILING
              MOVE ZERO TO WS-REMAINING
           ELSE
              COMPUTE WS-REMAINING = ALC-CEILING - ALC-NEXT-ACCT + 1
           END-IF
           MOVE WS-REMAINING TO AL-REMAINING
           IF WS-REMAINING < ALC-LOW-WATER
              MOVE 'Y' TO AL-LOW-WATER-HIT
           ELSE
              MOVE 'N' TO AL-LOW-WATER-HIT
           END-IF.

       300-DRAW-NUMBERS.
           MOVE 'N' TO AL-EXHAUSTED
           MOVE 'N' TO AL-REPLAYED
           MOVE 'N' TO AL-LOW-WATER-HIT
           MOVE ZERO TO AL-FIRST-ACCT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM 200-FIND-RANGE
           IF AL-FOUND = 'Y' AND NOT WS-UPDATE-ALLOWED
              MOVE 'N' TO AL-FOUND
              MOVE '47' TO AL-FILE-STATUS
           END-IF
           IF AL-FOUND = 'Y'
              IF AL-RESTART = 'Y'
                 AND ALC-LAST-RUN-ID = AL-RUN-ID
                 AND ALC-LAST-REQ-SEQ = AL-REQ-SEQ
                 AND ALC-LAST-COUNT = AL-COUNT
                 MOVE 'Y' TO AL-REPLAYED
                 MOVE ALC-LAST-FIRST TO AL-FIRST-ACCT
              ELSE
                 IF AL-COUNT > WS-REMAINING
                    MOVE 'Y' TO AL-EXHAUSTED
                 ELSE
                    PERFORM 310-COMMIT-DRAW
                 END-IF
              END-IF
           END-IF.

       310-COMMIT-DRAW.
           MOVE ALC-NEXT-ACCT TO AL-FIRST-ACCT
           MOVE ALC-NEXT-ACCT TO ALC-LAST-FIRST
           ADD AL-COUNT TO ALC-NEXT-ACCT
           ADD AL-COUNT TO ALC-ISSUED
           MOVE AL-COUNT TO ALC-LAST-COUNT
           MOVE AL-RUN-ID TO ALC-LAST-RUN-ID
           MOVE AL-REQ-SEQ TO ALC-LAST-REQ-SEQ
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO ALC-LAST-DATE
           REWRITE ALC-RECORD
           MOVE WS-ALLOC-STATUS TO AL-FILE-STATUS
           IF WS-ALLOC-STATUS = '00'
              PERFORM 220-RETURN-RANGE
           END-IF.

       500-CLOSE-MASTER.
           CLOSE ALLOC-MASTER
           MOVE WS-ALLOC-STATUS TO AL-FILE-STATUS
           MOVE 'NO ' TO WS-OPEN-SW
           MOVE 'NO ' TO WS-UPDATE-SW.
