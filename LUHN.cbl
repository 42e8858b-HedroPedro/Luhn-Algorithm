               ACCESS MODE DYNAMIC
               RELATIVE KEY IS WS-DUPLICATES-REL-KEY
               FILE STATUS IS WS-DUPLICATES-OUT-STATUS.
           SELECT BATCH-CONTROL-OUT
               ASSIGN TO DYNAMIC WS-BATCTL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-IN.
           05  IN-TRL-TYPE       PIC X(1).
           05  IN-TRL-REC-COUNT  PIC 9(9).
           05  IN-TRL-HASH-TOTAL PIC 9(16).
       01  IN-REQUEST-RECORD.
           05  IN-REQ-TYPE       PIC X(1).
           05  IN-REQ-BIN        PIC X(19).
           05  IN-REQ-PRODUCT    PIC X(10).
           05  IN-REQ-COUNT      PIC 9(5).

       FD  RESULTS-OUT.
       COPY OUTRECR.
       COPY RUNHISTR.

       FD  CORRECT-IN.
       COPY CORRECTR.

       FD  DUPLICATES-OUT.
       COPY DUPRECR.

       FD  AUDIT-OUT.
       COPY AUDRECR.

       FD  BATCH-CONTROL-OUT.
       COPY BATCTLR.
       WORKING-STORAGE SECTION.
        01 WS-CREDIT-CARD.
           05 WS-DIGITS   PIC X(19) .
           88 WS-TOKEN-AVAIL         VALUE 'YES'.
        01 WS-TOKEN           PIC X(19) VALUE SPACES.
        01 WS-STREAM-NO       PIC X(1)  VALUE SPACE.
        01 WS-STREAM-NO-N REDEFINES WS-STREAM-NO PIC 9(1).
        01 WS-INPUT-SEQ       PIC 9(9)  VALUE ZERO.
        01 WS-CARDIN-DSN      PIC X(8)  VALUE 'CARDIN'.
        01 WS-RESULTS-DSN     PIC X(8)  VALUE 'RESULTS'.
        01 WS-AUDIT-DSN       PIC X(8)  VALUE 'AUDIT'.
        01 WS-DUPS-DSN        PIC X(8)  VALUE 'DUPS'.
        01 WS-RUNHIST-DSN     PIC X(8)  VALUE 'RUNHIST'.
        01 WS-BATCTL-DSN      PIC X(8)  VALUE 'BATCTL'.
        01 WS-BATCH-CONTROL-STATUS PIC XX VALUE SPACES.
        01 WS-BATCTL-AVAIL-SW PIC X(3)  VALUE 'NO '.
           88 WS-BATCTL-AVAIL        VALUE 'YES'.
        01 WS-RETURN-CODE     PIC 9(2)  VALUE ZERO.
        01 WS-START-TS        PIC X(14) VALUE SPACES.
        01 WS-REQ-COUNT       PIC 9(5)  VALUE ZERO.
        01 WS-REQ-INDEX       PIC 9(5)  VALUE ZERO.
        01 WS-STEM-LENGTH     PIC 9(2)  VALUE ZERO.
        01 WS-ACCT-WORK       PIC 9(18) VALUE ZERO.
        01 WS-ACCT-WORK-X REDEFINES WS-ACCT-WORK PIC X(18).
        01 WS-TOTAL-REQUESTS  PIC 9(9)  VALUE ZERO.
        01 WS-REQ-REJECTED    PIC 9(9)  VALUE ZERO.
        01 WS-CARD-AVAIL-SW   PIC X(3)  VALUE 'NO '.
           88 WS-CARD-AVAIL          VALUE 'YES'.
        01 WS-CARD-REASON     PIC X(30) VALUE SPACES.
        01 WS-CARD-EXP-YYMM   PIC X(4)  VALUE SPACES.
        01 WS-TOTAL-NOT-ON-FILE PIC 9(9) VALUE ZERO.
        01 WS-TOTAL-BLOCKED   PIC 9(9)  VALUE ZERO.
        01 WS-TOTAL-EXPIRED   PIC 9(9)  VALUE ZERO.
        01 WS-WATCH-AVAIL-SW  PIC X(3)  VALUE 'NO '.
           88 WS-WATCH-AVAIL         VALUE 'YES'.
        01 WS-QUAR-AVAIL-SW   PIC X(3)  VALUE 'NO '.
           88 WS-QUAR-AVAIL          VALUE 'YES'.
        01 WS-QUARANTINE-SW   PIC X(3)  VALUE 'NO '.
           88 WS-QUARANTINED         VALUE 'YES'.
        01 WS-TOTAL-QUARANTINED PIC 9(9) VALUE ZERO.
        01 WS-QUAR-BATCHES    PIC 9(3)  VALUE ZERO.
        01 WS-QUAR-TRAILER-SEQ PIC 9(9) VALUE 999999999.
       COPY STOPLSTP.
       COPY LUHNVALP.
       COPY PANSEENP.
       COPY REWORKP.
       COPY TOKENP.
       COPY RUNCTLP.
       COPY ALLOCP.
       COPY CARDP.
       COPY PCRYPTP.
       COPY WATCHP.
       COPY QUARP.
       LINKAGE SECTION.
        01 LK-PARM.
           05 LK-PARM-LEN     PIC S9(4) COMP.
           END-IF
           IF WS-MODE-GENERATE
              CLOSE GENERATED-OUT
              MOVE 'C' TO AL-FUNCTION
              CALL 'ALLOCIO' USING ALLOC-PARM
           ELSE
              CLOSE RESULTS-OUT
              CLOSE DUPLICATES-OUT
                 MOVE 'C' TO TK-FUNCTION
                 CALL 'TOKENIO' USING TOKEN-PARM
              END-IF
              IF WS-CARD-AVAIL
                 MOVE 'C' TO CD-FUNCTION
                 CALL 'CARDIO' USING CARD-MASTER-PARM
                 MOVE 'C' TO AL-FUNCTION
                 CALL 'ALLOCIO' USING ALLOC-PARM
              END-IF
           END-IF
           CLOSE EXCEPTIONS-OUT
           CLOSE AUDIT-OUT
              IF WS-BATCH-OPEN OR WS-BATCH-COUNT = ZERO
                 PERFORM 850-RECONCILE-BATCH
              END-IF
              IF WS-BATCTL-AVAIL
                 CLOSE BATCH-CONTROL-OUT
              END-IF
              IF WS-WATCH-AVAIL
                 MOVE 'C' TO WL-FUNCTION
                 CALL 'WATCHIO' USING WATCH-LIST-PARM
              END-IF
              IF WS-QUAR-AVAIL
                 MOVE 'C' TO QU-FUNCTION
                 CALL 'QUARIO' USING QUARANTINE-PARM
              END-IF
           END-IF
           PERFORM 900-WRITE-SUMMARY
           PERFORM 910-WRITE-RUN-HISTORY
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM 033-LOAD-PAN-KEYS
           ELSE
              OPEN INPUT CARD-IN
              IF WS-CARD-IN-STATUS NOT = '00'
           END-IF
           IF WS-MODE-GENERATE
              PERFORM 018-OPEN-GENERATED-OUT
              PERFORM 029-OPEN-ALLOC-MASTER
           ELSE
              PERFORM 014-OPEN-RESULTS-OUT
              PERFORM 019-OPEN-STOP-LIST
              PERFORM 024-OPEN-SEEN-PANS
              PERFORM 027-OPEN-REWORK
              PERFORM 028-OPEN-TOKEN-XREF
              PERFORM 031-OPEN-CARD-MASTER
           END-IF
           IF WS-MODE-VALIDATE
              PERFORM 032-OPEN-BATCH-CONTROL
              PERFORM 034-OPEN-QUARANTINE
              IF WS-RESTARTED = 'YES' AND WS-BATCH-ID NOT = SPACES
                 PERFORM 036-CHECK-QUARANTINE
              END-IF
           END-IF
           PERFORM 016-OPEN-EXCEPTIONS-OUT
           PERFORM 017-OPEN-AUDIT-OUT
              INTO WS-DUPS-DSN
           MOVE SPACES TO WS-RUNHIST-DSN
           STRING 'RUNHIST' WS-STREAM-NO DELIMITED BY SIZE
              INTO WS-RUNHIST-DSN
           MOVE SPACES TO WS-BATCTL-DSN
           STRING 'BATCTL' WS-STREAM-NO DELIMITED BY SIZE
              INTO WS-BATCTL-DSN.

       027-OPEN-REWORK.
           MOVE 'O' TO RW-FUNCTION
              END-IF
           END-IF.

       033-LOAD-PAN-KEYS.
           MOVE 'O' TO PC-FUNCTION
           CALL 'PANCRYPT' USING PAN-CRYPT-PARM
           IF PC-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: PAN KEYS UNAVAILABLE, STATUS = '
                 PC-FILE-STATUS ' - ONLY CLEAR CORRECTIONS APPLIED'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.

       029-OPEN-ALLOC-MASTER.
           MOVE 'O' TO AL-FUNCTION
           CALL 'ALLOCIO' USING ALLOC-PARM
           IF AL-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN ALLOCATION MASTER, STATUS = '
                 AL-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       031-OPEN-CARD-MASTER.
           MOVE 'I' TO AL-FUNCTION
           CALL 'ALLOCIO' USING ALLOC-PARM
           IF AL-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: ALLOCATION MASTER UNAVAILABLE, '
                 'STATUS = ' AL-FILE-STATUS
                 ' - CARD MASTER CHECK SKIPPED'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           ELSE
              MOVE 'I' TO CD-FUNCTION
              CALL 'CARDIO' USING CARD-MASTER-PARM
              IF CD-FILE-STATUS = '00'
                 MOVE 'YES' TO WS-CARD-AVAIL-SW
              ELSE
                 DISPLAY 'WARNING: CARD MASTER UNAVAILABLE, STATUS = '
                    CD-FILE-STATUS ' - CARD MASTER CHECK SKIPPED'
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
                 MOVE 'C' TO AL-FUNCTION
                 CALL 'ALLOCIO' USING ALLOC-PARM
              END-IF
           END-IF.

       032-OPEN-BATCH-CONTROL.
           IF WS-RESTARTED = 'YES'
              OPEN EXTEND BATCH-CONTROL-OUT
              IF WS-BATCH-CONTROL-STATUS NOT = '00'
                 OPEN OUTPUT BATCH-CONTROL-OUT
              END-IF
           ELSE
              OPEN OUTPUT BATCH-CONTROL-OUT
           END-IF
           IF WS-BATCH-CONTROL-STATUS = '00'
              MOVE 'YES' TO WS-BATCTL-AVAIL-SW
           ELSE
              DISPLAY 'WARNING: BATCH CONTROL FILE UNAVAILABLE, '
                 'STATUS = ' WS-BATCH-CONTROL-STATUS
                 ' - BATCHES NOT RECORDED FOR ACKNOWLEDGEMENT'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.

       034-OPEN-QUARANTINE.
           MOVE 'I' TO WL-FUNCTION
           CALL 'WATCHIO' USING WATCH-LIST-PARM
           IF WL-FILE-STATUS = '00'
              MOVE 'YES' TO WS-WATCH-AVAIL-SW
              MOVE 'O' TO QU-FUNCTION
              CALL 'QUARIO' USING QUARANTINE-PARM
              IF QU-FILE-STATUS = '00'
                 MOVE 'YES' TO WS-QUAR-AVAIL-SW
              ELSE
                 DISPLAY 'WARNING: QUARANTINE FILE UNAVAILABLE, '
                    'STATUS = ' QU-FILE-STATUS
                    ' - SUSPENDED ORIGINATORS NOT HELD'
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
           ELSE
              DISPLAY 'WARNING: WATCH LIST UNAVAILABLE, STATUS = '
                 WL-FILE-STATUS ' - ORIGINATOR SUSPENSION NOT APPLIED'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.

       036-CHECK-QUARANTINE.
           MOVE 'NO ' TO WS-QUARANTINE-SW
           IF WS-WATCH-AVAIL AND WS-ORIGINATOR NOT = SPACES
              MOVE 'R' TO WL-FUNCTION
              MOVE WS-ORIGINATOR TO WL-ORIGINATOR
              CALL 'WATCHIO' USING WATCH-LIST-PARM
              IF WL-FILE-STATUS NOT = '00' AND
                 WL-FILE-STATUS NOT = '23'
                 DISPLAY 'WARNING: WATCH LIST READ FAILED, STATUS = '
                    WL-FILE-STATUS ' - BATCH ' WS-BATCH-ID
                    ' NOT SCREENED'
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
              IF WL-FOUND = 'Y' AND WL-SUSPENDED
                 IF WS-QUAR-AVAIL
                    PERFORM 037-HOLD-OR-RELEASE
                 ELSE
                    DISPLAY 'WARNING: ORIGINATOR ' WS-ORIGINATOR
                       ' IS SUSPENDED - BATCH ' WS-BATCH-ID
                       ' PROCESSED, QUARANTINE UNAVAILABLE'
                    IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       037-HOLD-OR-RELEASE.
           MOVE 'R' TO QU-FUNCTION
           MOVE WS-BATCH-ID TO QU-BATCH-ID
           MOVE ZERO TO QU-SEQ
           CALL 'QUARIO' USING QUARANTINE-PARM
           IF QU-FOUND = 'Y' AND (QU-RELEASED OR QU-PASSED)
              DISPLAY 'BATCH ' WS-BATCH-ID ' RELEASED FROM QUARANTINE'
                 ' BY ' QU-OPERATOR ' ON ' QU-RELEASE-DATE
              IF QU-RELEASED
                 SET QU-PASSED TO TRUE
                 MOVE 'U' TO QU-FUNCTION
                 CALL 'QUARIO' USING QUARANTINE-PARM
                 IF QU-FILE-STATUS NOT = '00'
                    DISPLAY 'WARNING: RELEASED BATCH NOT MARKED '
                       'PASSED, STATUS = ' QU-FILE-STATUS
                    IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF QU-FOUND = 'Y'
                 SET WS-QUARANTINED TO TRUE
              ELSE
                 MOVE 'H' TO QU-TYPE
                 MOVE ZERO TO QU-SEQ
                 MOVE ZERO TO QU-RECORDS
                 MOVE SPACES TO QU-PAN
                 MOVE SPACES TO QU-PAN-LENGTH
                 MOVE SPACES TO QU-ORIG-SEQ
                 MOVE SPACES TO QU-TRL-COUNT
                 MOVE SPACES TO QU-TRL-HASH
                 PERFORM 039-WRITE-QUARANTINE
                 IF QU-FILE-STATUS = '00'
                    SET WS-QUARANTINED TO TRUE
                 END-IF
              END-IF
              IF WS-QUARANTINED
                 ADD 1 TO WS-QUAR-BATCHES
                 DISPLAY 'BATCH ' WS-BATCH-ID ' FROM SUSPENDED '
                    'ORIGINATOR ' WS-ORIGINATOR ' HELD IN QUARANTINE'
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF.

       038-HOLD-DETAIL.
           ADD 1 TO WS-TOTAL-QUARANTINED
           MOVE 'D' TO QU-TYPE
           MOVE WS-INPUT-SEQ TO QU-SEQ
           MOVE ZERO TO QU-RECORDS
           MOVE IN-PAN TO QU-PAN
           MOVE IN-PAN-LENGTH TO QU-PAN-LENGTH
           MOVE IN-ORIG-SEQ TO QU-ORIG-SEQ
           MOVE SPACES TO QU-TRL-COUNT
           MOVE SPACES TO QU-TRL-HASH
           PERFORM 039-WRITE-QUARANTINE
           MOVE SPACES TO QU-PAN.

       039-WRITE-QUARANTINE.
           MOVE 'W' TO QU-FUNCTION
           MOVE WS-BATCH-ID TO QU-BATCH-ID
           MOVE WS-ORIGINATOR TO QU-ORIGINATOR
           MOVE WS-BUS-DATE TO QU-BUS-DATE
           SET QU-HELD TO TRUE
           MOVE WS-RUN-DATE TO QU-HOLD-DATE
           MOVE SPACES TO QU-RELEASE-DATE
           MOVE SPACES TO QU-OPERATOR
           CALL 'QUARIO' USING QUARANTINE-PARM
           IF QU-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING QUARANTINE FILE, STATUS = '
                 QU-FILE-STATUS ' BATCH ' WS-BATCH-ID ' SEQ ' QU-SEQ
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       026-SEED-FROM-OUTPUTS.
           MOVE ZERO TO WS-TOTAL-VALID
           MOVE ZERO TO WS-TOTAL-INVALID
           MOVE ZERO TO WS-TOTAL-HOT-CARDS
           MOVE ZERO TO WS-TOTAL-NOT-ON-FILE
           MOVE ZERO TO WS-TOTAL-BLOCKED
           MOVE ZERO TO WS-TOTAL-EXPIRED
           PERFORM UNTIL WS-RESULTS-OUT-STATUS NOT = '00'
              READ RESULTS-OUT NEXT RECORD
                 AT END CONTINUE
                    ELSE
                       ADD 1 TO WS-TOTAL-INVALID
                    END-IF
                    IF OUT-RESULT = 'NOF'
                       ADD 1 TO WS-TOTAL-NOT-ON-FILE
                    END-IF
                    IF OUT-RESULT = 'BLK'
                       ADD 1 TO WS-TOTAL-BLOCKED
                    END-IF
                    IF OUT-RESULT = 'EXP'
                       ADD 1 TO WS-TOTAL-EXPIRED
                    END-IF
                    IF OUT-HOT-CARD = 'Y'
                       ADD 1 TO WS-TOTAL-HOT-CARDS
                    END-IF
                    MOVE CKPT-BATCH-ID TO WS-BATCH-ID
                    MOVE CKPT-HOT-CARDS TO WS-TOTAL-HOT-CARDS
                    MOVE CKPT-DUPLICATES TO WS-TOTAL-DUPLICATE
                    MOVE CKPT-NOT-ON-FILE TO WS-TOTAL-NOT-ON-FILE
                    MOVE CKPT-BLOCKED TO WS-TOTAL-BLOCKED
                    MOVE CKPT-EXPIRED TO WS-TOTAL-EXPIRED
                    MOVE CKPT-ORIGINATOR TO WS-ORIGINATOR
                    MOVE CKPT-BUS-DATE TO WS-BUS-DATE
                    MOVE CKPT-QUARANTINED TO WS-TOTAL-QUARANTINED
                    IF CKPT-COUNT > 0 AND CKPT-RUN-MODE NOT = SPACES
                       AND CKPT-RUN-MODE NOT = WS-RUN-MODE
                       DISPLAY 'ERROR: CHECKPOINT RUN MODE '
           MOVE WS-BATCH-ID TO CKPT-BATCH-ID
           MOVE WS-TOTAL-HOT-CARDS TO CKPT-HOT-CARDS
           MOVE WS-TOTAL-DUPLICATE TO CKPT-DUPLICATES
           MOVE WS-TOTAL-NOT-ON-FILE TO CKPT-NOT-ON-FILE
           MOVE WS-TOTAL-BLOCKED TO CKPT-BLOCKED
           MOVE WS-TOTAL-EXPIRED TO CKPT-EXPIRED
           MOVE WS-ORIGINATOR TO CKPT-ORIGINATOR
           MOVE WS-BUS-DATE TO CKPT-BUS-DATE
           MOVE WS-TOTAL-QUARANTINED TO CKPT-QUARANTINED
           WRITE CKPT-RECORD
           IF WS-CHECKPOINT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CHECKPOINT-FILE, STATUS = '
           MOVE SPACES TO CKPT-BATCH-ID
           MOVE ZERO TO CKPT-HOT-CARDS
           MOVE ZERO TO CKPT-DUPLICATES
           MOVE ZERO TO CKPT-NOT-ON-FILE
           MOVE ZERO TO CKPT-BLOCKED
           MOVE ZERO TO CKPT-EXPIRED
           MOVE SPACES TO CKPT-ORIGINATOR
           MOVE SPACES TO CKPT-BUS-DATE
           MOVE ZERO TO CKPT-QUARANTINED
           WRITE CKPT-RECORD
           IF WS-CHECKPOINT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CHECKPOINT-FILE, STATUS = '
           MOVE ZERO TO WS-HASH-TOTAL
           DISPLAY 'BATCH ' WS-BATCH-ID ' DATED ' WS-BUS-DATE
              ' FROM ' WS-ORIGINATOR
           IF WS-MODE-VALIDATE
              PERFORM 036-CHECK-QUARANTINE
           END-IF
           PERFORM 025-BIND-SEEN-BATCH.

       025-BIND-SEEN-BATCH.
           ELSE
              MOVE ZERO TO WS-TRL-EXP-HASH
           END-IF
           IF WS-QUARANTINED
              MOVE IN-TRL-REC-COUNT TO QU-TRL-COUNT
              MOVE IN-TRL-HASH-TOTAL TO QU-TRL-HASH
              PERFORM 856-HOLD-STREAM-COUNT
           END-IF
           IF WS-MODE-VALIDATE
              PERFORM 850-RECONCILE-BATCH
           END-IF.
                 DISPLAY 'CORRECTION ALREADY APPLIED: BATCH '
                    COR-BATCH-ID ' SEQ ' COR-SEQ
              ELSE
                 PERFORM 076-DECRYPT-CORRECTION
                 IF PC-FILE-STATUS NOT = '00'
                    ADD 1 TO WS-CORR-UNMATCHED
                    DISPLAY 'CORRECTION PAN NOT DECRYPTED, STATUS = '
                       PC-FILE-STATUS ' BATCH ' COR-BATCH-ID
                       ' SEQ ' COR-SEQ
                    IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                    END-IF
                 ELSE
                    IF COR-BATCH-ID NOT = WS-BATCH-ID
                       MOVE COR-BATCH-ID TO WS-BATCH-ID
                       PERFORM 025-BIND-SEEN-BATCH
                    END-IF
                    MOVE COR-SEQ TO WS-INPUT-SEQ
                    MOVE SPACES TO WS-DIGITS
                    MOVE PC-CLEAR-PAN TO WS-DIGITS
                    MOVE SPACES TO PC-CLEAR-PAN
                    MOVE COR-PAN-LENGTH TO WS-PAN-LENGTH
                    PERFORM 035-HANDLE-VALIDATE
                    IF WS-VALID-FORMAT = 'YES'
                       MOVE 'U' TO RW-FUNCTION
                       MOVE COR-BATCH-ID TO RW-BATCH-ID
                       MOVE COR-SEQ TO RW-SEQ
                       CALL 'REWORKIO' USING REWORK-PARM
                       IF RW-FILE-STATUS NOT = '00'
                          DISPLAY 'ERROR MARKING REWORK CORRECTED, '
                             'STATUS = ' RW-FILE-STATUS
                             ' BATCH ' COR-BATCH-ID ' SEQ ' COR-SEQ
                          MOVE 20 TO WS-RETURN-CODE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       076-DECRYPT-CORRECTION.
           IF COR-KEY-VERSION IS NOT NUMERIC
              MOVE ZERO TO COR-KEY-VERSION
           END-IF
           MOVE 'D' TO PC-FUNCTION
           MOVE COR-KEY-VERSION TO PC-KEY-VERSION
           MOVE COR-PAN TO PC-CIPHER-PAN
           CALL 'PANCRYPT' USING PAN-CRYPT-PARM.

       030-HANDLE-RECORD.
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-DETAIL-COUNT
           MOVE SPACES TO WS-DIGITS
           MOVE IN-PAN TO WS-DIGITS
           MOVE IN-PAN-LENGTH TO WS-PAN-LENGTH
           IF WS-QUARANTINED
              PERFORM 038-HOLD-DETAIL
           ELSE
              IF WS-MODE-GENERATE
                 PERFORM 040-HANDLE-GENERATE
              ELSE
                 PERFORM 035-HANDLE-VALIDATE
              END-IF
           END-IF
           PERFORM 800-CHECKPOINT-IF-DUE.

                 IF WS-RESULT = 'YES'
                    PERFORM 320-STOP-LIST-CHECK
                    PERFORM 340-GET-TOKEN
                    PERFORM 345-CARD-MASTER-CHECK
                 END-IF
                 PERFORM 500-WRITE-RESULT
                 IF WS-RESULT = 'YES'
                    ADD 1 TO WS-TOTAL-VALID
                 ELSE
                    ADD 1 TO WS-TOTAL-INVALID
                    IF WS-RESULT = 'NO '
                       MOVE 'FAILED LUHN CHECK' TO WS-AUDIT-REASON
                    ELSE
                       MOVE WS-CARD-REASON TO WS-AUDIT-REASON
                    END-IF
                    PERFORM 700-WRITE-AUDIT
                 END-IF
              END-IF
              MOVE WS-INPUT-SEQ TO RW-SEQ
              MOVE WS-DIGITS TO RW-PAN
              MOVE WS-PAN-LENGTH TO RW-PAN-LENGTH
              MOVE WS-MASKED-PAN TO RW-MASKED-PAN
              MOVE WS-AUDIT-REASON TO RW-REASON
              MOVE WS-STREAM-NO TO RW-STREAM
              CALL 'REWORKIO' USING REWORK-PARM
              END-IF
           END-IF.

       345-CARD-MASTER-CHECK.
           IF WS-CARD-AVAIL AND WS-TOKEN NOT = SPACES
              MOVE 'F' TO AL-FUNCTION
              MOVE WS-DIGITS TO AL-PAN
              MOVE SPACES TO AL-PRODUCT
              CALL 'ALLOCIO' USING ALLOC-PARM
              IF AL-FOUND = 'Y'
                 MOVE 'R' TO CD-FUNCTION
                 MOVE WS-TOKEN TO CD-TOKEN
                 CALL 'CARDIO' USING CARD-MASTER-PARM
                 IF CD-FOUND NOT = 'Y'
                    IF CD-FILE-STATUS NOT = '23'
                       DISPLAY 'WARNING: CARD MASTER READ FAILED, '
                          'STATUS = ' CD-FILE-STATUS
                       IF WS-RETURN-CODE < 4
                          MOVE 4 TO WS-RETURN-CODE
                       END-IF
                    END-IF
                    MOVE 'NOF' TO WS-RESULT
                    MOVE 'NOT ON FILE - OWN BIN' TO WS-CARD-REASON
                    ADD 1 TO WS-TOTAL-NOT-ON-FILE
                 ELSE
                    IF CD-EXPIRY IS NUMERIC
                       MOVE CD-EXPIRY(3:2) TO WS-CARD-EXP-YYMM(1:2)
                       MOVE CD-EXPIRY(1:2) TO WS-CARD-EXP-YYMM(3:2)
                    ELSE
                       MOVE SPACES TO WS-CARD-EXP-YYMM
                    END-IF
                    IF CD-BLOCKED
                       MOVE 'BLK' TO WS-RESULT
                       MOVE 'CARD BLOCKED' TO WS-CARD-REASON
                       ADD 1 TO WS-TOTAL-BLOCKED
                    ELSE
                       IF CD-EXPIRED
                          OR (WS-CARD-EXP-YYMM NOT = SPACES
                          AND WS-CARD-EXP-YYMM < WS-RUN-DATE(3:4))
                          MOVE 'EXP' TO WS-RESULT
                          MOVE 'CARD EXPIRED' TO WS-CARD-REASON
                          ADD 1 TO WS-TOTAL-EXPIRED
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       330-DUP-CHECK.
           MOVE 'N' TO SP-DUP
           IF WS-SEEN-AVAIL

       040-HANDLE-GENERATE.
           ADD 1 TO WS-TOTAL-PROCESSED
           IF IN-REQ-TYPE NOT = 'R'
              MOVE 'REJECTED - NOT ALLOC REQUEST' TO WS-AUDIT-REASON
              PERFORM 400-MASK-PAN
              PERFORM 048-REJECT-REQUEST
           ELSE
              ADD 1 TO WS-TOTAL-REQUESTS
              MOVE IN-REQ-BIN TO WS-MASKED-PAN
              IF IN-REQ-COUNT IS NOT NUMERIC OR IN-REQ-COUNT = 0
                 MOVE 'REJECTED - INVALID REQ COUNT' TO WS-AUDIT-REASON
                 PERFORM 048-REJECT-REQUEST
              ELSE
                 MOVE IN-REQ-COUNT TO WS-REQ-COUNT
                 PERFORM 045-DRAW-ALLOCATION
              END-IF
           END-IF.

       045-DRAW-ALLOCATION.
           MOVE 'D' TO AL-FUNCTION
           MOVE IN-REQ-BIN TO AL-PAN
           MOVE IN-REQ-PRODUCT TO AL-PRODUCT
           MOVE WS-REQ-COUNT TO AL-COUNT
           MOVE WS-RUN-ID TO AL-RUN-ID
           MOVE WS-RECORD-COUNT TO AL-REQ-SEQ
           IF WS-RESTARTED = 'YES'
              MOVE 'Y' TO AL-RESTART
           ELSE
              MOVE 'N' TO AL-RESTART
           END-IF
           CALL 'ALLOCIO' USING ALLOC-PARM
           IF AL-FOUND NOT = 'Y'
              IF AL-FILE-STATUS NOT = '23'
                 DISPLAY 'ERROR READING ALLOCATION MASTER, STATUS = '
                    AL-FILE-STATUS
                 MOVE 20 TO WS-RETURN-CODE
              END-IF
              MOVE 'REJECTED - NO ALLOCATION RANGE' TO WS-AUDIT-REASON
              PERFORM 048-REJECT-REQUEST
           ELSE
              IF AL-EXHAUSTED = 'Y'
                 DISPLAY 'WARNING: RANGE ' AL-BIN-LOW ' HAS '
                    AL-REMAINING ' LEFT, ' WS-REQ-COUNT ' REQUESTED'
                 MOVE 'REJECTED - RANGE EXHAUSTED' TO WS-AUDIT-REASON
                 PERFORM 048-REJECT-REQUEST
              ELSE
                 IF AL-FILE-STATUS NOT = '00'
                    DISPLAY 'ERROR UPDATING ALLOCATION MASTER, '
                       'STATUS = ' AL-FILE-STATUS
                    MOVE 20 TO WS-RETURN-CODE
                 ELSE
                    PERFORM 046-ISSUE-ALLOCATION
                 END-IF
              END-IF
           END-IF.

       046-ISSUE-ALLOCATION.
           IF AL-REPLAYED = 'Y'
              DISPLAY 'ALLOCATION FOR REQUEST ' WS-RECORD-COUNT
                 ' ALREADY COMMITTED - REISSUING SAME NUMBERS'
           END-IF
           COMPUTE WS-STEM-LENGTH = AL-PAN-LENGTH - 1
           MOVE AL-FIRST-ACCT TO WS-ACCT-WORK
           PERFORM VARYING WS-REQ-INDEX FROM 1 BY 1
                   UNTIL WS-REQ-INDEX > WS-REQ-COUNT
              PERFORM 047-ISSUE-NUMBER
              ADD 1 TO WS-ACCT-WORK
           END-PERFORM
           IF AL-LOW-WATER-HIT = 'Y'
              DISPLAY 'WARNING: RANGE ' AL-BIN-LOW
                 ' BELOW LOW-WATER, REMAINING ' AL-REMAINING
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF
           PERFORM 810-WRITE-CHECKPOINT.

       047-ISSUE-NUMBER.
           MOVE SPACES TO WS-DIGITS
           MOVE WS-ACCT-WORK-X(19 - WS-STEM-LENGTH:WS-STEM-LENGTH)
                TO WS-DIGITS
           MOVE WS-STEM-LENGTH TO WS-PAN-LENGTH
           MOVE 'G' TO LV-FUNCTION
           MOVE WS-DIGITS TO LV-PAN
           MOVE WS-PAN-LENGTH TO LV-PAN-LENGTH
              PERFORM 510-WRITE-GENERATED
              ADD 1 TO WS-TOTAL-GENERATED
           ELSE
              DISPLAY 'ERROR: ALLOCATED STEM REJECTED BY LUHNVAL - '
                 LV-REJECT-REASON
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       048-REJECT-REQUEST.
           ADD 1 TO WS-TOTAL-REJECTED
           ADD 1 TO WS-REQ-REJECTED
           PERFORM 600-WRITE-EXCEPTION
           PERFORM 700-WRITE-AUDIT.

       150-CALL-LUHNVAL.
           MOVE 'V' TO LV-FUNCTION
           MOVE WS-DIGITS TO LV-PAN
           MOVE WS-PRODUCT TO OUT-PRODUCT
           MOVE WS-COUNTRY TO OUT-COUNTRY
           MOVE WS-BATCH-ID TO OUT-BATCH-ID
           MOVE WS-INPUT-SEQ TO OUT-ORIG-SEQ
           REWRITE OUT-RECORD
           IF WS-RESULTS-OUT-STATUS NOT = '00'
              WRITE OUT-RECORD
           ADD 1 TO WS-EXCEPTIONS-REL-KEY
           MOVE WS-MASKED-PAN TO EXC-PAN
           MOVE WS-AUDIT-REASON TO EXC-REASON
           MOVE WS-BATCH-ID TO EXC-BATCH-ID
           MOVE WS-INPUT-SEQ TO EXC-ORIG-SEQ
           REWRITE EXC-RECORD
           IF WS-EXCEPTIONS-OUT-STATUS NOT = '00'
              WRITE EXC-RECORD
           END-IF.

       850-RECONCILE-BATCH.
           IF WS-QUARANTINED
              PERFORM 855-CLOSE-QUARANTINE
           ELSE
              PERFORM 851-CHECK-BALANCE
           END-IF
           PERFORM 860-RECORD-BATCH
           PERFORM 870-WRITE-BATCH-CONTROL
           MOVE 'NO ' TO WS-BATCH-OPEN-SW
           MOVE 'NO ' TO WS-TRAILER-SW
           MOVE 'NO ' TO WS-QUARANTINE-SW
           MOVE ZERO TO WS-TRL-EXP-COUNT
           MOVE ZERO TO WS-TRL-EXP-HASH
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-HASH-TOTAL.

       851-CHECK-BALANCE.
           DISPLAY '==================================='
           DISPLAY 'BATCH RECONCILIATION - ' WS-BATCH-ID
           MOVE 'YES' TO WS-BATCH-BAL-SW
                 MOVE 12 TO WS-RETURN-CODE
              END-IF
           END-IF
           DISPLAY '==================================='.

       855-CLOSE-QUARANTINE.
           DISPLAY '==================================='
           DISPLAY 'BATCH QUARANTINED - ' WS-BATCH-ID
           DISPLAY 'ORIGINATOR      : ' WS-ORIGINATOR
           DISPLAY 'RECORDS HELD    : ' WS-DETAIL-COUNT
           IF NOT WS-TRAILER-SEEN
              DISPLAY 'NO TRAILER RECORD RECEIVED'
           END-IF
           DISPLAY '==================================='
           MOVE 'Q' TO WS-BATCH-BAL-SW
           IF NOT WS-TRAILER-SEEN
              MOVE SPACES TO QU-TRL-COUNT
              MOVE SPACES TO QU-TRL-HASH
              PERFORM 856-HOLD-STREAM-COUNT
           END-IF.

       856-HOLD-STREAM-COUNT.
           MOVE 'T' TO QU-TYPE
           MOVE WS-QUAR-TRAILER-SEQ TO QU-SEQ
           IF WS-STREAM-NO IS NUMERIC
              COMPUTE QU-SEQ =
                 WS-QUAR-TRAILER-SEQ - 9 + WS-STREAM-NO-N
           END-IF
           MOVE WS-DETAIL-COUNT TO QU-RECORDS
           MOVE SPACES TO QU-PAN
           MOVE SPACES TO QU-PAN-LENGTH
           MOVE SPACES TO QU-ORIG-SEQ
           PERFORM 039-WRITE-QUARANTINE.

       860-RECORD-BATCH.
           IF WS-BATCH-COUNT < WS-BATCH-MAX
                 ' - BREAKDOWN INCOMPLETE'
           END-IF.

       870-WRITE-BATCH-CONTROL.
           IF WS-BATCTL-AVAIL
              MOVE WS-BATCH-ID TO BCT-BATCH-ID
              MOVE WS-ORIGINATOR TO BCT-ORIGINATOR
              MOVE WS-BUS-DATE TO BCT-BUS-DATE
              MOVE WS-STREAM-NO TO BCT-STREAM
              MOVE WS-TRL-EXP-COUNT TO BCT-EXPECTED-COUNT
              MOVE WS-DETAIL-COUNT TO BCT-RECEIVED-COUNT
              MOVE WS-TRL-EXP-HASH TO BCT-EXPECTED-HASH
              MOVE WS-HASH-TOTAL TO BCT-COMPUTED-HASH
              MOVE WS-BATCH-BAL-SW(1:1) TO BCT-BALANCED
              IF WS-QUARANTINED
                 SET BCT-QUARANTINED TO TRUE
              ELSE
                 SET BCT-PROCESSED TO TRUE
              END-IF
              MOVE WS-RUN-ID TO BCT-RUN-ID
              MOVE WS-RUN-DATE TO BCT-DATE
              WRITE BCT-RECORD
              IF WS-BATCH-CONTROL-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING BATCH-CONTROL, STATUS = '
                    WS-BATCH-CONTROL-STATUS
                 MOVE 20 TO WS-RETURN-CODE
              END-IF
           END-IF.

       900-WRITE-SUMMARY.
           DISPLAY '==================================='.
           DISPLAY 'LUHN BATCH RUN SUMMARY'.
           DISPLAY 'RUN MODE        : ' WS-RUN-MODE.
           DISPLAY 'TOTAL PROCESSED : ' WS-TOTAL-PROCESSED.
           IF WS-MODE-GENERATE
              DISPLAY 'ALLOC REQUESTS  : ' WS-TOTAL-REQUESTS
              DISPLAY 'REQS REJECTED   : ' WS-REQ-REJECTED
              DISPLAY 'TOTAL GENERATED : ' WS-TOTAL-GENERATED
           ELSE
              DISPLAY 'TOTAL VALID     : ' WS-TOTAL-VALID
              DISPLAY 'TOTAL INVALID   : ' WS-TOTAL-INVALID
              DISPLAY 'TOTAL HOT CARDS : ' WS-TOTAL-HOT-CARDS
              DISPLAY 'TOTAL DUPLICATE : ' WS-TOTAL-DUPLICATE
              DISPLAY 'NOT ON FILE     : ' WS-TOTAL-NOT-ON-FILE
              DISPLAY 'CARDS BLOCKED   : ' WS-TOTAL-BLOCKED
              DISPLAY 'CARDS EXPIRED   : ' WS-TOTAL-EXPIRED
           END-IF
           IF WS-MODE-VALIDATE
              DISPLAY 'BATCHES HELD    : ' WS-QUAR-BATCHES
              DISPLAY 'RECORDS HELD    : ' WS-TOTAL-QUARANTINED
           END-IF
           IF WS-MODE-RESUBMIT
              DISPLAY 'CORR UNMATCHED  : ' WS-CORR-UNMATCHED
                 MOVE 'N' TO RN-BALANCE
              END-IF
              MOVE WS-RETURN-CODE TO RN-HIGH-COND
              MOVE SPACES TO RN-STEP-PROGRAM
              MOVE SPACE TO RN-STEP-STATUS
              CALL 'RUNCTLIO' USING RUN-CONTROL-PARM
              IF RN-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING RUN-CONTROL, STATUS = '
