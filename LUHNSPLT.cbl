               ASSIGN TO 'CARDIN4'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS-4.
           SELECT BATCH-CONTROL-OUT
               ASSIGN TO 'BATCTLS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-IN.
       01  IN-RECORD.
           05  IN-PAN            PIC X(19).
           05  IN-PAN-LENGTH     PIC 9(2).
           05  IN-ORIG-SEQ       PIC 9(9).
       01  IN-HEADER-RECORD.
           05  IN-HDR-TYPE       PIC X(1).
           05  IN-HDR-BATCH-ID   PIC X(8).
       01  STR3-RECORD           PIC X(30).
       FD  STREAM-OUT-4.
       01  STR4-RECORD           PIC X(30).
       FD  BATCH-CONTROL-OUT.
       COPY BATCTLR.
       WORKING-STORAGE SECTION.
        01 WS-CARD-IN-STATUS PIC XX VALUE SPACES.
        01 WS-STREAM-STATUS-1 PIC XX VALUE SPACES.
        01 WS-STREAM-STATUS-2 PIC XX VALUE SPACES.
        01 WS-STREAM-STATUS-3 PIC XX VALUE SPACES.
        01 WS-STREAM-STATUS-4 PIC XX VALUE SPACES.
        01 WS-BATCH-CONTROL-STATUS PIC XX VALUE SPACES.
        01 WS-BATCTL-AVAIL-SW PIC X(3) VALUE 'NO '.
           88 WS-BATCTL-AVAIL       VALUE 'YES'.
        01 WS-EOF-SW      PIC X(3) VALUE 'NO '.
           88 WS-EOF                VALUE 'YES'.
        01 WS-STREAM-COUNT PIC 9(1) VALUE 4.
        01 WS-STREAM-JOB-TOTALS.
           05 WS-STR-JOB-COUNT PIC 9(9) OCCURS 4.
        01 WS-BATCH-ID    PIC X(8) VALUE SPACES.
        01 WS-ORIGINATOR  PIC X(8) VALUE SPACES.
        01 WS-BUS-DATE    PIC X(8) VALUE SPACES.
        01 WS-BATCH-OPEN-SW PIC X(3) VALUE 'NO '.
           88 WS-BATCH-OPEN         VALUE 'YES'.
        01 WS-BATCH-BAL-SW PIC X(3) VALUE 'YES'.
           CLOSE STREAM-OUT-2
           CLOSE STREAM-OUT-3
           CLOSE STREAM-OUT-4
           IF WS-BATCTL-AVAIL
              CLOSE BATCH-CONTROL-OUT
           END-IF
           PERFORM 920-WRITE-RUN-CONTROL
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.
              DISPLAY 'ERROR: CANNOT OPEN STREAM OUTPUTS'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT BATCH-CONTROL-OUT
           IF WS-BATCH-CONTROL-STATUS = '00'
              MOVE 'YES' TO WS-BATCTL-AVAIL-SW
           ELSE
              DISPLAY 'WARNING: BATCH CONTROL FILE UNAVAILABLE, '
                 'STATUS = ' WS-BATCH-CONTROL-STATUS
                 ' - SPLIT RECONCILIATION NOT RECORDED'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.

       020-SPLIT-RECORDS.
              PERFORM 055-CLOSE-BATCH
           END-IF
           MOVE IN-HDR-BATCH-ID TO WS-BATCH-ID
           MOVE IN-HDR-ORIGINATOR TO WS-ORIGINATOR
           MOVE IN-HDR-BUS-DATE TO WS-BUS-DATE
           SET WS-BATCH-OPEN TO TRUE
           PERFORM VARYING WS-STREAM-NO FROM 1 BY 1
                   UNTIL WS-STREAM-NO > WS-STREAM-COUNT
           ADD 1 TO WS-STR-JOB-COUNT(WS-STREAM-NO)
           MOVE IN-PAN TO STR-PAN
           MOVE IN-PAN-LENGTH TO STR-PAN-LENGTH
           IF IN-ORIG-SEQ IS NUMERIC AND IN-ORIG-SEQ > 0
              MOVE IN-ORIG-SEQ TO STR-ORIG-SEQ
           ELSE
              MOVE WS-DETAIL-SEQ TO STR-ORIG-SEQ
           END-IF
           MOVE WS-STREAM-RECORD TO WS-OUT-AREA
           PERFORM 065-WRITE-STREAM-AREA.

           ELSE
              DISPLAY 'WARNING: BATCH TABLE FULL AT ' WS-BATCH-MAX
                 ' - BREAKDOWN INCOMPLETE'
           END-IF
           PERFORM 620-WRITE-BATCH-CONTROL.

       620-WRITE-BATCH-CONTROL.
           IF WS-BATCTL-AVAIL
              MOVE WS-BATCH-ID TO BCT-BATCH-ID
              MOVE WS-ORIGINATOR TO BCT-ORIGINATOR
              MOVE WS-BUS-DATE TO BCT-BUS-DATE
              MOVE SPACE TO BCT-STREAM
              MOVE WS-TRL-EXP-COUNT TO BCT-EXPECTED-COUNT
              MOVE WS-BATCH-DETAILS TO BCT-RECEIVED-COUNT
              MOVE WS-TRL-EXP-HASH TO BCT-EXPECTED-HASH
              MOVE WS-TOTAL-HASH TO BCT-COMPUTED-HASH
              MOVE WS-BATCH-BAL-SW(1:1) TO BCT-BALANCED
              SET BCT-PROCESSED TO TRUE
              MOVE WS-RUN-ID TO BCT-RUN-ID
              MOVE WS-START-TS(1:8) TO BCT-DATE
              WRITE BCT-RECORD
              IF WS-BATCH-CONTROL-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING BATCH-CONTROL, STATUS = '
                    WS-BATCH-CONTROL-STATUS
                 MOVE 20 TO WS-RETURN-CODE
              END-IF
           END-IF.

       900-WRITE-SUMMARY.
                 MOVE 'N' TO RN-BALANCE
              END-IF
              MOVE WS-RETURN-CODE TO RN-HIGH-COND
              MOVE SPACES TO RN-STEP-PROGRAM
              MOVE SPACE TO RN-STEP-STATUS
              CALL 'RUNCTLIO' USING RUN-CONTROL-PARM
              IF RN-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING RUN-CONTROL, STATUS = '
