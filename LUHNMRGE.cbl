               ACCESS MODE SEQUENTIAL
               RELATIVE KEY IS WS-DUPS-OUT-KEY
               FILE STATUS IS WS-DUPS-OUT-STATUS.
           SELECT BATCH-CONTROL-IN
               ASSIGN TO DYNAMIC WS-BATCTL-IN-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BATCTL-IN-STATUS.
           SELECT BATCH-CONTROL-OUT
               ASSIGN TO 'BATCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BATCTL-OUT-STATUS.
           SELECT RUN-HISTORY
               ASSIGN TO 'RUNHIST'
               ORGANIZATION LINE SEQUENTIAL
       COPY DUPRECR REPLACING LEADING ==DUP== BY ==DIN==.
       FD  DUPLICATES-OUT.
       COPY DUPRECR.
       FD  BATCH-CONTROL-IN.
       COPY BATCTLR REPLACING LEADING ==BCT== BY ==BCI==.
       FD  BATCH-CONTROL-OUT.
       COPY BATCTLR.
       FD  RUN-HISTORY.
       COPY RUNHISTR.
       WORKING-STORAGE SECTION.
        01 WS-EXCEPT-IN-DSN   PIC X(8) VALUE SPACES.
        01 WS-AUDIT-IN-DSN    PIC X(8) VALUE SPACES.
        01 WS-DUPS-IN-DSN     PIC X(8) VALUE SPACES.
        01 WS-BATCTL-IN-DSN   PIC X(8) VALUE SPACES.
        01 WS-BATCTL-IN-STATUS PIC XX VALUE SPACES.
        01 WS-BATCTL-OUT-STATUS PIC XX VALUE SPACES.
        01 WS-TOTAL-BATCTL    PIC 9(9) VALUE ZERO.
        01 WS-RESULTS-IN-KEY  PIC 9(9) VALUE ZERO.
        01 WS-RESULTS-OUT-KEY PIC 9(9) VALUE ZERO.
        01 WS-EXCEPT-IN-KEY   PIC 9(9) VALUE ZERO.
           PERFORM 200-MERGE-EXCEPTIONS
           PERFORM 300-MERGE-AUDIT
           PERFORM 400-MERGE-DUPLICATES
           PERFORM 500-MERGE-BATCH-CONTROL
           CLOSE RESULTS-OUT
           CLOSE EXCEPTIONS-OUT
           CLOSE AUDIT-OUT
           CLOSE DUPLICATES-OUT
           CLOSE BATCH-CONTROL-OUT
           PERFORM 900-WRITE-SUMMARY
           IF WS-MISSING-STREAMS = ZERO
              PERFORM 905-CHECK-RUN-HISTORY
           OPEN OUTPUT EXCEPTIONS-OUT
           OPEN OUTPUT AUDIT-OUT
           OPEN OUTPUT DUPLICATES-OUT
           OPEN OUTPUT BATCH-CONTROL-OUT
           IF WS-RESULTS-OUT-STATUS NOT = '00'
              OR WS-EXCEPT-OUT-STATUS NOT = '00'
              OR WS-AUDIT-OUT-STATUS NOT = '00'
              OR WS-DUPS-OUT-STATUS NOT = '00'
              OR WS-BATCTL-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN MERGED OUTPUTS'
              MOVE 16 TO RETURN-CODE
              GOBACK
                  ADD 1 TO WS-TOTAL-DUPLICATE
           END-READ.

       500-MERGE-BATCH-CONTROL.
           MOVE 'BATCTLS' TO WS-BATCTL-IN-DSN
           OPEN INPUT BATCH-CONTROL-IN
           IF WS-BATCTL-IN-STATUS = '00'
              MOVE 'NO ' TO WS-EOF-SW
              PERFORM 510-COPY-BATCH-CONTROL UNTIL WS-EOF
              CLOSE BATCH-CONTROL-IN
           END-IF
           PERFORM VARYING WS-STREAM-NO FROM 1 BY 1
                   UNTIL WS-STREAM-NO > WS-STREAM-COUNT
              MOVE SPACES TO WS-BATCTL-IN-DSN
              STRING 'BATCTL' WS-STREAM-NO DELIMITED BY SIZE
                 INTO WS-BATCTL-IN-DSN
              OPEN INPUT BATCH-CONTROL-IN
              IF WS-BATCTL-IN-STATUS = '00'
                 MOVE 'NO ' TO WS-EOF-SW
                 PERFORM 510-COPY-BATCH-CONTROL UNTIL WS-EOF
                 CLOSE BATCH-CONTROL-IN
              ELSE
                 DISPLAY 'WARNING: STREAM FILE ' WS-BATCTL-IN-DSN
                    ' NOT MERGED, STATUS = ' WS-BATCTL-IN-STATUS
                    ' - BATCHES NOT ACKNOWLEDGED'
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-PERFORM.

       510-COPY-BATCH-CONTROL.
           READ BATCH-CONTROL-IN
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  MOVE BCI-RECORD TO BCT-RECORD
                  WRITE BCT-RECORD
                  IF WS-BATCTL-OUT-STATUS NOT = '00'
                     DISPLAY 'ERROR WRITING BATCH-CONTROL, STATUS = '
                        WS-BATCTL-OUT-STATUS
                     MOVE 20 TO WS-RETURN-CODE
                  END-IF
                  ADD 1 TO WS-TOTAL-BATCTL
           END-READ.

       900-WRITE-SUMMARY.
           COMPUTE WS-TOTAL-PROCESSED = WS-TOTAL-VALID
              + WS-TOTAL-INVALID + WS-TOTAL-REJECTED
           DISPLAY 'TOTAL HOT CARDS : ' WS-TOTAL-HOT-CARDS
           DISPLAY 'TOTAL DUPLICATE : ' WS-TOTAL-DUPLICATE
           DISPLAY 'TOTAL REJECTED  : ' WS-TOTAL-REJECTED
           DISPLAY 'BATCH CONTROLS  : ' WS-TOTAL-BATCTL
           IF WS-MISSING-STREAMS > 0
              DISPLAY 'STREAMS MISSING : ' WS-MISSING-STREAMS
              IF WS-RETURN-CODE < 12
                 MOVE 'N' TO RN-BALANCE
              END-IF
              MOVE WS-RETURN-CODE TO RN-HIGH-COND
              MOVE SPACES TO RN-STEP-PROGRAM
              MOVE SPACE TO RN-STEP-STATUS
              CALL 'RUNCTLIO' USING RUN-CONTROL-PARM
              IF RN-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING RUN-CONTROL, STATUS = '
