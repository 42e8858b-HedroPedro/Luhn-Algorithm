               ACCESS MODE DYNAMIC
               RECORD KEY IS TA-TOKEN
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT RESULTS-IN
               ASSIGN TO 'RESULTS'
               ORGANIZATION RELATIVE
               ACCESS MODE SEQUENTIAL
               RELATIVE KEY IS WS-RESULTS-REL-KEY
               FILE STATUS IS WS-RESULTS-IN-STATUS.
           SELECT RESULTS-RETAINED
               ASSIGN TO DYNAMIC WS-RSLT-RET-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RSLT-RET-STATUS.
           SELECT BATCH-CONTROL-IN
               ASSIGN TO 'BATCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BATCTL-IN-STATUS.
           SELECT BATCH-CONTROL-RETAINED
               ASSIGN TO DYNAMIC WS-BCTL-RET-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BCTL-RET-STATUS.
           SELECT RETAIN-REPORT
               ASSIGN TO 'RETRPT'
               ORGANIZATION LINE SEQUENTIAL
       COPY TOKRECR.
       FD  ACTIVITY-FILE.
       COPY TOKNACTR.
       FD  RESULTS-IN.
       COPY OUTRECR.
       FD  RESULTS-RETAINED.
       COPY OUTRECR REPLACING LEADING ==OUT== BY ==ORT==.
       FD  BATCH-CONTROL-IN.
       COPY BATCTLR.
       FD  BATCH-CONTROL-RETAINED.
       COPY BATCTLR REPLACING LEADING ==BCT== BY ==BRT==.
       FD  RETAIN-REPORT.
       01  RPT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-DUP-WORK-STATUS PIC XX VALUE SPACES.
        01 WS-TOKEN-XREF-STATUS PIC XX VALUE SPACES.
        01 WS-ACTIVITY-STATUS PIC XX VALUE SPACES.
        01 WS-RESULTS-IN-STATUS PIC XX VALUE SPACES.
        01 WS-RSLT-RET-STATUS PIC XX VALUE SPACES.
        01 WS-BATCTL-IN-STATUS PIC XX VALUE SPACES.
        01 WS-BCTL-RET-STATUS PIC XX VALUE SPACES.
        01 WS-RETAIN-REPORT-STATUS PIC XX VALUE SPACES.
        01 WS-RESULTS-REL-KEY PIC 9(9) VALUE ZERO.
        01 WS-AUDIT-REL-KEY PIC 9(9) VALUE ZERO.
        01 WS-AUDIT-WORK-KEY PIC 9(9) VALUE ZERO.
        01 WS-DUPS-REL-KEY PIC 9(9) VALUE ZERO.
        01 WS-DTK-ARCH-DSN PIC X(8) VALUE SPACES.
        01 WS-RH-ARCH-DSN PIC X(8) VALUE SPACES.
        01 WS-DUP-ARCH-DSN PIC X(8) VALUE SPACES.
        01 WS-RSLT-RET-DSN PIC X(12) VALUE SPACES.
        01 WS-BCTL-RET-DSN PIC X(12) VALUE SPACES.
        01 WS-EOF-SW      PIC X(3) VALUE 'NO '.
           88 WS-EOF                VALUE 'YES'.
        01 WS-MIDFLIGHT-SW PIC X(3) VALUE 'NO '.
        01 WS-TOK-KEPT    PIC 9(9) VALUE ZERO.
        01 WS-ACT-PURGED  PIC 9(9) VALUE ZERO.
        01 WS-ACT-KEPT    PIC 9(9) VALUE ZERO.
        01 WS-RSLT-RETAINED PIC 9(9) VALUE ZERO.
        01 WS-BCTL-RETAINED PIC 9(9) VALUE ZERO.
        01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.
        01 WS-HEADING-1.
           05 FILLER         PIC X(34)
           05 FILLER         PIC X(7) VALUE '  KEPT '.
           05 FIL-KEPT       PIC ZZZZZZZZ9.
           05 FILLER         PIC X(14) VALUE SPACES.
       COPY CARDP.
       LINKAGE SECTION.
        01 LK-PARM.
           05 LK-PARM-LEN     PIC S9(4) COMP.
           PERFORM 200-ARCHIVE-RUN-HISTORY
           PERFORM 300-ARCHIVE-DUPLICATES
           PERFORM 400-PURGE-TOKEN-XREF
           PERFORM 500-RETAIN-RESULTS
           PERFORM 800-WRITE-REPORT
           CLOSE RETAIN-REPORT
           PERFORM 900-WRITE-SUMMARY
           MOVE SPACES TO WS-DUP-ARCH-DSN
           STRING 'DUPA' WS-TODAY(5:4) DELIMITED BY SIZE
              INTO WS-DUP-ARCH-DSN
           MOVE SPACES TO WS-RSLT-RET-DSN
           STRING 'RSLT' WS-TODAY DELIMITED BY SIZE
              INTO WS-RSLT-RET-DSN
           MOVE SPACES TO WS-BCTL-RET-DSN
           STRING 'BCTL' WS-TODAY DELIMITED BY SIZE
              INTO WS-BCTL-RET-DSN
           OPEN OUTPUT RETAIN-REPORT
           IF WS-RETAIN-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN RETAIN-REPORT, STATUS = '
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              ELSE
                 MOVE 'I' TO CD-FUNCTION
                 CALL 'CARDIO' USING CARD-MASTER-PARM
                 IF CD-FILE-STATUS NOT = '00'
                    DISPLAY 'CARD MASTER UNAVAILABLE, STATUS = '
                       CD-FILE-STATUS ' - TOKEN XREF NOT PURGED'
                    IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                    END-IF
                 ELSE
                    MOVE LOW-VALUES TO TOK-TOKEN
                    START TOKEN-XREF KEY NOT LESS THAN TOK-TOKEN
                    IF WS-TOKEN-XREF-STATUS = '00'
                       MOVE 'NO ' TO WS-EOF-SW
                       PERFORM 410-SCAN-XREF UNTIL WS-EOF
                    END-IF
                    MOVE 'C' TO CD-FUNCTION
                    CALL 'CARDIO' USING CARD-MASTER-PARM
                 END-IF
                 MOVE LOW-VALUES TO TA-TOKEN
                 START ACTIVITY-FILE KEY NOT LESS THAN TA-TOKEN

       420-TEST-XREF-ENTRY.
           MOVE TOK-TOKEN TO WS-SAVE-TOKEN
           MOVE 'R' TO CD-FUNCTION
           MOVE WS-SAVE-TOKEN TO CD-TOKEN
           CALL 'CARDIO' USING CARD-MASTER-PARM
           IF CD-FOUND = 'Y'
              ADD 1 TO WS-TOK-KEPT
           ELSE
              IF CD-FILE-STATUS = '23'
                 PERFORM 425-TEST-XREF-ACTIVITY
              ELSE
                 DISPLAY 'ERROR READING CARD MASTER FOR XREF, STATUS = '
                    CD-FILE-STATUS ' - ENTRY NOT PURGED'
                 MOVE 20 TO WS-RETURN-CODE
              END-IF
           END-IF.

       425-TEST-XREF-ACTIVITY.
           MOVE WS-SAVE-TOKEN TO TA-TOKEN
           READ ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS = '00'
                  END-IF
           END-READ.

       500-RETAIN-RESULTS.
           OPEN INPUT RESULTS-IN
           IF WS-RESULTS-IN-STATUS NOT = '00'
              DISPLAY 'RESULTS NOT PRESENT - NOT RETAINED, STATUS = '
                 WS-RESULTS-IN-STATUS
           ELSE
              OPEN EXTEND RESULTS-RETAINED
              IF WS-RSLT-RET-STATUS NOT = '00'
                 OPEN OUTPUT RESULTS-RETAINED
              END-IF
              IF WS-RSLT-RET-STATUS NOT = '00'
                 DISPLAY 'ERROR: CANNOT OPEN ' WS-RSLT-RET-DSN
                    ', STATUS = ' WS-RSLT-RET-STATUS
                 MOVE 20 TO WS-RETURN-CODE
              ELSE
                 MOVE 'NO ' TO WS-EOF-SW
                 PERFORM 510-COPY-RESULT UNTIL WS-EOF
                 CLOSE RESULTS-RETAINED
              END-IF
              CLOSE RESULTS-IN
           END-IF
           OPEN INPUT BATCH-CONTROL-IN
           IF WS-BATCTL-IN-STATUS NOT = '00'
              DISPLAY 'BATCTL NOT PRESENT - NOT RETAINED, STATUS = '
                 WS-BATCTL-IN-STATUS
           ELSE
              OPEN EXTEND BATCH-CONTROL-RETAINED
              IF WS-BCTL-RET-STATUS NOT = '00'
                 OPEN OUTPUT BATCH-CONTROL-RETAINED
              END-IF
              IF WS-BCTL-RET-STATUS NOT = '00'
                 DISPLAY 'ERROR: CANNOT OPEN ' WS-BCTL-RET-DSN
                    ', STATUS = ' WS-BCTL-RET-STATUS
                 MOVE 20 TO WS-RETURN-CODE
              ELSE
                 MOVE 'NO ' TO WS-EOF-SW
                 PERFORM 520-COPY-BATCH-CONTROL UNTIL WS-EOF
                 CLOSE BATCH-CONTROL-RETAINED
              END-IF
              CLOSE BATCH-CONTROL-IN
           END-IF.

       510-COPY-RESULT.
           READ RESULTS-IN
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  MOVE OUT-RECORD TO ORT-RECORD
                  WRITE ORT-RECORD
                  IF WS-RSLT-RET-STATUS = '00'
                     ADD 1 TO WS-RSLT-RETAINED
                  ELSE
                     DISPLAY 'ERROR WRITING ' WS-RSLT-RET-DSN
                        ', STATUS = ' WS-RSLT-RET-STATUS
                     MOVE 20 TO WS-RETURN-CODE
                     SET WS-EOF TO TRUE
                  END-IF
           END-READ.

       520-COPY-BATCH-CONTROL.
           READ BATCH-CONTROL-IN
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  MOVE BCT-RECORD TO BRT-RECORD
                  WRITE BRT-RECORD
                  IF WS-BCTL-RET-STATUS = '00'
                     ADD 1 TO WS-BCTL-RETAINED
                  ELSE
                     DISPLAY 'ERROR WRITING ' WS-BCTL-RET-DSN
                        ', STATUS = ' WS-BCTL-RET-STATUS
                     MOVE 20 TO WS-RETURN-CODE
                     SET WS-EOF TO TRUE
                  END-IF
           END-READ.

       800-WRITE-REPORT.
           MOVE WS-TODAY TO HDG-DATE
           MOVE WS-CUTOFF-DATE TO HDG-CUTOFF
           MOVE WS-ACT-PURGED TO FIL-PURGED
           MOVE WS-ACT-KEPT TO FIL-KEPT
           MOVE WS-FILE-LINE TO RPT-LINE
           PERFORM 860-WRITE-RPT-LINE
           MOVE 'RESULTS COPY' TO FIL-LABEL
           MOVE WS-RSLT-RETAINED TO FIL-ARCHIVED
           MOVE ZERO TO FIL-PURGED
           MOVE ZERO TO FIL-KEPT
           MOVE WS-FILE-LINE TO RPT-LINE
           PERFORM 860-WRITE-RPT-LINE
           MOVE 'BATCTL COPY' TO FIL-LABEL
           MOVE WS-BCTL-RETAINED TO FIL-ARCHIVED
           MOVE ZERO TO FIL-PURGED
           MOVE ZERO TO FIL-KEPT
           MOVE WS-FILE-LINE TO RPT-LINE
           PERFORM 860-WRITE-RPT-LINE.

       860-WRITE-RPT-LINE.
           DISPLAY 'TOKENS KEPT     : ' WS-TOK-KEPT
           DISPLAY 'ACTIVITY PURGED : ' WS-ACT-PURGED
           DISPLAY 'ACTIVITY KEPT   : ' WS-ACT-KEPT
           DISPLAY 'RESULTS RETAINED: ' WS-RSLT-RETAINED
           DISPLAY 'BATCTL RETAINED : ' WS-BCTL-RETAINED
           DISPLAY '==================================='.
