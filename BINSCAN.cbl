       IDENTIFICATION DIVISION.
       PROGRAM-ID. BINSCAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-IN
               ASSIGN TO 'RESULTS'
               ORGANIZATION RELATIVE
               ACCESS MODE SEQUENTIAL
               RELATIVE KEY IS WS-RESULTS-REL-KEY
               FILE STATUS IS WS-RESULTS-IN-STATUS.
           SELECT AUDIT-IN
               ASSIGN TO 'AUDIT'
               ORGANIZATION RELATIVE
               ACCESS MODE SEQUENTIAL
               RELATIVE KEY IS WS-AUDIT-REL-KEY
               FILE STATUS IS WS-AUDIT-IN-STATUS.
           SELECT BATCH-CONTROL-IN
               ASSIGN TO 'BATCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BATCTL-IN-STATUS.
           SELECT BIN-PARMS
               ASSIGN TO 'BINPARM'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BIN-PARMS-STATUS.
           SELECT ORIG-BINS
               ASSIGN TO 'ORIGBIN'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OBN-KEY
               FILE STATUS IS WS-ORIG-BINS-STATUS.
           SELECT ALERT-OUT
               ASSIGN TO 'BINALERT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-OUT-STATUS.
           SELECT SCAN-REPORT
               ASSIGN TO 'BINSRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-IN.
       COPY OUTRECR.
       FD  AUDIT-IN.
       COPY AUDRECR.
       FD  BATCH-CONTROL-IN.
       COPY BATCTLR.
       FD  BIN-PARMS.
       01  BPM-RECORD.
           05  BPM-BIN           PIC X(8).
           05  BPM-LIMITS        PIC X(25).
       FD  ORIG-BINS.
       COPY ORIGBINR.
       FD  ALERT-OUT.
       COPY BINALRTR.
       FD  SCAN-REPORT.
       01  RPT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-RESULTS-IN-STATUS PIC XX VALUE SPACES.
        01 WS-AUDIT-IN-STATUS PIC XX VALUE SPACES.
        01 WS-BATCTL-IN-STATUS PIC XX VALUE SPACES.
        01 WS-BIN-PARMS-STATUS PIC XX VALUE SPACES.
        01 WS-ORIG-BINS-STATUS PIC XX VALUE SPACES.
        01 WS-ALERT-OUT-STATUS PIC XX VALUE SPACES.
        01 WS-SCAN-REPORT-STATUS PIC XX VALUE SPACES.
        01 WS-RESULTS-REL-KEY PIC 9(9) VALUE ZERO.
        01 WS-AUDIT-REL-KEY   PIC 9(9) VALUE ZERO.
        01 WS-EOF-SW      PIC X(3) VALUE 'NO '.
           88 WS-EOF                VALUE 'YES'.
        01 WS-TOKENS-OPEN-SW PIC X(3) VALUE 'NO '.
           88 WS-TOKENS-OPEN        VALUE 'YES'.
        01 WS-HISTORY-SEED-SW PIC X(3) VALUE 'NO '.
           88 WS-HISTORY-SEED       VALUE 'YES'.
        01 WS-GROUP-FULL-SW PIC X(3) VALUE 'NO '.
           88 WS-GROUP-FULL         VALUE 'YES'.
        01 WS-ACCOUNT-FULL-SW PIC X(3) VALUE 'NO '.
           88 WS-ACCOUNT-FULL       VALUE 'YES'.
        01 WS-ACC-SLOT-SW PIC X(3) VALUE 'NO '.
           88 WS-ACC-SLOT-FOUND     VALUE 'YES'.
        01 WS-RUN-ID          PIC X(8) VALUE SPACES.
        01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
        01 WS-TODAY           PIC X(8) VALUE SPACES.
        01 WS-SEARCH-BATCH    PIC X(8) VALUE SPACES.
        01 WS-SEARCH-BIN      PIC X(6) VALUE SPACES.
        01 WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 200.
              10 WS-BAT-ID      PIC X(8).
              10 WS-BAT-ORIG    PIC X(8).
        01 WS-BATCH-COUNT     PIC 9(3) VALUE ZERO.
        01 WS-BATCH-MAX       PIC 9(3) VALUE 200.
        01 WS-BATCH-INDEX     PIC 9(3) VALUE ZERO.
        01 WS-BATCH-MATCH     PIC 9(3) VALUE ZERO.
        01 WS-DEFAULT-LIMITS.
           05 WS-DFT-MIN-PANS     PIC 9(5) VALUE 10.
           05 WS-DFT-MAX-GAP      PIC 9(5) VALUE 10.
           05 WS-DFT-MIN-RUN      PIC 9(5) VALUE 5.
           05 WS-DFT-FAIL-PCT     PIC 9(3)V99 VALUE 30.00.
           05 WS-DFT-NEW-BIN-PANS PIC 9(5) VALUE 25.
        01 WS-LIMITS.
           05 WS-LIM-MIN-PANS     PIC 9(5).
           05 WS-LIM-MAX-GAP      PIC 9(5).
           05 WS-LIM-MIN-RUN      PIC 9(5).
           05 WS-LIM-FAIL-PCT     PIC 9(3)V99.
           05 WS-LIM-NEW-BIN-PANS PIC 9(5).
        01 WS-PARM-TABLE.
           05 WS-PARM-ENTRY OCCURS 200.
              10 WS-PRM-BIN     PIC X(6).
              10 WS-PRM-LIMITS  PIC X(25).
        01 WS-PARM-COUNT      PIC 9(3) VALUE ZERO.
        01 WS-PARM-MAX        PIC 9(3) VALUE 200.
        01 WS-PARM-INDEX      PIC 9(3) VALUE ZERO.
        01 WS-PARM-MATCH      PIC 9(3) VALUE ZERO.
        01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 500.
              10 WS-GRP-BATCH   PIC X(8).
              10 WS-GRP-BIN     PIC X(6).
              10 WS-GRP-ORIG    PIC X(8).
              10 WS-GRP-ISSUER  PIC X(20).
              10 WS-GRP-LIMITS  PIC X(25).
              10 WS-GRP-RECORDS PIC 9(9).
              10 WS-GRP-VALID   PIC 9(9).
              10 WS-GRP-LUHN-FAIL PIC 9(9).
              10 WS-GRP-REJECTED PIC 9(9).
              10 WS-GRP-ACCOUNTS PIC 9(5).
              10 WS-GRP-RUN-LEN PIC 9(5).
              10 WS-GRP-RUN-FIRST PIC 9(5).
              10 WS-GRP-RUN-LAST PIC 9(5).
        01 WS-GROUP-COUNT     PIC 9(3) VALUE ZERO.
        01 WS-GROUP-MAX       PIC 9(3) VALUE 500.
        01 WS-GROUP-INDEX     PIC 9(3) VALUE ZERO.
        01 WS-GROUP-MATCH     PIC 9(3) VALUE ZERO.
        01 WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 5000.
              10 WS-ACC-KEY.
                 15 WS-ACC-GROUP  PIC 9(3).
                 15 WS-ACC-LENGTH PIC 9(2).
                 15 WS-ACC-NUMBER PIC 9(12).
              10 WS-ACC-MASKED  PIC X(19).
        01 WS-ACCOUNT-COUNT   PIC 9(5) VALUE ZERO.
        01 WS-ACCOUNT-MAX     PIC 9(5) VALUE 5000.
        01 WS-ACC-INDEX       PIC 9(5) VALUE ZERO.
        01 WS-NEW-ACCOUNT.
           05 WS-NEW-ACC-KEY.
              10 WS-NEW-ACC-GROUP  PIC 9(3).
              10 WS-NEW-ACC-LENGTH PIC 9(2).
              10 WS-NEW-ACC-NUMBER PIC 9(12).
           05 WS-NEW-ACC-MASKED PIC X(19).
        01 WS-ACCOUNT-DIGITS  PIC 9(2) VALUE ZERO.
        01 WS-ACC-GAP         PIC 9(12) VALUE ZERO.
        01 WS-RUN-START       PIC 9(5) VALUE ZERO.
        01 WS-RUN-LEN         PIC 9(5) VALUE ZERO.
        01 WS-FAIL-PCT        PIC 9(3)V99 VALUE ZERO.
        01 WS-NEW-BIN-SW      PIC X(3) VALUE 'NO '.
           88 WS-BIN-IS-NEW         VALUE 'YES'.
        01 WS-RESULTS-READ    PIC 9(9) VALUE ZERO.
        01 WS-AUDIT-READ      PIC 9(9) VALUE ZERO.
        01 WS-PANS-SCANNED    PIC 9(9) VALUE ZERO.
        01 WS-DETOKEN-FAILS   PIC 9(9) VALUE ZERO.
        01 WS-NO-BATCH-CONTROL PIC 9(9) VALUE ZERO.
        01 WS-RUN-ALERTS      PIC 9(9) VALUE ZERO.
        01 WS-FAIL-ALERTS     PIC 9(9) VALUE ZERO.
        01 WS-NEW-BIN-ALERTS  PIC 9(9) VALUE ZERO.
        01 WS-TOTAL-ALERTS    PIC 9(9) VALUE ZERO.
        01 WS-RETURN-CODE     PIC 9(2) VALUE ZERO.
       COPY TOKENP.
        01 WS-HEADING-1.
           05 FILLER         PIC X(34)
              VALUE 'BIN ENUMERATION SCAN              '.
           05 FILLER         PIC X(7) VALUE 'RUN-ID '.
           05 HDG-RUN-ID     PIC X(8).
           05 FILLER         PIC X(6) VALUE '  DATE'.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 HDG-DATE       PIC X(8).
           05 FILLER         PIC X(16) VALUE SPACES.
        01 WS-HEADING-2.
           05 FILLER         PIC X(40)
              VALUE 'BATCH    ORIG     BIN    ALERT          '.
           05 FILLER         PIC X(40)
              VALUE '  RECORDS LUHN FAIL  FAIL%   RUN        '.
        01 WS-DETAIL-LINE.
           05 DTL-BATCH-ID   PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-ORIGINATOR PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-BIN        PIC X(6).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-ALERT      PIC X(14).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-RECORDS    PIC Z(8)9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-LUHN-FAIL  PIC Z(8)9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-FAIL-PCT   PIC ZZ9.99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-RUN        PIC ZZZZ9.
           05 FILLER         PIC X(8) VALUE SPACES.
        01 WS-RANGE-LINE.
           05 FILLER         PIC X(26) VALUE SPACES.
           05 FILLER         PIC X(6) VALUE 'FROM  '.
           05 RNG-FIRST-PAN  PIC X(19).
           05 FILLER         PIC X(4) VALUE ' TO '.
           05 RNG-LAST-PAN   PIC X(19).
           05 FILLER         PIC X(6) VALUE SPACES.
        01 WS-COUNT-LINE.
           05 CNT-LABEL      PIC X(18).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CNT-VALUE      PIC ZZZZZZZZ9.
           05 FILLER         PIC X(51) VALUE SPACES.
       LINKAGE SECTION.
        01 LK-PARM.
           05 LK-PARM-LEN     PIC S9(4) COMP.
           05 LK-RUN-ID       PIC X(8).
       PROCEDURE DIVISION USING LK-PARM.
       000-MAIN.
           PERFORM 010-INITIALIZE
           PERFORM 020-LOAD-PARMS
           PERFORM 030-LOAD-BATCH-CONTROL
           PERFORM 040-OPEN-HISTORY
           PERFORM 100-LOAD-RESULTS
           PERFORM 200-LOAD-AUDIT
           PERFORM 500-FIND-RUNS
           PERFORM 600-EVALUATE-GROUP
              VARYING WS-GROUP-INDEX FROM 1 BY 1
              UNTIL WS-GROUP-INDEX > WS-GROUP-COUNT
           PERFORM 900-WRITE-TOTALS
           IF WS-TOKENS-OPEN
              MOVE 'C' TO TK-FUNCTION
              CALL 'TOKENIO' USING TOKEN-PARM
           END-IF
           CLOSE ORIG-BINS
           CLOSE ALERT-OUT
           CLOSE SCAN-REPORT
           IF WS-NO-BATCH-CONTROL > 0 AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-TOTAL-ALERTS > 0 AND WS-RETURN-CODE < 8
              MOVE 8 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       010-INITIALIZE.
           IF LK-PARM-LEN > 0
              MOVE LK-RUN-ID TO WS-RUN-ID
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           MOVE WS-DEFAULT-LIMITS TO WS-LIMITS
           MOVE 'O' TO TK-FUNCTION
           CALL 'TOKENIO' USING TOKEN-PARM
           IF TK-FILE-STATUS = '00'
              SET WS-TOKENS-OPEN TO TRUE
           ELSE
              DISPLAY 'WARNING: TOKEN-XREF UNAVAILABLE, STATUS = '
                 TK-FILE-STATUS ' - SEQUENTIAL RUN CHECK SKIPPED'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF
           OPEN OUTPUT ALERT-OUT
           IF WS-ALERT-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN ALERT-OUT, STATUS = '
                 WS-ALERT-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT SCAN-REPORT
           IF WS-SCAN-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN SCAN-REPORT, STATUS = '
                 WS-SCAN-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-RUN-ID TO HDG-RUN-ID
           MOVE WS-TODAY TO HDG-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE.

       020-LOAD-PARMS.
           OPEN INPUT BIN-PARMS
           IF WS-BIN-PARMS-STATUS NOT = '00'
              DISPLAY 'WARNING: BIN-PARMS UNAVAILABLE, STATUS = '
                 WS-BIN-PARMS-STATUS
                 ' - DEFAULT THRESHOLDS USED'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           ELSE
              MOVE 'NO ' TO WS-EOF-SW
              PERFORM 025-READ-PARM UNTIL WS-EOF
              CLOSE BIN-PARMS
           END-IF.

       025-READ-PARM.
           READ BIN-PARMS
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  IF BPM-BIN = '*DEFAULT'
                     PERFORM 027-CHECK-PARM
                     IF BPM-LIMITS IS NUMERIC
                        MOVE BPM-LIMITS TO WS-DEFAULT-LIMITS
                     END-IF
                  ELSE
                     IF BPM-BIN(1:1) NOT = '*'
                        AND BPM-BIN NOT = SPACES
                        PERFORM 027-CHECK-PARM
                        IF BPM-LIMITS IS NUMERIC
                           PERFORM 028-ADD-PARM
                        END-IF
                     END-IF
                  END-IF
           END-READ.

       027-CHECK-PARM.
           IF BPM-LIMITS IS NOT NUMERIC
              DISPLAY 'WARNING: INVALID THRESHOLDS FOR ' BPM-BIN
                 ' - LINE IGNORED'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.

       028-ADD-PARM.
           IF WS-PARM-COUNT < WS-PARM-MAX
              ADD 1 TO WS-PARM-COUNT
              MOVE BPM-BIN TO WS-PRM-BIN(WS-PARM-COUNT)
              MOVE BPM-LIMITS TO WS-PRM-LIMITS(WS-PARM-COUNT)
           ELSE
              DISPLAY 'WARNING: THRESHOLD TABLE FULL AT ' WS-PARM-MAX
                 ' - BIN ' BPM-BIN ' USES DEFAULTS'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.

       030-LOAD-BATCH-CONTROL.
           OPEN INPUT BATCH-CONTROL-IN
           IF WS-BATCTL-IN-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN BATCH-CONTROL, STATUS = '
                 WS-BATCTL-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'NO ' TO WS-EOF-SW
           PERFORM 035-READ-BATCH-CONTROL UNTIL WS-EOF
           CLOSE BATCH-CONTROL-IN.

       035-READ-BATCH-CONTROL.
           READ BATCH-CONTROL-IN
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  IF BCT-BATCH-ID NOT = SPACES
                     MOVE BCT-BATCH-ID TO WS-SEARCH-BATCH
                     PERFORM 430-FIND-BATCH
                     IF WS-BATCH-MATCH = ZERO
                        IF WS-BATCH-COUNT < WS-BATCH-MAX
                           ADD 1 TO WS-BATCH-COUNT
                           MOVE BCT-BATCH-ID
                              TO WS-BAT-ID(WS-BATCH-COUNT)
                           MOVE BCT-ORIGINATOR
                              TO WS-BAT-ORIG(WS-BATCH-COUNT)
                        ELSE
                           DISPLAY 'WARNING: BATCH TABLE FULL AT '
                              WS-BATCH-MAX ' - BATCH ' BCT-BATCH-ID
                              ' HAS NO ORIGINATOR'
                           IF WS-RETURN-CODE < 4
                              MOVE 4 TO WS-RETURN-CODE
                           END-IF
                        END-IF
                     ELSE
                        IF WS-BAT-ORIG(WS-BATCH-MATCH) = SPACES
                           MOVE BCT-ORIGINATOR
                              TO WS-BAT-ORIG(WS-BATCH-MATCH)
                        END-IF
                     END-IF
                  END-IF
           END-READ.

       040-OPEN-HISTORY.
           OPEN I-O ORIG-BINS
           IF WS-ORIG-BINS-STATUS NOT = '00'
              OPEN OUTPUT ORIG-BINS
              CLOSE ORIG-BINS
              OPEN I-O ORIG-BINS
           END-IF
           IF WS-ORIG-BINS-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN ORIG-BINS, STATUS = '
                 WS-ORIG-BINS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE LOW-VALUES TO OBN-KEY
           START ORIG-BINS KEY NOT LESS THAN OBN-KEY
           IF WS-ORIG-BINS-STATUS NOT = '00'
              SET WS-HISTORY-SEED TO TRUE
              DISPLAY 'ORIGINATOR BIN HISTORY IS EMPTY - SEEDED THIS '
                 'RUN, NEW BIN CHECK SUPPRESSED'
           END-IF.

       100-LOAD-RESULTS.
           OPEN INPUT RESULTS-IN
           IF WS-RESULTS-IN-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN RESULTS-IN, STATUS = '
                 WS-RESULTS-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'NO ' TO WS-EOF-SW
           PERFORM 110-READ-RESULT UNTIL WS-EOF
           CLOSE RESULTS-IN.

       110-READ-RESULT.
           READ RESULTS-IN
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  ADD 1 TO WS-RESULTS-READ
                  IF OUT-BATCH-ID NOT = SPACES
                     AND OUT-PAN(1:6) IS NUMERIC
                     MOVE OUT-BATCH-ID TO WS-SEARCH-BATCH
                     MOVE OUT-PAN(1:6) TO WS-SEARCH-BIN
                     PERFORM 400-FIND-GROUP
                     IF WS-GROUP-MATCH > ZERO
                        PERFORM 115-COUNT-RESULT
                     END-IF
                  END-IF
           END-READ.

       115-COUNT-RESULT.
           ADD 1 TO WS-GRP-RECORDS(WS-GROUP-MATCH)
           IF WS-GRP-ISSUER(WS-GROUP-MATCH) = SPACES
              MOVE OUT-ISSUER TO WS-GRP-ISSUER(WS-GROUP-MATCH)
           END-IF
           IF OUT-RESULT = 'NO '
              ADD 1 TO WS-GRP-LUHN-FAIL(WS-GROUP-MATCH)
           ELSE
              IF OUT-RESULT = 'YES'
                 ADD 1 TO WS-GRP-VALID(WS-GROUP-MATCH)
              END-IF
              IF OUT-TOKEN NOT = SPACES AND WS-TOKENS-OPEN
                 PERFORM 120-ADD-ACCOUNT
              END-IF
           END-IF.

       120-ADD-ACCOUNT.
           MOVE 'D' TO TK-FUNCTION
           MOVE OUT-TOKEN TO TK-TOKEN
           CALL 'TOKENIO' USING TOKEN-PARM
           IF TK-FILE-STATUS NOT = '00'
              ADD 1 TO WS-DETOKEN-FAILS
           ELSE
              IF TK-PAN-LENGTH >= 13 AND TK-PAN-LENGTH <= 19
                 AND TK-PAN(1:TK-PAN-LENGTH) IS NUMERIC
                 COMPUTE WS-ACCOUNT-DIGITS = TK-PAN-LENGTH - 7
                 MOVE WS-GROUP-MATCH TO WS-NEW-ACC-GROUP
                 MOVE TK-PAN-LENGTH TO WS-NEW-ACC-LENGTH
                 COMPUTE WS-NEW-ACC-NUMBER = FUNCTION NUMVAL(
                    TK-PAN(7:WS-ACCOUNT-DIGITS))
                 MOVE OUT-PAN TO WS-NEW-ACC-MASKED
                 PERFORM 125-INSERT-ACCOUNT
              END-IF
           END-IF
           MOVE SPACES TO TK-PAN.

       125-INSERT-ACCOUNT.
           IF WS-ACCOUNT-COUNT < WS-ACCOUNT-MAX
              MOVE 'NO ' TO WS-ACC-SLOT-SW
              COMPUTE WS-ACC-INDEX = WS-ACCOUNT-COUNT + 1
              PERFORM UNTIL WS-ACC-SLOT-FOUND
                 IF WS-ACC-INDEX = 1
                    SET WS-ACC-SLOT-FOUND TO TRUE
                 ELSE
                    IF WS-ACC-KEY(WS-ACC-INDEX - 1) NOT > WS-NEW-ACC-KEY
                       SET WS-ACC-SLOT-FOUND TO TRUE
                    ELSE
                       MOVE WS-ACCOUNT-ENTRY(WS-ACC-INDEX - 1)
                          TO WS-ACCOUNT-ENTRY(WS-ACC-INDEX)
                       SUBTRACT 1 FROM WS-ACC-INDEX
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-NEW-ACCOUNT TO WS-ACCOUNT-ENTRY(WS-ACC-INDEX)
              ADD 1 TO WS-ACCOUNT-COUNT
              ADD 1 TO WS-GRP-ACCOUNTS(WS-GROUP-MATCH)
              ADD 1 TO WS-PANS-SCANNED
           ELSE
              IF NOT WS-ACCOUNT-FULL
                 SET WS-ACCOUNT-FULL TO TRUE
                 DISPLAY 'WARNING: ACCOUNT TABLE FULL AT '
                    WS-ACCOUNT-MAX ' - REMAINING PANS NOT RUN CHECKED'
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF.

       200-LOAD-AUDIT.
           OPEN INPUT AUDIT-IN
           IF WS-AUDIT-IN-STATUS NOT = '00'
              DISPLAY 'WARNING: AUDIT-IN UNAVAILABLE, STATUS = '
                 WS-AUDIT-IN-STATUS ' - FORMAT REJECTS NOT COUNTED'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           ELSE
              MOVE 'NO ' TO WS-EOF-SW
              PERFORM 210-READ-AUDIT UNTIL WS-EOF
              CLOSE AUDIT-IN
           END-IF.

       210-READ-AUDIT.
           READ AUDIT-IN
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  ADD 1 TO WS-AUDIT-READ
                  IF AUD-BATCH-ID NOT = SPACES
                     AND AUD-MASKED-PAN(1:6) IS NUMERIC
                     AND AUD-REASON(1:10) = 'REJECTED -'
                     MOVE AUD-BATCH-ID TO WS-SEARCH-BATCH
                     MOVE AUD-MASKED-PAN(1:6) TO WS-SEARCH-BIN
                     PERFORM 400-FIND-GROUP
                     IF WS-GROUP-MATCH > ZERO
                        ADD 1 TO WS-GRP-REJECTED(WS-GROUP-MATCH)
                     END-IF
                  END-IF
           END-READ.

       400-FIND-GROUP.
           MOVE ZERO TO WS-GROUP-MATCH
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
                   UNTIL WS-GROUP-INDEX > WS-GROUP-COUNT
                   OR WS-GROUP-MATCH > 0
              IF WS-GRP-BATCH(WS-GROUP-INDEX) = WS-SEARCH-BATCH
                 AND WS-GRP-BIN(WS-GROUP-INDEX) = WS-SEARCH-BIN
                 MOVE WS-GROUP-INDEX TO WS-GROUP-MATCH
              END-IF
           END-PERFORM
           IF WS-GROUP-MATCH = ZERO
              PERFORM 410-ADD-GROUP
           END-IF.

       410-ADD-GROUP.
           IF WS-GROUP-COUNT < WS-GROUP-MAX
              ADD 1 TO WS-GROUP-COUNT
              MOVE WS-GROUP-COUNT TO WS-GROUP-MATCH
              MOVE WS-SEARCH-BATCH TO WS-GRP-BATCH(WS-GROUP-MATCH)
              MOVE WS-SEARCH-BIN TO WS-GRP-BIN(WS-GROUP-MATCH)
              MOVE SPACES TO WS-GRP-ISSUER(WS-GROUP-MATCH)
              MOVE ZERO TO WS-GRP-RECORDS(WS-GROUP-MATCH)
              MOVE ZERO TO WS-GRP-VALID(WS-GROUP-MATCH)
              MOVE ZERO TO WS-GRP-LUHN-FAIL(WS-GROUP-MATCH)
              MOVE ZERO TO WS-GRP-REJECTED(WS-GROUP-MATCH)
              MOVE ZERO TO WS-GRP-ACCOUNTS(WS-GROUP-MATCH)
              MOVE ZERO TO WS-GRP-RUN-LEN(WS-GROUP-MATCH)
              MOVE ZERO TO WS-GRP-RUN-FIRST(WS-GROUP-MATCH)
              MOVE ZERO TO WS-GRP-RUN-LAST(WS-GROUP-MATCH)
              PERFORM 430-FIND-BATCH
              IF WS-BATCH-MATCH > ZERO
                 MOVE WS-BAT-ORIG(WS-BATCH-MATCH)
                    TO WS-GRP-ORIG(WS-GROUP-MATCH)
              ELSE
                 MOVE SPACES TO WS-GRP-ORIG(WS-GROUP-MATCH)
                 ADD 1 TO WS-NO-BATCH-CONTROL
                 DISPLAY 'NO BATCH CONTROL FOR BATCH ' WS-SEARCH-BATCH
                    ' - NEW BIN CHECK SKIPPED FOR BIN ' WS-SEARCH-BIN
              END-IF
              PERFORM 420-SET-LIMITS
              MOVE WS-LIMITS TO WS-GRP-LIMITS(WS-GROUP-MATCH)
           ELSE
              IF NOT WS-GROUP-FULL
                 SET WS-GROUP-FULL TO TRUE
                 DISPLAY 'WARNING: BIN GROUP TABLE FULL AT '
                    WS-GROUP-MAX ' - REMAINING BINS NOT SCANNED'
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF.

       420-SET-LIMITS.
           MOVE ZERO TO WS-PARM-MATCH
           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX > WS-PARM-COUNT
                   OR WS-PARM-MATCH > 0
              IF WS-PRM-BIN(WS-PARM-INDEX) = WS-SEARCH-BIN
                 MOVE WS-PARM-INDEX TO WS-PARM-MATCH
              END-IF
           END-PERFORM
           IF WS-PARM-MATCH > 0
              MOVE WS-PRM-LIMITS(WS-PARM-MATCH) TO WS-LIMITS
           ELSE
              MOVE WS-DEFAULT-LIMITS TO WS-LIMITS
           END-IF.

       430-FIND-BATCH.
           MOVE ZERO TO WS-BATCH-MATCH
           PERFORM VARYING WS-BATCH-INDEX FROM 1 BY 1
                   UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT
                   OR WS-BATCH-MATCH > 0
              IF WS-BAT-ID(WS-BATCH-INDEX) = WS-SEARCH-BATCH
                 MOVE WS-BATCH-INDEX TO WS-BATCH-MATCH
              END-IF
           END-PERFORM.

       500-FIND-RUNS.
           MOVE ZERO TO WS-RUN-START
           MOVE ZERO TO WS-RUN-LEN
           PERFORM 510-SCAN-ACCOUNT
              VARYING WS-ACC-INDEX FROM 1 BY 1
              UNTIL WS-ACC-INDEX > WS-ACCOUNT-COUNT.

       510-SCAN-ACCOUNT.
           MOVE WS-ACC-GROUP(WS-ACC-INDEX) TO WS-GROUP-INDEX
           MOVE WS-GRP-LIMITS(WS-GROUP-INDEX) TO WS-LIMITS
           MOVE ZERO TO WS-ACC-GAP
           IF WS-ACC-INDEX > 1
              IF WS-ACC-GROUP(WS-ACC-INDEX - 1) = WS-GROUP-INDEX
                 AND WS-ACC-LENGTH(WS-ACC-INDEX - 1)
                    = WS-ACC-LENGTH(WS-ACC-INDEX)
                 COMPUTE WS-ACC-GAP = WS-ACC-NUMBER(WS-ACC-INDEX)
                    - WS-ACC-NUMBER(WS-ACC-INDEX - 1)
              END-IF
           END-IF
           IF WS-ACC-GAP > ZERO AND WS-ACC-GAP <= WS-LIM-MAX-GAP
              ADD 1 TO WS-RUN-LEN
           ELSE
              MOVE WS-ACC-INDEX TO WS-RUN-START
              MOVE 1 TO WS-RUN-LEN
           END-IF
           IF WS-RUN-LEN > WS-GRP-RUN-LEN(WS-GROUP-INDEX)
              MOVE WS-RUN-LEN TO WS-GRP-RUN-LEN(WS-GROUP-INDEX)
              MOVE WS-RUN-START TO WS-GRP-RUN-FIRST(WS-GROUP-INDEX)
              MOVE WS-ACC-INDEX TO WS-GRP-RUN-LAST(WS-GROUP-INDEX)
           END-IF.

       600-EVALUATE-GROUP.
           MOVE WS-GRP-LIMITS(WS-GROUP-INDEX) TO WS-LIMITS
           MOVE ZERO TO WS-FAIL-PCT
           IF WS-GRP-RECORDS(WS-GROUP-INDEX) > ZERO
              COMPUTE WS-FAIL-PCT ROUNDED =
                 WS-GRP-LUHN-FAIL(WS-GROUP-INDEX) * 100
                 / WS-GRP-RECORDS(WS-GROUP-INDEX)
           END-IF
           PERFORM 610-CHECK-RUN
           PERFORM 620-CHECK-FAIL-RATE
           IF WS-GRP-ORIG(WS-GROUP-INDEX) NOT = SPACES
              PERFORM 630-CHECK-NEW-BIN
           END-IF.

       610-CHECK-RUN.
           IF WS-LIM-MIN-RUN > ZERO
              AND WS-GRP-RUN-LEN(WS-GROUP-INDEX) >= WS-LIM-MIN-RUN
              ADD 1 TO WS-RUN-ALERTS
              PERFORM 700-SET-ALERT
              SET BA-SEQUENTIAL-RUN TO TRUE
              MOVE WS-LIM-MIN-RUN TO BA-LIMIT
              MOVE WS-ACC-MASKED(WS-GRP-RUN-FIRST(WS-GROUP-INDEX))
                 TO BA-FIRST-PAN
              MOVE WS-ACC-MASKED(WS-GRP-RUN-LAST(WS-GROUP-INDEX))
                 TO BA-LAST-PAN
              MOVE 'SEQUENTIAL RUN' TO DTL-ALERT
              PERFORM 710-WRITE-ALERT
           END-IF.

       620-CHECK-FAIL-RATE.
           IF WS-LIM-FAIL-PCT > ZERO
              AND WS-GRP-RECORDS(WS-GROUP-INDEX) >= WS-LIM-MIN-PANS
              AND WS-FAIL-PCT >= WS-LIM-FAIL-PCT
              ADD 1 TO WS-FAIL-ALERTS
              PERFORM 700-SET-ALERT
              SET BA-LUHN-FAIL-RATE TO TRUE
              MOVE WS-LIM-FAIL-PCT TO BA-LIMIT
              MOVE 'LUHN FAIL RATE' TO DTL-ALERT
              PERFORM 710-WRITE-ALERT
           END-IF.

       630-CHECK-NEW-BIN.
           MOVE 'NO ' TO WS-NEW-BIN-SW
           MOVE WS-GRP-ORIG(WS-GROUP-INDEX) TO OBN-ORIGINATOR
           MOVE WS-GRP-BIN(WS-GROUP-INDEX) TO OBN-BIN
           READ ORIG-BINS
           IF WS-ORIG-BINS-STATUS = '00'
              IF OBN-FIRST-BATCH = WS-GRP-BATCH(WS-GROUP-INDEX)
                 SET WS-BIN-IS-NEW TO TRUE
              END-IF
              IF OBN-LAST-BATCH NOT = WS-GRP-BATCH(WS-GROUP-INDEX)
                 ADD WS-GRP-RECORDS(WS-GROUP-INDEX) TO OBN-PAN-COUNT
                 MOVE WS-TODAY TO OBN-LAST-DATE
                 MOVE WS-GRP-BATCH(WS-GROUP-INDEX) TO OBN-LAST-BATCH
                 REWRITE OBN-RECORD
                 PERFORM 640-CHECK-HISTORY-WRITE
              END-IF
           ELSE
              SET WS-BIN-IS-NEW TO TRUE
              MOVE WS-TODAY TO OBN-FIRST-DATE
              MOVE WS-GRP-BATCH(WS-GROUP-INDEX) TO OBN-FIRST-BATCH
              MOVE WS-TODAY TO OBN-LAST-DATE
              MOVE WS-GRP-BATCH(WS-GROUP-INDEX) TO OBN-LAST-BATCH
              MOVE WS-GRP-RECORDS(WS-GROUP-INDEX) TO OBN-PAN-COUNT
              WRITE OBN-RECORD
              PERFORM 640-CHECK-HISTORY-WRITE
           END-IF
           IF WS-BIN-IS-NEW AND NOT WS-HISTORY-SEED
              AND WS-LIM-NEW-BIN-PANS > ZERO
              AND WS-GRP-RECORDS(WS-GROUP-INDEX) >= WS-LIM-NEW-BIN-PANS
              ADD 1 TO WS-NEW-BIN-ALERTS
              PERFORM 700-SET-ALERT
              SET BA-NEW-BIN TO TRUE
              MOVE WS-LIM-NEW-BIN-PANS TO BA-LIMIT
              MOVE 'NEW BIN' TO DTL-ALERT
              PERFORM 710-WRITE-ALERT
           END-IF.

       640-CHECK-HISTORY-WRITE.
           IF WS-ORIG-BINS-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ORIG-BINS, STATUS = '
                 WS-ORIG-BINS-STATUS ' ORIGINATOR '
                 WS-GRP-ORIG(WS-GROUP-INDEX) ' BIN '
                 WS-GRP-BIN(WS-GROUP-INDEX)
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       700-SET-ALERT.
           MOVE SPACES TO BA-RECORD
           MOVE WS-TODAY TO BA-ALERT-DATE
           MOVE WS-RUN-ID TO BA-RUN-ID
           MOVE WS-GRP-BATCH(WS-GROUP-INDEX) TO BA-BATCH-ID
           MOVE WS-GRP-ORIG(WS-GROUP-INDEX) TO BA-ORIGINATOR
           MOVE WS-GRP-BIN(WS-GROUP-INDEX) TO BA-BIN
           MOVE WS-GRP-ISSUER(WS-GROUP-INDEX) TO BA-ISSUER
           MOVE WS-GRP-RECORDS(WS-GROUP-INDEX) TO BA-RECORDS
           MOVE WS-GRP-VALID(WS-GROUP-INDEX) TO BA-VALID
           MOVE WS-GRP-LUHN-FAIL(WS-GROUP-INDEX) TO BA-LUHN-FAIL
           MOVE WS-GRP-REJECTED(WS-GROUP-INDEX) TO BA-REJECTED
           MOVE WS-GRP-RUN-LEN(WS-GROUP-INDEX) TO BA-RUN-LENGTH
           MOVE WS-FAIL-PCT TO BA-FAIL-PCT
           MOVE ZERO TO BA-LIMIT.

       710-WRITE-ALERT.
           ADD 1 TO WS-TOTAL-ALERTS
           WRITE BA-RECORD
           IF WS-ALERT-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ALERT-OUT, STATUS = '
                 WS-ALERT-OUT-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF
           DISPLAY 'BIN ALERT: ' DTL-ALERT ' BATCH ' BA-BATCH-ID
              ' ORIGINATOR ' BA-ORIGINATOR ' BIN ' BA-BIN
           MOVE BA-BATCH-ID TO DTL-BATCH-ID
           MOVE BA-ORIGINATOR TO DTL-ORIGINATOR
           MOVE BA-BIN TO DTL-BIN
           MOVE BA-RECORDS TO DTL-RECORDS
           MOVE BA-LUHN-FAIL TO DTL-LUHN-FAIL
           MOVE BA-FAIL-PCT TO DTL-FAIL-PCT
           MOVE BA-RUN-LENGTH TO DTL-RUN
           MOVE WS-DETAIL-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           IF BA-SEQUENTIAL-RUN
              MOVE BA-FIRST-PAN TO RNG-FIRST-PAN
              MOVE BA-LAST-PAN TO RNG-LAST-PAN
              MOVE WS-RANGE-LINE TO RPT-LINE
              PERFORM 850-WRITE-RPT-LINE
           END-IF.

       850-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-SCAN-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SCAN-REPORT, STATUS = '
                 WS-SCAN-REPORT-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       900-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'RESULTS READ' TO CNT-LABEL
           MOVE WS-RESULTS-READ TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'AUDIT READ' TO CNT-LABEL
           MOVE WS-AUDIT-READ TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'BIN GROUPS' TO CNT-LABEL
           MOVE WS-GROUP-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'PANS RUN CHECKED' TO CNT-LABEL
           MOVE WS-PANS-SCANNED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'DETOKENIZE FAILED' TO CNT-LABEL
           MOVE WS-DETOKEN-FAILS TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'NO BATCH CONTROL' TO CNT-LABEL
           MOVE WS-NO-BATCH-CONTROL TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'SEQUENTIAL RUNS' TO CNT-LABEL
           MOVE WS-RUN-ALERTS TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'LUHN FAIL RATE' TO CNT-LABEL
           MOVE WS-FAIL-ALERTS TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'NEW BIN' TO CNT-LABEL
           MOVE WS-NEW-BIN-ALERTS TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           DISPLAY '==================================='
           DISPLAY 'BIN ENUMERATION SCAN SUMMARY'
           DISPLAY '==================================='
           DISPLAY 'RESULTS READ    : ' WS-RESULTS-READ
           DISPLAY 'BIN GROUPS      : ' WS-GROUP-COUNT
           DISPLAY 'PANS RUN CHECKED: ' WS-PANS-SCANNED
           DISPLAY 'SEQUENTIAL RUNS : ' WS-RUN-ALERTS
           DISPLAY 'LUHN FAIL RATE  : ' WS-FAIL-ALERTS
           DISPLAY 'NEW BIN         : ' WS-NEW-BIN-ALERTS
           DISPLAY '==================================='.
