       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOTSWEEP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVITY-FILE
               ASSIGN TO 'TOKNACT'
               ORGANIZATION INDEXED
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
               ASSIGN TO DYNAMIC WS-BATCTL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BATCTL-IN-STATUS.
           SELECT ALERT-OUT
               ASSIGN TO 'HOTALERT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-OUT-STATUS.
           SELECT SWEEP-REPORT
               ASSIGN TO 'HOTSRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVITY-FILE.
       COPY TOKNACTR.
       FD  RESULTS-IN.
       COPY OUTRECR.
       FD  RESULTS-RETAINED.
       COPY OUTRECR REPLACING LEADING ==OUT== BY ==ORT==.
       FD  BATCH-CONTROL-IN.
       COPY BATCTLR.
       FD  ALERT-OUT.
       COPY HOTALRTR.
       FD  SWEEP-REPORT.
       01  RPT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-ACTIVITY-STATUS PIC XX VALUE SPACES.
        01 WS-RESULTS-IN-STATUS PIC XX VALUE SPACES.
        01 WS-RSLT-RET-STATUS PIC XX VALUE SPACES.
        01 WS-BATCTL-IN-STATUS PIC XX VALUE SPACES.
        01 WS-ALERT-OUT-STATUS PIC XX VALUE SPACES.
        01 WS-SWEEP-REPORT-STATUS PIC XX VALUE SPACES.
        01 WS-RESULTS-REL-KEY PIC 9(9) VALUE ZERO.
        01 WS-RSLT-RET-DSN    PIC X(12) VALUE SPACES.
        01 WS-BATCTL-DSN      PIC X(12) VALUE 'BATCTL'.
        01 WS-EOF-SW      PIC X(3) VALUE 'NO '.
           88 WS-EOF                VALUE 'YES'.
        01 WS-TOKENS-SW   PIC X(3) VALUE 'NO '.
           88 WS-TOKENS-OPEN        VALUE 'YES'.
        01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
        01 WS-TODAY           PIC X(8) VALUE SPACES.
        01 WS-SWEEP-DATE      PIC X(8) VALUE SPACES.
        01 WS-SWEEP-NUM       PIC 9(8) VALUE ZERO.
        01 WS-SWEEP-INT       PIC 9(7) VALUE ZERO.
        01 WS-LOOKBACK-DAYS   PIC 9(3) VALUE 30.
        01 WS-MAX-SCAN-DAYS   PIC 9(3) VALUE 366.
        01 WS-DATE-NUM        PIC 9(8) VALUE ZERO.
        01 WS-DATE-INT        PIC 9(7) VALUE ZERO.
        01 WS-DAY-INT         PIC 9(7) VALUE ZERO.
        01 WS-DAY-NUM         PIC 9(8) VALUE ZERO.
        01 WS-DAY-DATE        PIC X(8) VALUE SPACES.
        01 WS-FIRST-DAY-INT   PIC 9(7) VALUE ZERO.
        01 WS-PASS-DATE       PIC X(8) VALUE SPACES.
        01 WS-PASS-INT        PIC 9(7) VALUE ZERO.
        01 WS-SCAN-INDEX      PIC 9(2) VALUE ZERO.
        01 WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 200.
              10 WS-HC-TOKEN     PIC X(19).
              10 WS-HC-MASKED-PAN PIC X(19).
              10 WS-HC-REASON    PIC X(20).
              10 WS-HC-EFF-DATE  PIC X(8).
              10 WS-HC-START-INT PIC 9(7).
              10 WS-HC-EXPOSURES PIC 9(5).
              10 WS-HC-BATCH-COUNT PIC 9(2).
              10 WS-HC-BATCH-ID  PIC X(8) OCCURS 20.
        01 WS-CARD-COUNT      PIC 9(3) VALUE ZERO.
        01 WS-CARD-MAX        PIC 9(3) VALUE 200.
        01 WS-CARD-INDEX      PIC 9(3) VALUE ZERO.
        01 WS-CARD-MATCH      PIC 9(3) VALUE ZERO.
        01 WS-LIST-INDEX      PIC 9(2) VALUE ZERO.
        01 WS-LIST-FOUND      PIC 9(2) VALUE ZERO.
        01 WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 500.
              10 WS-BT-ID        PIC X(8).
              10 WS-BT-ORIG      PIC X(8).
              10 WS-BT-BUS-DATE  PIC X(8).
        01 WS-BATCH-COUNT     PIC 9(3) VALUE ZERO.
        01 WS-BATCH-MAX       PIC 9(3) VALUE 500.
        01 WS-BATCH-INDEX     PIC 9(3) VALUE ZERO.
        01 WS-BATCH-MATCH     PIC 9(3) VALUE ZERO.
        01 WS-FIND-BATCH-ID   PIC X(8) VALUE SPACES.
        01 WS-BATCH-FULL-SW   PIC X(3) VALUE 'NO '.
           88 WS-BATCH-FULL-WARNED  VALUE 'YES'.
        01 WS-CARDS-SWEPT     PIC 9(9) VALUE ZERO.
        01 WS-CARDS-EXPOSED   PIC 9(9) VALUE ZERO.
        01 WS-CARDS-UNSEEN    PIC 9(9) VALUE ZERO.
        01 WS-EXPOSURES       PIC 9(9) VALUE ZERO.
        01 WS-FILES-SCANNED   PIC 9(9) VALUE ZERO.
        01 WS-FILES-MISSING   PIC 9(9) VALUE ZERO.
        01 WS-RESULTS-SCANNED PIC 9(9) VALUE ZERO.
        01 WS-RETURN-CODE     PIC 9(2) VALUE ZERO.
       COPY OUTRECR REPLACING LEADING ==OUT== BY ==HSR==.
        01 WS-HEADING-1.
           05 FILLER         PIC X(34)
              VALUE 'HOT CARD EXPOSURE SWEEP REPORT    '.
           05 FILLER         PIC X(6) VALUE '  DATE'.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 HDG-DATE       PIC X(8).
           05 FILLER         PIC X(8) VALUE '  SWEEP '.
           05 HDG-SWEEP-DATE PIC X(8).
           05 FILLER         PIC X(11) VALUE '  LOOK-BACK'.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 HDG-LOOKBACK   PIC ZZ9.
        01 WS-HEADING-2.
           05 FILLER         PIC X(20) VALUE 'MASKED PAN          '.
           05 FILLER         PIC X(9) VALUE 'EFF DATE '.
           05 FILLER         PIC X(9) VALUE 'BATCH    '.
           05 FILLER         PIC X(9) VALUE 'ORIG     '.
           05 FILLER         PIC X(9) VALUE 'BUS DATE '.
           05 FILLER         PIC X(9) VALUE 'PASSED   '.
           05 FILLER         PIC X(15) VALUE 'SOURCE         '.
        01 WS-DETAIL-LINE.
           05 DTL-MASKED-PAN PIC X(19).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-EFF-DATE   PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-BATCH-ID   PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-ORIGINATOR PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-BUS-DATE   PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-PASS-DATE  PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-SOURCE     PIC X(15).
        01 WS-COUNT-LINE.
           05 CNT-LABEL      PIC X(18).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CNT-VALUE      PIC ZZZZZZZZ9.
           05 FILLER         PIC X(51) VALUE SPACES.
       COPY TOKENP.
       COPY STOPLSTP.
       LINKAGE SECTION.
        01 LK-PARM.
           05 LK-PARM-LEN      PIC S9(4) COMP.
           05 LK-SWEEP-DATE    PIC X(8).
           05 LK-LOOKBACK-DAYS PIC 9(3).
       PROCEDURE DIVISION USING LK-PARM.
       000-MAIN.
           PERFORM 010-INITIALIZE
           PERFORM 100-SELECT-CARDS
           IF WS-CARD-COUNT > 0
              PERFORM 200-LOAD-BATCH-CONTROLS
              PERFORM 300-SCAN-RESULTS
              PERFORM 400-CHECK-ACTIVITY
           END-IF
           PERFORM 900-WRITE-TOTALS
           IF WS-TOKENS-OPEN
              MOVE 'C' TO TK-FUNCTION
              CALL 'TOKENIO' USING TOKEN-PARM
           END-IF
           CLOSE ALERT-OUT
           CLOSE SWEEP-REPORT
           IF WS-EXPOSURES > 0 AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       010-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-SWEEP-DATE
           IF LK-PARM-LEN > 0
              IF LK-SWEEP-DATE IS NUMERIC
                 MOVE LK-SWEEP-DATE TO WS-SWEEP-DATE
              END-IF
           END-IF
           IF LK-PARM-LEN > 8
              IF LK-LOOKBACK-DAYS IS NUMERIC
                 AND LK-LOOKBACK-DAYS > 0
                 MOVE LK-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
              END-IF
           END-IF
           MOVE WS-SWEEP-DATE TO WS-SWEEP-NUM
           COMPUTE WS-SWEEP-INT =
              FUNCTION INTEGER-OF-DATE(WS-SWEEP-NUM)
           MOVE WS-SWEEP-INT TO WS-FIRST-DAY-INT
           MOVE 'O' TO TK-FUNCTION
           CALL 'TOKENIO' USING TOKEN-PARM
           IF TK-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN TOKEN-XREF, STATUS = '
                 TK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           SET WS-TOKENS-OPEN TO TRUE
           OPEN OUTPUT ALERT-OUT
           IF WS-ALERT-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN ALERT-OUT, STATUS = '
                 WS-ALERT-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT SWEEP-REPORT
           IF WS-SWEEP-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN SWEEP-REPORT, STATUS = '
                 WS-SWEEP-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-TODAY TO HDG-DATE
           MOVE WS-SWEEP-DATE TO HDG-SWEEP-DATE
           MOVE WS-LOOKBACK-DAYS TO HDG-LOOKBACK
           MOVE WS-HEADING-1 TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE.

       100-SELECT-CARDS.
           MOVE 'O' TO SL-FUNCTION
           CALL 'STOPLKUP' USING STOP-LOOKUP-PARM
           IF SL-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN STOP-LIST, STATUS = '
                 SL-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-SWEEP-DATE TO SL-SELECT-DATE
           MOVE 'S' TO SL-FUNCTION
           CALL 'STOPLKUP' USING STOP-LOOKUP-PARM
           IF SL-FILE-STATUS = '00'
              MOVE 'NO ' TO WS-EOF-SW
              PERFORM 110-READ-STOP-ENTRY UNTIL WS-EOF
           END-IF
           MOVE 'C' TO SL-FUNCTION
           CALL 'STOPLKUP' USING STOP-LOOKUP-PARM.

       110-READ-STOP-ENTRY.
           MOVE 'N' TO SL-FUNCTION
           CALL 'STOPLKUP' USING STOP-LOOKUP-PARM
           IF SL-FOUND NOT = 'Y'
              SET WS-EOF TO TRUE
           ELSE
              IF SL-ADD-DATE = WS-SWEEP-DATE
                 OR SL-EFF-DATE = WS-SWEEP-DATE
                 PERFORM 120-ADD-SWEPT-CARD
              END-IF
           END-IF.

       120-ADD-SWEPT-CARD.
           IF WS-CARD-COUNT < WS-CARD-MAX
              IF SL-FILE-STATUS NOT = '00'
                 DISPLAY 'WARNING: CANNOT TOKENIZE STOP ENTRY, '
                    'STATUS = ' SL-FILE-STATUS ' - NOT SWEPT'
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              ELSE
                 IF SL-TOKEN = SPACES
                    PERFORM 130-REPORT-UNSEEN-CARD
                 ELSE
                    PERFORM 125-KEEP-SWEPT-CARD
                 END-IF
              END-IF
           ELSE
              DISPLAY 'WARNING: SWEEP TABLE FULL AT ' WS-CARD-MAX
                 ' - REMAINING STOP ENTRIES NOT SWEPT'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
              SET WS-EOF TO TRUE
           END-IF.

       125-KEEP-SWEPT-CARD.
           ADD 1 TO WS-CARD-COUNT
           ADD 1 TO WS-CARDS-SWEPT
           MOVE SL-TOKEN TO WS-HC-TOKEN(WS-CARD-COUNT)
           MOVE SL-MASKED-PAN TO WS-HC-MASKED-PAN(WS-CARD-COUNT)
           MOVE SL-REASON TO WS-HC-REASON(WS-CARD-COUNT)
           MOVE SL-EFF-DATE TO WS-HC-EFF-DATE(WS-CARD-COUNT)
           MOVE ZERO TO WS-HC-EXPOSURES(WS-CARD-COUNT)
           MOVE ZERO TO WS-HC-BATCH-COUNT(WS-CARD-COUNT)
           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
                   UNTIL WS-LIST-INDEX > 20
              MOVE SPACES
                 TO WS-HC-BATCH-ID(WS-CARD-COUNT WS-LIST-INDEX)
           END-PERFORM
           PERFORM 150-SET-WINDOW.

       130-REPORT-UNSEEN-CARD.
           ADD 1 TO WS-CARDS-UNSEEN
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SL-MASKED-PAN TO DTL-MASKED-PAN
           MOVE SL-EFF-DATE TO DTL-EFF-DATE
           MOVE 'NEVER PRESENTED' TO DTL-SOURCE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE.

       150-SET-WINDOW.
           IF SL-EFF-DATE IS NUMERIC
              MOVE SL-EFF-DATE TO WS-DATE-NUM
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           ELSE
              MOVE WS-SWEEP-INT TO WS-DATE-INT
           END-IF
           IF WS-DATE-INT > WS-LOOKBACK-DAYS
              COMPUTE WS-HC-START-INT(WS-CARD-COUNT) =
                 WS-DATE-INT - WS-LOOKBACK-DAYS
           ELSE
              MOVE 1 TO WS-HC-START-INT(WS-CARD-COUNT)
           END-IF
           IF WS-HC-START-INT(WS-CARD-COUNT) + WS-MAX-SCAN-DAYS
              < WS-SWEEP-INT
              COMPUTE WS-HC-START-INT(WS-CARD-COUNT) =
                 WS-SWEEP-INT - WS-MAX-SCAN-DAYS
           END-IF
           IF WS-HC-START-INT(WS-CARD-COUNT) < WS-FIRST-DAY-INT
              MOVE WS-HC-START-INT(WS-CARD-COUNT) TO WS-FIRST-DAY-INT
           END-IF.

       200-LOAD-BATCH-CONTROLS.
           PERFORM VARYING WS-DAY-INT FROM WS-FIRST-DAY-INT BY 1
                   UNTIL WS-DAY-INT > WS-SWEEP-INT
              PERFORM 205-SET-DAY-DATE
              MOVE SPACES TO WS-BATCTL-DSN
              STRING 'BCTL' WS-DAY-DATE DELIMITED BY SIZE
                 INTO WS-BATCTL-DSN
              PERFORM 210-LOAD-ONE-BATCTL
           END-PERFORM
           MOVE 'BATCTL' TO WS-BATCTL-DSN
           PERFORM 210-LOAD-ONE-BATCTL.

       205-SET-DAY-DATE.
           COMPUTE WS-DAY-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-DAY-NUM TO WS-DAY-DATE.

       210-LOAD-ONE-BATCTL.
           OPEN INPUT BATCH-CONTROL-IN
           IF WS-BATCTL-IN-STATUS = '00'
              MOVE 'NO ' TO WS-EOF-SW
              PERFORM 220-READ-BATCTL UNTIL WS-EOF
              CLOSE BATCH-CONTROL-IN
           END-IF.

       220-READ-BATCTL.
           READ BATCH-CONTROL-IN
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  IF BCT-BATCH-ID NOT = SPACES
                     MOVE BCT-BATCH-ID TO WS-FIND-BATCH-ID
                     PERFORM 510-FIND-BATCH
                     IF WS-BATCH-MATCH = ZERO
                        PERFORM 230-ADD-BATCH
                     ELSE
                        IF WS-BT-ORIG(WS-BATCH-MATCH) = SPACES
                           MOVE BCT-ORIGINATOR
                              TO WS-BT-ORIG(WS-BATCH-MATCH)
                        END-IF
                        IF WS-BT-BUS-DATE(WS-BATCH-MATCH) = SPACES
                           MOVE BCT-BUS-DATE
                              TO WS-BT-BUS-DATE(WS-BATCH-MATCH)
                        END-IF
                     END-IF
                  END-IF
           END-READ.

       230-ADD-BATCH.
           IF WS-BATCH-COUNT < WS-BATCH-MAX
              ADD 1 TO WS-BATCH-COUNT
              MOVE BCT-BATCH-ID TO WS-BT-ID(WS-BATCH-COUNT)
              MOVE BCT-ORIGINATOR TO WS-BT-ORIG(WS-BATCH-COUNT)
              MOVE BCT-BUS-DATE TO WS-BT-BUS-DATE(WS-BATCH-COUNT)
           ELSE
              IF NOT WS-BATCH-FULL-WARNED
                 DISPLAY 'WARNING: BATCH TABLE FULL AT ' WS-BATCH-MAX
                    ' - ORIGINATOR NOT SHOWN FOR LATER BATCHES'
                 SET WS-BATCH-FULL-WARNED TO TRUE
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF.

       300-SCAN-RESULTS.
           PERFORM VARYING WS-DAY-INT FROM WS-FIRST-DAY-INT BY 1
                   UNTIL WS-DAY-INT > WS-SWEEP-INT
              PERFORM 205-SET-DAY-DATE
              MOVE SPACES TO WS-RSLT-RET-DSN
              STRING 'RSLT' WS-DAY-DATE DELIMITED BY SIZE
                 INTO WS-RSLT-RET-DSN
              PERFORM 310-SCAN-ONE-RETAINED
           END-PERFORM
           OPEN INPUT RESULTS-IN
           IF WS-RESULTS-IN-STATUS = '00'
              ADD 1 TO WS-FILES-SCANNED
              MOVE WS-SWEEP-DATE TO WS-PASS-DATE
              MOVE WS-SWEEP-INT TO WS-PASS-INT
              MOVE 'NO ' TO WS-EOF-SW
              PERFORM 330-READ-CURRENT UNTIL WS-EOF
              CLOSE RESULTS-IN
           ELSE
              DISPLAY 'RESULTS NOT PRESENT - SKIPPED, STATUS = '
                 WS-RESULTS-IN-STATUS
           END-IF.

       310-SCAN-ONE-RETAINED.
           OPEN INPUT RESULTS-RETAINED
           IF WS-RSLT-RET-STATUS = '00'
              ADD 1 TO WS-FILES-SCANNED
              MOVE WS-DAY-DATE TO WS-PASS-DATE
              MOVE WS-DAY-INT TO WS-PASS-INT
              MOVE 'NO ' TO WS-EOF-SW
              PERFORM 320-READ-RETAINED UNTIL WS-EOF
              CLOSE RESULTS-RETAINED
           ELSE
              ADD 1 TO WS-FILES-MISSING
           END-IF.

       320-READ-RETAINED.
           READ RESULTS-RETAINED
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  MOVE ORT-RECORD TO HSR-RECORD
                  PERFORM 350-MATCH-RESULT
           END-READ.

       330-READ-CURRENT.
           READ RESULTS-IN
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  MOVE OUT-RECORD TO HSR-RECORD
                  PERFORM 350-MATCH-RESULT
           END-READ.

       350-MATCH-RESULT.
           ADD 1 TO WS-RESULTS-SCANNED
           IF HSR-RESULT = 'YES' AND HSR-HOT-CARD NOT = 'Y'
              AND HSR-TOKEN NOT = SPACES
              MOVE ZERO TO WS-CARD-MATCH
              PERFORM VARYING WS-CARD-INDEX FROM 1 BY 1
                      UNTIL WS-CARD-INDEX > WS-CARD-COUNT
                      OR WS-CARD-MATCH > 0
                 IF WS-HC-TOKEN(WS-CARD-INDEX) = HSR-TOKEN
                    MOVE WS-CARD-INDEX TO WS-CARD-MATCH
                 END-IF
              END-PERFORM
              IF WS-CARD-MATCH > 0
                 IF WS-PASS-INT >= WS-HC-START-INT(WS-CARD-MATCH)
                    MOVE HSR-BATCH-ID TO WS-FIND-BATCH-ID
                    PERFORM 360-NOTE-EXPOSED-BATCH
                    IF WS-LIST-FOUND = ZERO
                       MOVE HSR-ORIG-SEQ TO HA-ORIG-SEQ
                       SET HA-FROM-RESULTS TO TRUE
                       PERFORM 500-WRITE-ALERT
                    END-IF
                 END-IF
              END-IF
           END-IF.

       360-NOTE-EXPOSED-BATCH.
           MOVE ZERO TO WS-LIST-FOUND
           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
                   UNTIL WS-LIST-INDEX
                   > WS-HC-BATCH-COUNT(WS-CARD-MATCH)
                   OR WS-LIST-FOUND > 0
              IF WS-HC-BATCH-ID(WS-CARD-MATCH WS-LIST-INDEX)
                 = WS-FIND-BATCH-ID
                 MOVE WS-LIST-INDEX TO WS-LIST-FOUND
              END-IF
           END-PERFORM
           IF WS-LIST-FOUND = ZERO
              AND WS-HC-BATCH-COUNT(WS-CARD-MATCH) < 20
              ADD 1 TO WS-HC-BATCH-COUNT(WS-CARD-MATCH)
              MOVE WS-FIND-BATCH-ID TO WS-HC-BATCH-ID(WS-CARD-MATCH
                 WS-HC-BATCH-COUNT(WS-CARD-MATCH))
           END-IF.

       400-CHECK-ACTIVITY.
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS NOT = '00'
              DISPLAY 'WARNING: ACTIVITY FILE UNAVAILABLE, STATUS = '
                 WS-ACTIVITY-STATUS ' - ACTIVITY NOT SWEPT'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           ELSE
              PERFORM 410-CHECK-CARD-ACTIVITY
                 VARYING WS-CARD-MATCH FROM 1 BY 1
                 UNTIL WS-CARD-MATCH > WS-CARD-COUNT
              CLOSE ACTIVITY-FILE
           END-IF.

       410-CHECK-CARD-ACTIVITY.
           MOVE WS-HC-TOKEN(WS-CARD-MATCH) TO TA-TOKEN
           READ ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS = '00'
              IF TA-LAST-DATE IS NUMERIC
                 MOVE TA-LAST-DATE TO WS-DATE-NUM
                 COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 IF WS-DATE-INT >= WS-HC-START-INT(WS-CARD-MATCH)
                    PERFORM 420-CHECK-ACTIVITY-BATCH
                       VARYING WS-SCAN-INDEX FROM 1 BY 1
                       UNTIL WS-SCAN-INDEX > 10
                 END-IF
              END-IF
           END-IF.

       420-CHECK-ACTIVITY-BATCH.
           IF TA-BATCH-ID(WS-SCAN-INDEX) NOT = SPACES
              MOVE TA-BATCH-ID(WS-SCAN-INDEX) TO WS-FIND-BATCH-ID
              PERFORM 360-NOTE-EXPOSED-BATCH
              IF WS-LIST-FOUND = ZERO
                 MOVE SPACES TO WS-PASS-DATE
                 MOVE ZERO TO HA-ORIG-SEQ
                 SET HA-FROM-ACTIVITY TO TRUE
                 PERFORM 500-WRITE-ALERT
              END-IF
           END-IF.

       500-WRITE-ALERT.
           PERFORM 510-FIND-BATCH
           MOVE WS-SWEEP-DATE TO HA-SWEEP-DATE
           MOVE WS-HC-MASKED-PAN(WS-CARD-MATCH) TO HA-MASKED-PAN
           MOVE WS-HC-TOKEN(WS-CARD-MATCH) TO HA-TOKEN
           MOVE WS-HC-REASON(WS-CARD-MATCH) TO HA-STOP-REASON
           MOVE WS-HC-EFF-DATE(WS-CARD-MATCH) TO HA-EFF-DATE
           MOVE WS-FIND-BATCH-ID TO HA-BATCH-ID
           IF WS-BATCH-MATCH > 0
              MOVE WS-BT-ORIG(WS-BATCH-MATCH) TO HA-ORIGINATOR
              MOVE WS-BT-BUS-DATE(WS-BATCH-MATCH) TO HA-BUS-DATE
           ELSE
              MOVE SPACES TO HA-ORIGINATOR
              MOVE SPACES TO HA-BUS-DATE
           END-IF
           MOVE WS-PASS-DATE TO HA-PASS-DATE
           WRITE HA-RECORD
           IF WS-ALERT-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ALERT-OUT, STATUS = '
                 WS-ALERT-OUT-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF
           ADD 1 TO WS-EXPOSURES
           IF WS-HC-EXPOSURES(WS-CARD-MATCH) = ZERO
              ADD 1 TO WS-CARDS-EXPOSED
           END-IF
           ADD 1 TO WS-HC-EXPOSURES(WS-CARD-MATCH)
           MOVE HA-MASKED-PAN TO DTL-MASKED-PAN
           MOVE HA-EFF-DATE TO DTL-EFF-DATE
           MOVE HA-BATCH-ID TO DTL-BATCH-ID
           MOVE HA-ORIGINATOR TO DTL-ORIGINATOR
           MOVE HA-BUS-DATE TO DTL-BUS-DATE
           MOVE HA-PASS-DATE TO DTL-PASS-DATE
           IF HA-FROM-RESULTS
              MOVE 'RESULTS' TO DTL-SOURCE
           ELSE
              MOVE 'ACTIVITY ONLY' TO DTL-SOURCE
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE.

       510-FIND-BATCH.
           MOVE ZERO TO WS-BATCH-MATCH
           PERFORM VARYING WS-BATCH-INDEX FROM 1 BY 1
                   UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT
                   OR WS-BATCH-MATCH > 0
              IF WS-BT-ID(WS-BATCH-INDEX) = WS-FIND-BATCH-ID
                 MOVE WS-BATCH-INDEX TO WS-BATCH-MATCH
              END-IF
           END-PERFORM.

       850-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-SWEEP-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SWEEP-REPORT, STATUS = '
                 WS-SWEEP-REPORT-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       900-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'CARDS SWEPT' TO CNT-LABEL
           MOVE WS-CARDS-SWEPT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'NEVER PRESENTED' TO CNT-LABEL
           MOVE WS-CARDS-UNSEEN TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'CARDS EXPOSED' TO CNT-LABEL
           MOVE WS-CARDS-EXPOSED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'EXPOSURES' TO CNT-LABEL
           MOVE WS-EXPOSURES TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'FILES SCANNED' TO CNT-LABEL
           MOVE WS-FILES-SCANNED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'DAYS NOT RETAINED' TO CNT-LABEL
           MOVE WS-FILES-MISSING TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           DISPLAY '==================================='
           DISPLAY 'HOT CARD EXPOSURE SWEEP SUMMARY'
           DISPLAY 'SWEEP DATE      : ' WS-SWEEP-DATE
           DISPLAY 'LOOK-BACK DAYS  : ' WS-LOOKBACK-DAYS
           DISPLAY 'CARDS SWEPT     : ' WS-CARDS-SWEPT
           DISPLAY 'NEVER PRESENTED : ' WS-CARDS-UNSEEN
           DISPLAY 'CARDS EXPOSED   : ' WS-CARDS-EXPOSED
           DISPLAY 'EXPOSURES       : ' WS-EXPOSURES
           DISPLAY 'RESULTS SCANNED : ' WS-RESULTS-SCANNED
           DISPLAY 'FILES SCANNED   : ' WS-FILES-SCANNED
           DISPLAY 'DAYS NOT RETAINED: ' WS-FILES-MISSING
           DISPLAY '==================================='.
