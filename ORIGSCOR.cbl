       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORIGSCOR.
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
           SELECT EXCEPTIONS-IN
               ASSIGN TO 'EXCEPT'
               ORGANIZATION RELATIVE
               ACCESS MODE SEQUENTIAL
               RELATIVE KEY IS WS-EXCEPT-REL-KEY
               FILE STATUS IS WS-EXCEPT-IN-STATUS.
           SELECT DUPLICATES-IN
               ASSIGN TO 'DUPS'
               ORGANIZATION RELATIVE
               ACCESS MODE SEQUENTIAL
               RELATIVE KEY IS WS-DUPS-REL-KEY
               FILE STATUS IS WS-DUPS-IN-STATUS.
           SELECT BATCH-CONTROL-IN
               ASSIGN TO 'BATCTL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BATCTL-IN-STATUS.
           SELECT ORIG-PARMS
               ASSIGN TO 'ORIGPARM'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORIG-PARMS-STATUS.
           SELECT ORIG-STATS
               ASSIGN TO 'ORIGSTAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OST-KEY
               FILE STATUS IS WS-ORIG-STATS-STATUS.
           SELECT SCORE-REPORT
               ASSIGN TO 'ORIGSRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-IN.
       COPY OUTRECR.
       FD  EXCEPTIONS-IN.
       COPY EXCRECR.
       FD  DUPLICATES-IN.
       COPY DUPRECR.
       FD  BATCH-CONTROL-IN.
       COPY BATCTLR.
       FD  ORIG-PARMS.
       01  OPM-RECORD.
           05  OPM-ORIGINATOR    PIC X(8).
           05  OPM-LIMITS        PIC X(42).
       FD  ORIG-STATS.
       COPY ORIGSTR.
       FD  SCORE-REPORT.
       01  RPT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-RESULTS-IN-STATUS PIC XX VALUE SPACES.
        01 WS-EXCEPT-IN-STATUS PIC XX VALUE SPACES.
        01 WS-DUPS-IN-STATUS  PIC XX VALUE SPACES.
        01 WS-BATCTL-IN-STATUS PIC XX VALUE SPACES.
        01 WS-ORIG-PARMS-STATUS PIC XX VALUE SPACES.
        01 WS-ORIG-STATS-STATUS PIC XX VALUE SPACES.
        01 WS-SCORE-REPORT-STATUS PIC XX VALUE SPACES.
        01 WS-RESULTS-REL-KEY PIC 9(9) VALUE ZERO.
        01 WS-EXCEPT-REL-KEY  PIC 9(9) VALUE ZERO.
        01 WS-DUPS-REL-KEY    PIC 9(9) VALUE ZERO.
        01 WS-EOF-SW      PIC X(3) VALUE 'NO '.
           88 WS-EOF                VALUE 'YES'.
        01 WS-RUN-ID          PIC X(8) VALUE SPACES.
        01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
        01 WS-TODAY           PIC X(8) VALUE SPACES.
        01 WS-TODAY-NUM       PIC 9(8) VALUE ZERO.
        01 WS-TODAY-INT       PIC 9(9) VALUE ZERO.
        01 WS-PROC-DATE-NUM   PIC 9(8) VALUE ZERO.
        01 WS-AGE-DAYS        PIC S9(9) VALUE ZERO.
        01 WS-SEARCH-BATCH    PIC X(8) VALUE SPACES.
        01 WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 200.
              10 WS-BAT-ID      PIC X(8).
              10 WS-BAT-ORIG    PIC X(8).
              10 WS-BAT-BUS-DATE PIC X(8).
              10 WS-BAT-PROC-DATE PIC X(8).
              10 WS-BAT-RUN-ID  PIC X(8).
              10 WS-BAT-BALANCE PIC X(1).
              10 WS-BAT-RECORDS PIC 9(9).
              10 WS-BAT-VALID   PIC 9(9).
              10 WS-BAT-LUHN-FAIL PIC 9(9).
              10 WS-BAT-DECLINED PIC 9(9).
              10 WS-BAT-REJECTED PIC 9(9).
              10 WS-BAT-DUPLICATE PIC 9(9).
        01 WS-BATCH-COUNT     PIC 9(3) VALUE ZERO.
        01 WS-BATCH-MAX       PIC 9(3) VALUE 200.
        01 WS-BATCH-INDEX     PIC 9(3) VALUE ZERO.
        01 WS-BATCH-MATCH     PIC 9(3) VALUE ZERO.
        01 WS-DEFAULT-LIMITS.
           05 WS-DFT-WINDOW       PIC 9(3) VALUE 30.
           05 WS-DFT-MIN-BATCHES  PIC 9(3) VALUE 3.
           05 WS-DFT-WATCH-REJECT PIC 9(3)V99 VALUE 10.00.
           05 WS-DFT-SUSP-REJECT  PIC 9(3)V99 VALUE 25.00.
           05 WS-DFT-WATCH-LUHN   PIC 9(3)V99 VALUE 5.00.
           05 WS-DFT-SUSP-LUHN    PIC 9(3)V99 VALUE 15.00.
           05 WS-DFT-WATCH-DUP    PIC 9(3)V99 VALUE 5.00.
           05 WS-DFT-SUSP-DUP     PIC 9(3)V99 VALUE 15.00.
           05 WS-DFT-WATCH-OOB    PIC 9(3) VALUE 1.
           05 WS-DFT-SUSP-OOB     PIC 9(3) VALUE 3.
        01 WS-LIMITS.
           05 WS-LIM-WINDOW       PIC 9(3).
           05 WS-LIM-MIN-BATCHES  PIC 9(3).
           05 WS-LIM-WATCH-REJECT PIC 9(3)V99.
           05 WS-LIM-SUSP-REJECT  PIC 9(3)V99.
           05 WS-LIM-WATCH-LUHN   PIC 9(3)V99.
           05 WS-LIM-SUSP-LUHN    PIC 9(3)V99.
           05 WS-LIM-WATCH-DUP    PIC 9(3)V99.
           05 WS-LIM-SUSP-DUP     PIC 9(3)V99.
           05 WS-LIM-WATCH-OOB    PIC 9(3).
           05 WS-LIM-SUSP-OOB     PIC 9(3).
        01 WS-PARM-TABLE.
           05 WS-PARM-ENTRY OCCURS 100.
              10 WS-PRM-ORIG    PIC X(8).
              10 WS-PRM-LIMITS  PIC X(42).
        01 WS-PARM-COUNT      PIC 9(3) VALUE ZERO.
        01 WS-PARM-MAX        PIC 9(3) VALUE 100.
        01 WS-PARM-INDEX      PIC 9(3) VALUE ZERO.
        01 WS-PARM-MATCH      PIC 9(3) VALUE ZERO.
        01 WS-CURR-ORIG       PIC X(8) VALUE SPACES.
        01 WS-ORG-BATCHES     PIC 9(5) VALUE ZERO.
        01 WS-ORG-RECORDS     PIC 9(9) VALUE ZERO.
        01 WS-ORG-REJECTED    PIC 9(9) VALUE ZERO.
        01 WS-ORG-LUHN-FAIL   PIC 9(9) VALUE ZERO.
        01 WS-ORG-DUPLICATE   PIC 9(9) VALUE ZERO.
        01 WS-ORG-OOB         PIC 9(5) VALUE ZERO.
        01 WS-ORG-REJECT-PCT  PIC 9(3)V99 VALUE ZERO.
        01 WS-ORG-LUHN-PCT    PIC 9(3)V99 VALUE ZERO.
        01 WS-ORG-DUP-PCT     PIC 9(3)V99 VALUE ZERO.
        01 WS-NEW-STATUS      PIC X(1) VALUE SPACE.
        01 WS-BREACH-METRIC   PIC X(11) VALUE SPACES.
        01 WS-BREACH-LEVEL    PIC X(7) VALUE SPACES.
        01 WS-STATUS-TEXT     PIC X(10) VALUE SPACES.
        01 WS-ACTION-TEXT     PIC X(10) VALUE SPACES.
        01 WS-BATCHES-RECORDED PIC 9(9) VALUE ZERO.
        01 WS-BATCHES-HELD    PIC 9(9) VALUE ZERO.
        01 WS-NO-ORIGINATOR   PIC 9(9) VALUE ZERO.
        01 WS-NO-BATCH-CONTROL PIC 9(9) VALUE ZERO.
        01 WS-ORIGS-SCORED    PIC 9(9) VALUE ZERO.
        01 WS-ORIGS-LOW-VOLUME PIC 9(9) VALUE ZERO.
        01 WS-ORIGS-WATCH     PIC 9(9) VALUE ZERO.
        01 WS-ORIGS-SUSPENDED PIC 9(9) VALUE ZERO.
        01 WS-ORIGS-LIFTED    PIC 9(9) VALUE ZERO.
        01 WS-RETURN-CODE     PIC 9(2) VALUE ZERO.
       COPY WATCHP.
        01 WS-HEADING-1.
           05 FILLER         PIC X(34)
              VALUE 'ORIGINATOR QUALITY SCORECARD      '.
           05 FILLER         PIC X(7) VALUE 'RUN-ID '.
           05 HDG-RUN-ID     PIC X(8).
           05 FILLER         PIC X(6) VALUE '  DATE'.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 HDG-DATE       PIC X(8).
           05 FILLER         PIC X(16) VALUE SPACES.
        01 WS-HEADING-2.
           05 FILLER         PIC X(40)
              VALUE 'ORIG     BATCH   RECORDS   REJ%  LUHN%  '.
           05 FILLER         PIC X(40)
              VALUE ' DUP%   OOB STATUS     ACTION           '.
        01 WS-DETAIL-LINE.
           05 DTL-ORIGINATOR PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-BATCHES    PIC ZZZZ9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-RECORDS    PIC Z(8)9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-REJECT-PCT PIC ZZ9.99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-LUHN-PCT   PIC ZZ9.99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-DUP-PCT    PIC ZZ9.99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-OOB        PIC ZZZZ9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-STATUS     PIC X(10).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-ACTION     PIC X(10).
           05 FILLER         PIC X(7) VALUE SPACES.
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
           PERFORM 020-LOAD-BATCH-CONTROL
           PERFORM 030-LOAD-PARMS
           PERFORM 100-LOAD-RESULTS
           PERFORM 200-LOAD-EXCEPTIONS
           PERFORM 300-LOAD-DUPLICATES
           PERFORM 450-RECORD-BATCH-STATS
              VARYING WS-BATCH-INDEX FROM 1 BY 1
              UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT
           PERFORM 500-SCORE-ORIGINATORS
           PERFORM 900-WRITE-TOTALS
           MOVE 'C' TO WL-FUNCTION
           CALL 'WATCHIO' USING WATCH-LIST-PARM
           CLOSE ORIG-STATS
           CLOSE SCORE-REPORT
           IF (WS-ORIGS-WATCH > 0 OR WS-ORIGS-SUSPENDED > 0
              OR WS-NO-BATCH-CONTROL > 0)
              AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       010-INITIALIZE.
           IF LK-PARM-LEN > 0
              MOVE LK-RUN-ID TO WS-RUN-ID
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           OPEN I-O ORIG-STATS
           IF WS-ORIG-STATS-STATUS NOT = '00'
              OPEN OUTPUT ORIG-STATS
              CLOSE ORIG-STATS
              OPEN I-O ORIG-STATS
           END-IF
           IF WS-ORIG-STATS-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN ORIG-STATS, STATUS = '
                 WS-ORIG-STATS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'O' TO WL-FUNCTION
           CALL 'WATCHIO' USING WATCH-LIST-PARM
           IF WL-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN WATCH-LIST, STATUS = '
                 WL-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT SCORE-REPORT
           IF WS-SCORE-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN SCORE-REPORT, STATUS = '
                 WS-SCORE-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-RUN-ID TO HDG-RUN-ID
           MOVE WS-TODAY TO HDG-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE.

       020-LOAD-BATCH-CONTROL.
           OPEN INPUT BATCH-CONTROL-IN
           IF WS-BATCTL-IN-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN BATCH-CONTROL, STATUS = '
                 WS-BATCTL-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'NO ' TO WS-EOF-SW
           PERFORM 025-READ-BATCH-CONTROL UNTIL WS-EOF
           CLOSE BATCH-CONTROL-IN.

       025-READ-BATCH-CONTROL.
           READ BATCH-CONTROL-IN
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  IF BCT-BATCH-ID NOT = SPACES
                     MOVE BCT-BATCH-ID TO WS-SEARCH-BATCH
                     PERFORM 400-FIND-BATCH
                     IF WS-BATCH-MATCH = ZERO
                        PERFORM 027-ADD-BATCH
                     END-IF
                     IF WS-BATCH-MATCH > ZERO
                        PERFORM 028-MERGE-BATCH
                     END-IF
                  END-IF
           END-READ.

       027-ADD-BATCH.
           IF WS-BATCH-COUNT < WS-BATCH-MAX
              ADD 1 TO WS-BATCH-COUNT
              MOVE WS-BATCH-COUNT TO WS-BATCH-MATCH
              MOVE BCT-BATCH-ID TO WS-BAT-ID(WS-BATCH-MATCH)
              MOVE SPACES TO WS-BAT-ORIG(WS-BATCH-MATCH)
              MOVE SPACES TO WS-BAT-BUS-DATE(WS-BATCH-MATCH)
              MOVE SPACES TO WS-BAT-PROC-DATE(WS-BATCH-MATCH)
              MOVE SPACES TO WS-BAT-RUN-ID(WS-BATCH-MATCH)
              MOVE 'Y' TO WS-BAT-BALANCE(WS-BATCH-MATCH)
              MOVE ZERO TO WS-BAT-RECORDS(WS-BATCH-MATCH)
              MOVE ZERO TO WS-BAT-VALID(WS-BATCH-MATCH)
              MOVE ZERO TO WS-BAT-LUHN-FAIL(WS-BATCH-MATCH)
              MOVE ZERO TO WS-BAT-DECLINED(WS-BATCH-MATCH)
              MOVE ZERO TO WS-BAT-REJECTED(WS-BATCH-MATCH)
              MOVE ZERO TO WS-BAT-DUPLICATE(WS-BATCH-MATCH)
           ELSE
              DISPLAY 'WARNING: BATCH TABLE FULL AT ' WS-BATCH-MAX
                 ' - BATCH ' BCT-BATCH-ID ' NOT SCORED'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.

       028-MERGE-BATCH.
           IF WS-BAT-ORIG(WS-BATCH-MATCH) = SPACES
              MOVE BCT-ORIGINATOR TO WS-BAT-ORIG(WS-BATCH-MATCH)
           END-IF
           IF WS-BAT-BUS-DATE(WS-BATCH-MATCH) = SPACES
              MOVE BCT-BUS-DATE TO WS-BAT-BUS-DATE(WS-BATCH-MATCH)
           END-IF
           IF WS-BAT-PROC-DATE(WS-BATCH-MATCH) = SPACES
              MOVE BCT-DATE TO WS-BAT-PROC-DATE(WS-BATCH-MATCH)
           END-IF
           IF WS-BAT-RUN-ID(WS-BATCH-MATCH) = SPACES
              MOVE BCT-RUN-ID TO WS-BAT-RUN-ID(WS-BATCH-MATCH)
           END-IF
           IF BCT-QUARANTINED
              MOVE 'Q' TO WS-BAT-BALANCE(WS-BATCH-MATCH)
           ELSE
              IF BCT-BALANCED NOT = 'Y'
                 AND WS-BAT-BALANCE(WS-BATCH-MATCH) NOT = 'Q'
                 MOVE 'N' TO WS-BAT-BALANCE(WS-BATCH-MATCH)
              END-IF
           END-IF.

       030-LOAD-PARMS.
           OPEN INPUT ORIG-PARMS
           IF WS-ORIG-PARMS-STATUS NOT = '00'
              DISPLAY 'WARNING: ORIG-PARMS UNAVAILABLE, STATUS = '
                 WS-ORIG-PARMS-STATUS
                 ' - DEFAULT THRESHOLDS USED'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           ELSE
              MOVE 'NO ' TO WS-EOF-SW
              PERFORM 035-READ-PARM UNTIL WS-EOF
              CLOSE ORIG-PARMS
           END-IF.

       035-READ-PARM.
           READ ORIG-PARMS
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  IF OPM-ORIGINATOR = '*DEFAULT'
                     PERFORM 037-CHECK-PARM
                     IF OPM-LIMITS IS NUMERIC
                        MOVE OPM-LIMITS TO WS-DEFAULT-LIMITS
                     END-IF
                  ELSE
                     IF OPM-ORIGINATOR(1:1) NOT = '*'
                        AND OPM-ORIGINATOR NOT = SPACES
                        PERFORM 037-CHECK-PARM
                        IF OPM-LIMITS IS NUMERIC
                           PERFORM 038-ADD-PARM
                        END-IF
                     END-IF
                  END-IF
           END-READ.

       037-CHECK-PARM.
           IF OPM-LIMITS IS NOT NUMERIC
              DISPLAY 'WARNING: INVALID THRESHOLDS FOR ' OPM-ORIGINATOR
                 ' - LINE IGNORED'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.

       038-ADD-PARM.
           IF WS-PARM-COUNT < WS-PARM-MAX
              ADD 1 TO WS-PARM-COUNT
              MOVE OPM-ORIGINATOR TO WS-PRM-ORIG(WS-PARM-COUNT)
              MOVE OPM-LIMITS TO WS-PRM-LIMITS(WS-PARM-COUNT)
           ELSE
              DISPLAY 'WARNING: THRESHOLD TABLE FULL AT ' WS-PARM-MAX
                 ' - ' OPM-ORIGINATOR ' USES DEFAULTS'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
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
                  IF OUT-BATCH-ID NOT = SPACES
                     MOVE OUT-BATCH-ID TO WS-SEARCH-BATCH
                     PERFORM 410-MATCH-BATCH
                     IF WS-BATCH-MATCH > ZERO
                        ADD 1 TO WS-BAT-RECORDS(WS-BATCH-MATCH)
                        IF OUT-RESULT = 'YES'
                           ADD 1 TO WS-BAT-VALID(WS-BATCH-MATCH)
                        ELSE
                           IF OUT-RESULT = 'NO '
                              ADD 1 TO WS-BAT-LUHN-FAIL(WS-BATCH-MATCH)
                           ELSE
                              ADD 1 TO WS-BAT-DECLINED(WS-BATCH-MATCH)
                           END-IF
                        END-IF
                     END-IF
                  END-IF
           END-READ.

       200-LOAD-EXCEPTIONS.
           OPEN INPUT EXCEPTIONS-IN
           IF WS-EXCEPT-IN-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN EXCEPTIONS-IN, STATUS = '
                 WS-EXCEPT-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'NO ' TO WS-EOF-SW
           PERFORM 210-READ-EXCEPTION UNTIL WS-EOF
           CLOSE EXCEPTIONS-IN.

       210-READ-EXCEPTION.
           READ EXCEPTIONS-IN
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  IF EXC-BATCH-ID NOT = SPACES
                     MOVE EXC-BATCH-ID TO WS-SEARCH-BATCH
                     PERFORM 410-MATCH-BATCH
                     IF WS-BATCH-MATCH > ZERO
                        ADD 1 TO WS-BAT-RECORDS(WS-BATCH-MATCH)
                        ADD 1 TO WS-BAT-REJECTED(WS-BATCH-MATCH)
                     END-IF
                  END-IF
           END-READ.

       300-LOAD-DUPLICATES.
           OPEN INPUT DUPLICATES-IN
           IF WS-DUPS-IN-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN DUPLICATES-IN, STATUS = '
                 WS-DUPS-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'NO ' TO WS-EOF-SW
           PERFORM 310-READ-DUPLICATE UNTIL WS-EOF
           CLOSE DUPLICATES-IN.

       310-READ-DUPLICATE.
           READ DUPLICATES-IN
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  IF DUP-BATCH-ID NOT = SPACES
                     MOVE DUP-BATCH-ID TO WS-SEARCH-BATCH
                     PERFORM 410-MATCH-BATCH
                     IF WS-BATCH-MATCH > ZERO
                        ADD 1 TO WS-BAT-RECORDS(WS-BATCH-MATCH)
                        ADD 1 TO WS-BAT-DUPLICATE(WS-BATCH-MATCH)
                     END-IF
                  END-IF
           END-READ.

       400-FIND-BATCH.
           MOVE ZERO TO WS-BATCH-MATCH
           PERFORM VARYING WS-BATCH-INDEX FROM 1 BY 1
                   UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT
                   OR WS-BATCH-MATCH > 0
              IF WS-BAT-ID(WS-BATCH-INDEX) = WS-SEARCH-BATCH
                 MOVE WS-BATCH-INDEX TO WS-BATCH-MATCH
              END-IF
           END-PERFORM.

       410-MATCH-BATCH.
           PERFORM 400-FIND-BATCH
           IF WS-BATCH-MATCH = ZERO
              ADD 1 TO WS-NO-BATCH-CONTROL
           END-IF.

       450-RECORD-BATCH-STATS.
           IF WS-BAT-BALANCE(WS-BATCH-INDEX) = 'Q'
              ADD 1 TO WS-BATCHES-HELD
           ELSE
              IF WS-BAT-ORIG(WS-BATCH-INDEX) = SPACES
                 ADD 1 TO WS-NO-ORIGINATOR
                 DISPLAY 'BATCH ' WS-BAT-ID(WS-BATCH-INDEX)
                    ' HAS NO ORIGINATOR - NOT SCORED'
              ELSE
                 PERFORM 460-WRITE-BATCH-STATS
              END-IF
           END-IF.

       460-WRITE-BATCH-STATS.
           MOVE WS-BAT-ORIG(WS-BATCH-INDEX) TO OST-ORIGINATOR
           MOVE WS-BAT-ID(WS-BATCH-INDEX) TO OST-BATCH-ID
           MOVE WS-BAT-BUS-DATE(WS-BATCH-INDEX) TO OST-BUS-DATE
           IF WS-BAT-PROC-DATE(WS-BATCH-INDEX) IS NUMERIC
              MOVE WS-BAT-PROC-DATE(WS-BATCH-INDEX) TO OST-PROC-DATE
           ELSE
              MOVE WS-TODAY TO OST-PROC-DATE
           END-IF
           MOVE WS-BAT-RECORDS(WS-BATCH-INDEX) TO OST-RECORDS
           MOVE WS-BAT-VALID(WS-BATCH-INDEX) TO OST-VALID
           MOVE WS-BAT-LUHN-FAIL(WS-BATCH-INDEX) TO OST-LUHN-FAIL
           MOVE WS-BAT-DECLINED(WS-BATCH-INDEX) TO OST-DECLINED
           MOVE WS-BAT-REJECTED(WS-BATCH-INDEX) TO OST-REJECTED
           MOVE WS-BAT-DUPLICATE(WS-BATCH-INDEX) TO OST-DUPLICATE
           MOVE WS-BAT-BALANCE(WS-BATCH-INDEX) TO OST-BALANCED
           IF WS-BAT-RUN-ID(WS-BATCH-INDEX) NOT = SPACES
              MOVE WS-BAT-RUN-ID(WS-BATCH-INDEX) TO OST-RUN-ID
           ELSE
              MOVE WS-RUN-ID TO OST-RUN-ID
           END-IF
           WRITE OST-RECORD
           IF WS-ORIG-STATS-STATUS = '22'
              REWRITE OST-RECORD
           END-IF
           IF WS-ORIG-STATS-STATUS = '00'
              ADD 1 TO WS-BATCHES-RECORDED
           ELSE
              DISPLAY 'ERROR WRITING ORIG-STATS, STATUS = '
                 WS-ORIG-STATS-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       500-SCORE-ORIGINATORS.
           MOVE LOW-VALUES TO OST-KEY
           MOVE SPACES TO WS-CURR-ORIG
           MOVE 'NO ' TO WS-EOF-SW
           START ORIG-STATS KEY NOT LESS THAN OST-KEY
           IF WS-ORIG-STATS-STATUS NOT = '00'
              SET WS-EOF TO TRUE
           END-IF
           PERFORM 510-READ-STATS UNTIL WS-EOF
           IF WS-CURR-ORIG NOT = SPACES
              PERFORM 530-SCORE-ORIGINATOR
           END-IF.

       510-READ-STATS.
           READ ORIG-STATS NEXT RECORD
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  IF OST-ORIGINATOR NOT = WS-CURR-ORIG
                     IF WS-CURR-ORIG NOT = SPACES
                        PERFORM 530-SCORE-ORIGINATOR
                     END-IF
                     MOVE OST-ORIGINATOR TO WS-CURR-ORIG
                     PERFORM 515-START-ORIGINATOR
                  END-IF
                  PERFORM 520-ACCUMULATE-BATCH
           END-READ.

       515-START-ORIGINATOR.
           MOVE ZERO TO WS-ORG-BATCHES
           MOVE ZERO TO WS-ORG-RECORDS
           MOVE ZERO TO WS-ORG-REJECTED
           MOVE ZERO TO WS-ORG-LUHN-FAIL
           MOVE ZERO TO WS-ORG-DUPLICATE
           MOVE ZERO TO WS-ORG-OOB
           MOVE ZERO TO WS-PARM-MATCH
           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX > WS-PARM-COUNT
                   OR WS-PARM-MATCH > 0
              IF WS-PRM-ORIG(WS-PARM-INDEX) = WS-CURR-ORIG
                 MOVE WS-PARM-INDEX TO WS-PARM-MATCH
              END-IF
           END-PERFORM
           IF WS-PARM-MATCH > 0
              MOVE WS-PRM-LIMITS(WS-PARM-MATCH) TO WS-LIMITS
           ELSE
              MOVE WS-DEFAULT-LIMITS TO WS-LIMITS
           END-IF.

       520-ACCUMULATE-BATCH.
           MOVE ZERO TO WS-AGE-DAYS
           IF OST-PROC-DATE IS NUMERIC
              MOVE OST-PROC-DATE TO WS-PROC-DATE-NUM
              COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(WS-PROC-DATE-NUM)
           END-IF
           IF WS-LIM-WINDOW = ZERO OR WS-AGE-DAYS < WS-LIM-WINDOW
              ADD 1 TO WS-ORG-BATCHES
              ADD OST-RECORDS TO WS-ORG-RECORDS
              ADD OST-REJECTED TO WS-ORG-REJECTED
              ADD OST-LUHN-FAIL TO WS-ORG-LUHN-FAIL
              ADD OST-DUPLICATE TO WS-ORG-DUPLICATE
              IF OST-BALANCED NOT = 'Y'
                 ADD 1 TO WS-ORG-OOB
              END-IF
           END-IF.

       530-SCORE-ORIGINATOR.
           ADD 1 TO WS-ORIGS-SCORED
           MOVE ZERO TO WS-ORG-REJECT-PCT
           MOVE ZERO TO WS-ORG-LUHN-PCT
           MOVE ZERO TO WS-ORG-DUP-PCT
           IF WS-ORG-RECORDS > ZERO
              COMPUTE WS-ORG-REJECT-PCT ROUNDED =
                 WS-ORG-REJECTED * 100 / WS-ORG-RECORDS
              COMPUTE WS-ORG-LUHN-PCT ROUNDED =
                 WS-ORG-LUHN-FAIL * 100 / WS-ORG-RECORDS
              COMPUTE WS-ORG-DUP-PCT ROUNDED =
                 WS-ORG-DUPLICATE * 100 / WS-ORG-RECORDS
           END-IF
           MOVE SPACES TO WS-ACTION-TEXT
           IF WS-ORG-BATCHES < WS-LIM-MIN-BATCHES
              ADD 1 TO WS-ORIGS-LOW-VOLUME
              MOVE 'LOW VOLUME' TO WS-STATUS-TEXT
           ELSE
              PERFORM 535-CHECK-SUSPEND
              IF WS-NEW-STATUS = SPACE
                 PERFORM 537-CHECK-WATCH
              END-IF
              PERFORM 540-UPDATE-WATCH-LIST
           END-IF
           PERFORM 560-REPORT-ORIGINATOR.

       535-CHECK-SUSPEND.
           MOVE SPACE TO WS-NEW-STATUS
           MOVE SPACES TO WS-BREACH-METRIC
           IF WS-LIM-SUSP-REJECT > ZERO
              AND WS-ORG-REJECT-PCT >= WS-LIM-SUSP-REJECT
              MOVE 'REJECT %' TO WS-BREACH-METRIC
           END-IF
           IF WS-LIM-SUSP-LUHN > ZERO
              AND WS-ORG-LUHN-PCT >= WS-LIM-SUSP-LUHN
              AND WS-BREACH-METRIC = SPACES
              MOVE 'LUHN FAIL %' TO WS-BREACH-METRIC
           END-IF
           IF WS-LIM-SUSP-DUP > ZERO
              AND WS-ORG-DUP-PCT >= WS-LIM-SUSP-DUP
              AND WS-BREACH-METRIC = SPACES
              MOVE 'DUPLICATE %' TO WS-BREACH-METRIC
           END-IF
           IF WS-LIM-SUSP-OOB > ZERO
              AND WS-ORG-OOB >= WS-LIM-SUSP-OOB
              AND WS-BREACH-METRIC = SPACES
              MOVE 'OUT OF BAL' TO WS-BREACH-METRIC
           END-IF
           IF WS-BREACH-METRIC NOT = SPACES
              MOVE 'S' TO WS-NEW-STATUS
              MOVE 'SUSPEND' TO WS-BREACH-LEVEL
           END-IF.

       537-CHECK-WATCH.
           IF WS-LIM-WATCH-REJECT > ZERO
              AND WS-ORG-REJECT-PCT >= WS-LIM-WATCH-REJECT
              MOVE 'REJECT %' TO WS-BREACH-METRIC
           END-IF
           IF WS-LIM-WATCH-LUHN > ZERO
              AND WS-ORG-LUHN-PCT >= WS-LIM-WATCH-LUHN
              AND WS-BREACH-METRIC = SPACES
              MOVE 'LUHN FAIL %' TO WS-BREACH-METRIC
           END-IF
           IF WS-LIM-WATCH-DUP > ZERO
              AND WS-ORG-DUP-PCT >= WS-LIM-WATCH-DUP
              AND WS-BREACH-METRIC = SPACES
              MOVE 'DUPLICATE %' TO WS-BREACH-METRIC
           END-IF
           IF WS-LIM-WATCH-OOB > ZERO
              AND WS-ORG-OOB >= WS-LIM-WATCH-OOB
              AND WS-BREACH-METRIC = SPACES
              MOVE 'OUT OF BAL' TO WS-BREACH-METRIC
           END-IF
           IF WS-BREACH-METRIC NOT = SPACES
              MOVE 'W' TO WS-NEW-STATUS
              MOVE 'WATCH' TO WS-BREACH-LEVEL
           END-IF.

       540-UPDATE-WATCH-LIST.
           MOVE 'R' TO WL-FUNCTION
           MOVE WS-CURR-ORIG TO WL-ORIGINATOR
           CALL 'WATCHIO' USING WATCH-LIST-PARM
           IF WS-NEW-STATUS = SPACE
              MOVE 'OK' TO WS-STATUS-TEXT
              IF WL-FOUND = 'Y'
                 PERFORM 550-LIFT-ENTRY
              END-IF
           ELSE
              IF WS-NEW-STATUS = 'S'
                 ADD 1 TO WS-ORIGS-SUSPENDED
                 MOVE 'SUSPENDED' TO WS-STATUS-TEXT
              ELSE
                 ADD 1 TO WS-ORIGS-WATCH
                 MOVE 'WATCH' TO WS-STATUS-TEXT
              END-IF
              PERFORM 545-SET-ENTRY
           END-IF.

       545-SET-ENTRY.
           IF WL-FOUND = 'Y'
              IF WL-STATUS = WS-NEW-STATUS
                 MOVE 'CONTINUED' TO WS-ACTION-TEXT
              ELSE
                 IF WS-NEW-STATUS = 'S'
                    MOVE 'ESCALATED' TO WS-ACTION-TEXT
                 ELSE
                    MOVE 'DOWNGRADED' TO WS-ACTION-TEXT
                 END-IF
              END-IF
           ELSE
              MOVE 'ADDED' TO WS-ACTION-TEXT
              MOVE WS-TODAY TO WL-LISTED-DATE
           END-IF
           MOVE 'W' TO WL-FUNCTION
           MOVE WS-CURR-ORIG TO WL-ORIGINATOR
           MOVE WS-NEW-STATUS TO WL-STATUS
           MOVE WS-TODAY TO WL-SCORED-DATE
           MOVE WS-ORG-BATCHES TO WL-BATCHES
           MOVE WS-ORG-RECORDS TO WL-RECORDS
           MOVE WS-ORG-REJECT-PCT TO WL-REJECT-PCT
           MOVE WS-ORG-LUHN-PCT TO WL-LUHN-PCT
           MOVE WS-ORG-DUP-PCT TO WL-DUP-PCT
           MOVE WS-ORG-OOB TO WL-OOB-COUNT
           MOVE SPACES TO WL-REASON
           STRING WS-BREACH-METRIC DELIMITED BY '  '
              ' OVER ' WS-BREACH-LEVEL DELIMITED BY SPACE
              ' LIMIT' DELIMITED BY SIZE
              INTO WL-REASON
           CALL 'WATCHIO' USING WATCH-LIST-PARM
           IF WL-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING WATCH-LIST FOR ' WS-CURR-ORIG
                 ', STATUS = ' WL-FILE-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF
           DISPLAY 'ORIGINATOR ' WS-CURR-ORIG ' ' WS-STATUS-TEXT
              ' - ' WL-REASON.

       550-LIFT-ENTRY.
           MOVE 'D' TO WL-FUNCTION
           MOVE WS-CURR-ORIG TO WL-ORIGINATOR
           CALL 'WATCHIO' USING WATCH-LIST-PARM
           IF WL-FILE-STATUS = '00'
              ADD 1 TO WS-ORIGS-LIFTED
              MOVE 'LIFTED' TO WS-ACTION-TEXT
              DISPLAY 'ORIGINATOR ' WS-CURR-ORIG
                 ' REMOVED FROM WATCH LIST'
           ELSE
              DISPLAY 'ERROR DELETING WATCH-LIST FOR ' WS-CURR-ORIG
                 ', STATUS = ' WL-FILE-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       560-REPORT-ORIGINATOR.
           MOVE WS-CURR-ORIG TO DTL-ORIGINATOR
           MOVE WS-ORG-BATCHES TO DTL-BATCHES
           MOVE WS-ORG-RECORDS TO DTL-RECORDS
           MOVE WS-ORG-REJECT-PCT TO DTL-REJECT-PCT
           MOVE WS-ORG-LUHN-PCT TO DTL-LUHN-PCT
           MOVE WS-ORG-DUP-PCT TO DTL-DUP-PCT
           MOVE WS-ORG-OOB TO DTL-OOB
           MOVE WS-STATUS-TEXT TO DTL-STATUS
           MOVE WS-ACTION-TEXT TO DTL-ACTION
           MOVE WS-DETAIL-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE.

       850-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-SCORE-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SCORE-REPORT, STATUS = '
                 WS-SCORE-REPORT-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       900-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'BATCHES RECORDED' TO CNT-LABEL
           MOVE WS-BATCHES-RECORDED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'BATCHES HELD' TO CNT-LABEL
           MOVE WS-BATCHES-HELD TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'NO ORIGINATOR' TO CNT-LABEL
           MOVE WS-NO-ORIGINATOR TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'NO BATCH CONTROL' TO CNT-LABEL
           MOVE WS-NO-BATCH-CONTROL TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'ORIGINATORS' TO CNT-LABEL
           MOVE WS-ORIGS-SCORED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'LOW VOLUME' TO CNT-LABEL
           MOVE WS-ORIGS-LOW-VOLUME TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'ON WATCH' TO CNT-LABEL
           MOVE WS-ORIGS-WATCH TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'SUSPENDED' TO CNT-LABEL
           MOVE WS-ORIGS-SUSPENDED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'LIFTED' TO CNT-LABEL
           MOVE WS-ORIGS-LIFTED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           DISPLAY '==================================='
           DISPLAY 'ORIGINATOR SCORECARD SUMMARY'
           DISPLAY '==================================='
           DISPLAY 'BATCHES RECORDED: ' WS-BATCHES-RECORDED
           DISPLAY 'BATCHES HELD    : ' WS-BATCHES-HELD
           DISPLAY 'ORIGINATORS     : ' WS-ORIGS-SCORED
           DISPLAY 'LOW VOLUME      : ' WS-ORIGS-LOW-VOLUME
           DISPLAY 'ON WATCH        : ' WS-ORIGS-WATCH
           DISPLAY 'SUSPENDED       : ' WS-ORIGS-SUSPENDED
           DISPLAY 'LIFTED          : ' WS-ORIGS-LIFTED
           DISPLAY '==================================='.
