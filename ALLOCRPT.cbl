       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOCRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOC-MASTER
               ASSIGN TO 'ALLOCMST'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS ALC-BIN-LOW
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT UTIL-REPORT
               ASSIGN TO 'ALCURPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UTIL-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALLOC-MASTER.
       COPY ALCRECR.
       FD  UTIL-REPORT.
       01  RPT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-ALLOC-STATUS PIC XX VALUE SPACES.
        01 WS-UTIL-REPORT-STATUS PIC XX VALUE SPACES.
        01 WS-EOF-SW      PIC X(3) VALUE 'NO '.
           88 WS-EOF                VALUE 'YES'.
        01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
        01 WS-TODAY       PIC X(8) VALUE SPACES.
        01 WS-CAPACITY    PIC 9(18) VALUE ZERO.
        01 WS-USED        PIC 9(18) VALUE ZERO.
        01 WS-REMAINING   PIC 9(18) VALUE ZERO.
        01 WS-PCT-USED    PIC 9(3)V9 VALUE ZERO.
        01 WS-RANGES-READ PIC 9(9) VALUE ZERO.
        01 WS-RANGES-LOW  PIC 9(9) VALUE ZERO.
        01 WS-RANGES-EXHAUSTED PIC 9(9) VALUE ZERO.
        01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.
        01 WS-HEADING-1.
           05 FILLER         PIC X(34)
              VALUE 'ACCOUNT RANGE UTILIZATION REPORT  '.
           05 FILLER         PIC X(6) VALUE '  DATE'.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 HDG-DATE       PIC X(8).
           05 FILLER         PIC X(31) VALUE SPACES.
        01 WS-HEADING-2.
           05 FILLER         PIC X(11) VALUE 'BIN RANGE  '.
           05 FILLER         PIC X(11) VALUE 'PRODUCT    '.
           05 FILLER         PIC X(14) VALUE '      CAPACITY'.
           05 FILLER         PIC X(14) VALUE '        ISSUED'.
           05 FILLER         PIC X(14) VALUE '     REMAINING'.
           05 FILLER         PIC X(6) VALUE '  USED'.
           05 FILLER         PIC X(10) VALUE ' STATUS   '.
        01 WS-DETAIL-LINE.
           05 DTL-BIN        PIC X(10).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-PRODUCT    PIC X(10).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-CAPACITY   PIC Z(12)9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-ISSUED     PIC Z(12)9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-REMAINING  PIC Z(12)9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-PCT-USED   PIC ZZ9.9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-STATUS     PIC X(9).
           05 FILLER         PIC X(1) VALUE SPACE.
        01 WS-COUNT-LINE.
           05 CNT-LABEL      PIC X(18).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CNT-VALUE      PIC ZZZZZZZZ9.
           05 FILLER         PIC X(51) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-INITIALIZE
           PERFORM 020-REPORT-RANGES UNTIL WS-EOF
           PERFORM 900-WRITE-TOTALS
           CLOSE ALLOC-MASTER
           CLOSE UTIL-REPORT
           IF WS-RANGES-LOW > 0 AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-RANGES-EXHAUSTED > 0 AND WS-RETURN-CODE < 8
              MOVE 8 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       010-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           OPEN INPUT ALLOC-MASTER
           IF WS-ALLOC-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN ALLOC-MASTER, STATUS = '
                 WS-ALLOC-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT UTIL-REPORT
           IF WS-UTIL-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN UTIL-REPORT, STATUS = '
                 WS-UTIL-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-TODAY TO HDG-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE.

       020-REPORT-RANGES.
           READ ALLOC-MASTER
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  PERFORM 030-REPORT-RANGE
           END-READ.

       030-REPORT-RANGE.
           ADD 1 TO WS-RANGES-READ
           COMPUTE WS-CAPACITY = ALC-CEILING - ALC-FIRST-ACCT + 1
           IF ALC-NEXT-ACCT > ALC-CEILING
              MOVE ZERO TO WS-REMAINING
           ELSE
              COMPUTE WS-REMAINING = ALC-CEILING - ALC-NEXT-ACCT + 1
           END-IF
           COMPUTE WS-USED = WS-CAPACITY - WS-REMAINING
           IF WS-CAPACITY > 0
              COMPUTE WS-PCT-USED ROUNDED =
                 WS-USED * 100 / WS-CAPACITY
           ELSE
              MOVE ZERO TO WS-PCT-USED
           END-IF
           MOVE ALC-BIN-LOW(1:10) TO DTL-BIN
           MOVE ALC-PRODUCT TO DTL-PRODUCT
           MOVE WS-CAPACITY TO DTL-CAPACITY
           MOVE ALC-ISSUED TO DTL-ISSUED
           MOVE WS-REMAINING TO DTL-REMAINING
           MOVE WS-PCT-USED TO DTL-PCT-USED
           IF WS-REMAINING = 0
              MOVE 'EXHAUSTED' TO DTL-STATUS
              ADD 1 TO WS-RANGES-EXHAUSTED
              DISPLAY 'WARNING: RANGE ' ALC-BIN-LOW ' IS EXHAUSTED'
           ELSE
              IF WS-REMAINING < ALC-LOW-WATER
                 MOVE 'LOW' TO DTL-STATUS
                 ADD 1 TO WS-RANGES-LOW
                 DISPLAY 'WARNING: RANGE ' ALC-BIN-LOW
                    ' BELOW LOW-WATER, REMAINING ' WS-REMAINING
              ELSE
                 MOVE 'OK' TO DTL-STATUS
              END-IF
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE.

       850-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-UTIL-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING UTIL-REPORT, STATUS = '
                 WS-UTIL-REPORT-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       900-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'RANGES REPORTED' TO CNT-LABEL
           MOVE WS-RANGES-READ TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'RANGES LOW' TO CNT-LABEL
           MOVE WS-RANGES-LOW TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'RANGES EXHAUSTED' TO CNT-LABEL
           MOVE WS-RANGES-EXHAUSTED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           DISPLAY '==================================='
           DISPLAY 'RANGE UTILIZATION SUMMARY'
           DISPLAY 'RANGES REPORTED : ' WS-RANGES-READ
           DISPLAY 'RANGES LOW      : ' WS-RANGES-LOW
           DISPLAY 'RANGES EXHAUSTED: ' WS-RANGES-EXHAUSTED
           DISPLAY '==================================='.
