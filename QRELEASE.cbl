       IDENTIFICATION DIVISION.
       PROGRAM-ID. QRELEASE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-TRANS
               ASSIGN TO 'QRELTRAN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-TRANS-STATUS.
           SELECT CARD-OUT
               ASSIGN TO 'CARDIN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-OUT-STATUS.
           SELECT RELEASE-REPORT
               ASSIGN TO 'QRELRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-TRANS.
       01  QT-RECORD.
           05  QT-ACTION         PIC X(1).
           05  QT-BATCH-ID       PIC X(8).
           05  QT-OPERATOR       PIC X(8).
       FD  CARD-OUT.
       01  CRD-RECORD            PIC X(30).
       FD  RELEASE-REPORT.
       01  RPT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-RELEASE-TRANS-STATUS PIC XX VALUE SPACES.
        01 WS-CARD-OUT-STATUS PIC XX VALUE SPACES.
        01 WS-RELEASE-REPORT-STATUS PIC XX VALUE SPACES.
        01 WS-EOF-SW      PIC X(3) VALUE 'NO '.
           88 WS-EOF                VALUE 'YES'.
        01 WS-BROWSE-END-SW PIC X(3) VALUE 'NO '.
           88 WS-BROWSE-END         VALUE 'YES'.
        01 WS-RUN-ID          PIC X(8) VALUE SPACES.
        01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
        01 WS-TODAY           PIC X(8) VALUE SPACES.
        01 WS-REJECT-REASON   PIC X(30) VALUE SPACES.
        01 WS-HDR-ORIGINATOR  PIC X(8) VALUE SPACES.
        01 WS-HDR-BUS-DATE    PIC X(8) VALUE SPACES.
        01 WS-HDR-RECORDS     PIC 9(9) VALUE ZERO.
        01 WS-BAT-DETAILS     PIC 9(9) VALUE ZERO.
        01 WS-BAT-DECRYPT-FAILS PIC 9(9) VALUE ZERO.
        01 WS-BAT-WRITTEN     PIC 9(9) VALUE ZERO.
        01 WS-BAT-TRAILERS    PIC 9(3) VALUE ZERO.
        01 WS-WRITE-FAIL-SW   PIC X(3) VALUE 'NO '.
           88 WS-WRITE-FAILED       VALUE 'YES'.
        01 WS-HELD-TRL-COUNT  PIC X(9) VALUE SPACES.
        01 WS-HELD-TRL-HASH   PIC X(16) VALUE SPACES.
        01 WS-SUM-TRL-COUNT   PIC 9(9) VALUE ZERO.
        01 WS-SUM-TRL-HASH    PIC 9(16) VALUE ZERO.
        01 WS-TRL-COUNT-N     PIC 9(9) VALUE ZERO.
        01 WS-TRL-HASH-N      PIC 9(16) VALUE ZERO.
        01 WS-TRANS-READ      PIC 9(9) VALUE ZERO.
        01 WS-BATCHES-RELEASED PIC 9(9) VALUE ZERO.
        01 WS-RECORDS-RELEASED PIC 9(9) VALUE ZERO.
        01 WS-TRANS-REJECTED  PIC 9(9) VALUE ZERO.
        01 WS-RETURN-CODE     PIC 9(2) VALUE ZERO.
        01 WS-CARD-HEADER.
           05 CRD-HDR-TYPE      PIC X(1).
           05 CRD-HDR-BATCH-ID  PIC X(8).
           05 CRD-HDR-BUS-DATE  PIC X(8).
           05 CRD-HDR-ORIGINATOR PIC X(8).
        01 WS-CARD-DETAIL.
           05 CRD-PAN           PIC X(19).
           05 CRD-PAN-LENGTH    PIC X(2).
           05 CRD-ORIG-SEQ      PIC X(9).
        01 WS-CARD-TRAILER.
           05 CRD-TRL-TYPE      PIC X(1).
           05 CRD-TRL-REC-COUNT PIC X(9).
           05 CRD-TRL-HASH-TOTAL PIC X(16).
       COPY QUARP.
        01 WS-HEADING-1.
           05 FILLER         PIC X(34)
              VALUE 'QUARANTINE RELEASE REPORT         '.
           05 FILLER         PIC X(7) VALUE 'RUN-ID '.
           05 HDG-RUN-ID     PIC X(8).
           05 FILLER         PIC X(6) VALUE '  DATE'.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 HDG-DATE       PIC X(8).
           05 FILLER         PIC X(16) VALUE SPACES.
        01 WS-HEADING-2.
           05 FILLER         PIC X(40)
              VALUE 'BATCH    ORIG     BUS DATE OPERATOR   RE'.
           05 FILLER         PIC X(40)
              VALUE 'CORDS RESULT                            '.
        01 WS-DETAIL-LINE.
           05 DTL-BATCH-ID   PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-ORIGINATOR PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-BUS-DATE   PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-OPERATOR   PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-RECORDS    PIC Z(8)9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-RESULT     PIC X(34).
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
           MOVE 'NO ' TO WS-EOF-SW
           PERFORM 100-READ-TRANS UNTIL WS-EOF
           PERFORM 900-WRITE-TOTALS
           MOVE 'C' TO QU-FUNCTION
           CALL 'QUARIO' USING QUARANTINE-PARM
           CLOSE RELEASE-TRANS
           CLOSE CARD-OUT
           CLOSE RELEASE-REPORT
           IF WS-TRANS-REJECTED > 0 AND WS-RETURN-CODE < 4
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
           MOVE 'O' TO QU-FUNCTION
           CALL 'QUARIO' USING QUARANTINE-PARM
           IF QU-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN QUARANTINE FILE, STATUS = '
                 QU-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT RELEASE-TRANS
           IF WS-RELEASE-TRANS-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN RELEASE-TRANS, STATUS = '
                 WS-RELEASE-TRANS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND CARD-OUT
           IF WS-CARD-OUT-STATUS NOT = '00'
              OPEN OUTPUT CARD-OUT
           END-IF
           IF WS-CARD-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN CARD-OUT, STATUS = '
                 WS-CARD-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT RELEASE-REPORT
           IF WS-RELEASE-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN RELEASE-REPORT, STATUS = '
                 WS-RELEASE-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-RUN-ID TO HDG-RUN-ID
           MOVE WS-TODAY TO HDG-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE.

       100-READ-TRANS.
           READ RELEASE-TRANS
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  IF QT-ACTION NOT = '*'
                     ADD 1 TO WS-TRANS-READ
                     PERFORM 200-PROCESS-TRANS
                  END-IF
           END-READ.

       200-PROCESS-TRANS.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-HDR-ORIGINATOR
           MOVE SPACES TO WS-HDR-BUS-DATE
           MOVE ZERO TO WS-HDR-RECORDS
           MOVE ZERO TO WS-BAT-WRITTEN
           IF QT-ACTION NOT = 'R'
              MOVE 'INVALID ACTION' TO WS-REJECT-REASON
           ELSE
              IF QT-OPERATOR = SPACES
                 MOVE 'OPERATOR ID REQUIRED' TO WS-REJECT-REASON
              ELSE
                 PERFORM 210-CHECK-HEADER
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 300-VERIFY-BATCH
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 400-RELEASE-BATCH
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-TRANS-REJECTED
              DISPLAY 'RELEASE OF BATCH ' QT-BATCH-ID ' REJECTED - '
                 WS-REJECT-REASON
              MOVE WS-REJECT-REASON TO DTL-RESULT
           END-IF
           PERFORM 600-REPORT-TRANS.

       210-CHECK-HEADER.
           MOVE 'R' TO QU-FUNCTION
           MOVE QT-BATCH-ID TO QU-BATCH-ID
           MOVE ZERO TO QU-SEQ
           CALL 'QUARIO' USING QUARANTINE-PARM
           IF QU-FOUND NOT = 'Y'
              MOVE 'BATCH NOT IN QUARANTINE' TO WS-REJECT-REASON
           ELSE
              MOVE QU-ORIGINATOR TO WS-HDR-ORIGINATOR
              MOVE QU-BUS-DATE TO WS-HDR-BUS-DATE
              MOVE QU-RECORDS TO WS-HDR-RECORDS
              IF QU-RELEASED
                 MOVE 'ALREADY RELEASED' TO WS-REJECT-REASON
              ELSE
                 IF QU-PASSED
                    MOVE 'ALREADY PROCESSED' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

       300-VERIFY-BATCH.
           MOVE ZERO TO WS-BAT-DETAILS
           MOVE ZERO TO WS-BAT-DECRYPT-FAILS
           MOVE ZERO TO WS-HDR-RECORDS
           PERFORM 320-START-BROWSE
           PERFORM 310-VERIFY-NEXT UNTIL WS-BROWSE-END
           IF WS-BAT-DECRYPT-FAILS > 0
              MOVE 'HELD PAN CANNOT BE DECRYPTED' TO WS-REJECT-REASON
           ELSE
              IF WS-BAT-DETAILS NOT = WS-HDR-RECORDS
                 MOVE 'HELD COUNT DOES NOT AGREE' TO WS-REJECT-REASON
              END-IF
           END-IF.

       310-VERIFY-NEXT.
           MOVE 'N' TO QU-FUNCTION
           CALL 'QUARIO' USING QUARANTINE-PARM
           IF QU-FOUND NOT = 'Y'
              SET WS-BROWSE-END TO TRUE
           ELSE
              IF QU-TYPE = 'D'
                 ADD 1 TO WS-BAT-DETAILS
                 IF QU-FILE-STATUS NOT = '00'
                    ADD 1 TO WS-BAT-DECRYPT-FAILS
                    DISPLAY 'PAN DECRYPT FAILED FOR BATCH ' QT-BATCH-ID
                       ' SEQ ' QU-SEQ ', STATUS = ' QU-FILE-STATUS
                 END-IF
              END-IF
              IF QU-TYPE = 'T' AND QU-RECORDS IS NUMERIC
                 ADD QU-RECORDS TO WS-HDR-RECORDS
              END-IF
           END-IF.

       320-START-BROWSE.
           MOVE 'NO ' TO WS-BROWSE-END-SW
           MOVE 'S' TO QU-FUNCTION
           MOVE QT-BATCH-ID TO QU-BATCH-ID
           CALL 'QUARIO' USING QUARANTINE-PARM
           IF QU-FILE-STATUS NOT = '00'
              SET WS-BROWSE-END TO TRUE
           END-IF.

       400-RELEASE-BATCH.
           MOVE 'NO ' TO WS-WRITE-FAIL-SW
           MOVE ZERO TO WS-BAT-TRAILERS
           MOVE ZERO TO WS-SUM-TRL-COUNT
           MOVE ZERO TO WS-SUM-TRL-HASH
           PERFORM 320-START-BROWSE
           PERFORM 410-RELEASE-NEXT UNTIL WS-BROWSE-END
           IF WS-BAT-TRAILERS > 0
              PERFORM 430-WRITE-TRAILER
           END-IF
           MOVE SPACES TO QU-PAN
           MOVE SPACES TO CRD-PAN
           IF WS-WRITE-FAILED
              DISPLAY 'BATCH ' QT-BATCH-ID ' LEFT IN QUARANTINE - '
                 'CARD-OUT HOLDS ' WS-BAT-WRITTEN ' RECORDS OF IT AND'
                 ' MUST BE RESTORED BEFORE THE RELEASE IS RERUN'
              MOVE 'CARDIN WRITE FAILED - NOT RELEASED' TO DTL-RESULT
           ELSE
              PERFORM 440-MARK-RELEASED
           END-IF.

       410-RELEASE-NEXT.
           MOVE 'N' TO QU-FUNCTION
           CALL 'QUARIO' USING QUARANTINE-PARM
           IF QU-FOUND NOT = 'Y'
              SET WS-BROWSE-END TO TRUE
           ELSE
              IF QU-TYPE = 'H'
                 MOVE 'H' TO CRD-HDR-TYPE
                 MOVE QU-BATCH-ID TO CRD-HDR-BATCH-ID
                 MOVE QU-BUS-DATE TO CRD-HDR-BUS-DATE
                 MOVE QU-ORIGINATOR TO CRD-HDR-ORIGINATOR
                 MOVE SPACES TO CRD-RECORD
                 MOVE WS-CARD-HEADER TO CRD-RECORD
                 PERFORM 450-WRITE-CARD
              END-IF
              IF QU-TYPE = 'D'
                 MOVE QU-PAN TO CRD-PAN
                 MOVE QU-PAN-LENGTH TO CRD-PAN-LENGTH
                 MOVE QU-ORIG-SEQ TO CRD-ORIG-SEQ
                 MOVE WS-CARD-DETAIL TO CRD-RECORD
                 PERFORM 450-WRITE-CARD
              END-IF
              IF QU-TYPE = 'T'
                 PERFORM 420-ADD-TRAILER
              END-IF
           END-IF.

       420-ADD-TRAILER.
           IF QU-TRL-COUNT NOT = SPACES OR QU-TRL-HASH NOT = SPACES
              ADD 1 TO WS-BAT-TRAILERS
              IF WS-BAT-TRAILERS = 1
                 MOVE QU-TRL-COUNT TO WS-HELD-TRL-COUNT
                 MOVE QU-TRL-HASH TO WS-HELD-TRL-HASH
              END-IF
              IF QU-TRL-COUNT IS NUMERIC
                 MOVE QU-TRL-COUNT TO WS-TRL-COUNT-N
                 ADD WS-TRL-COUNT-N TO WS-SUM-TRL-COUNT
              END-IF
              IF QU-TRL-HASH IS NUMERIC
                 MOVE QU-TRL-HASH TO WS-TRL-HASH-N
                 COMPUTE WS-SUM-TRL-HASH = FUNCTION MOD(WS-SUM-TRL-HASH
                    + WS-TRL-HASH-N 10000000000000000)
              END-IF
           END-IF.

       430-WRITE-TRAILER.
           MOVE 'T' TO CRD-TRL-TYPE
           IF WS-BAT-TRAILERS = 1
              MOVE WS-HELD-TRL-COUNT TO CRD-TRL-REC-COUNT
              MOVE WS-HELD-TRL-HASH TO CRD-TRL-HASH-TOTAL
           ELSE
              MOVE WS-SUM-TRL-COUNT TO CRD-TRL-REC-COUNT
              MOVE WS-SUM-TRL-HASH TO CRD-TRL-HASH-TOTAL
           END-IF
           MOVE SPACES TO CRD-RECORD
           MOVE WS-CARD-TRAILER TO CRD-RECORD
           PERFORM 450-WRITE-CARD.

       440-MARK-RELEASED.
           MOVE 'U' TO QU-FUNCTION
           MOVE QT-BATCH-ID TO QU-BATCH-ID
           SET QU-RELEASED TO TRUE
           MOVE WS-TODAY TO QU-RELEASE-DATE
           MOVE QT-OPERATOR TO QU-OPERATOR
           MOVE WS-HDR-RECORDS TO QU-RECORDS
           CALL 'QUARIO' USING QUARANTINE-PARM
           IF QU-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR MARKING BATCH ' QT-BATCH-ID
                 ' RELEASED, STATUS = ' QU-FILE-STATUS
              MOVE 20 TO WS-RETURN-CODE
              MOVE 'ERROR MARKING RELEASED' TO DTL-RESULT
           ELSE
              ADD 1 TO WS-BATCHES-RELEASED
              ADD WS-BAT-DETAILS TO WS-RECORDS-RELEASED
              DISPLAY 'BATCH ' QT-BATCH-ID ' RELEASED BY '
                 QT-OPERATOR ' - ' WS-BAT-DETAILS ' RECORDS'
              MOVE 'RELEASED TO CARDIN' TO DTL-RESULT
           END-IF.

       450-WRITE-CARD.
           WRITE CRD-RECORD
           IF WS-CARD-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CARD-OUT, STATUS = '
                 WS-CARD-OUT-STATUS ' BATCH ' QT-BATCH-ID
              MOVE 20 TO WS-RETURN-CODE
              SET WS-WRITE-FAILED TO TRUE
           ELSE
              ADD 1 TO WS-BAT-WRITTEN
           END-IF
           MOVE SPACES TO CRD-RECORD.

       600-REPORT-TRANS.
           MOVE QT-BATCH-ID TO DTL-BATCH-ID
           MOVE WS-HDR-ORIGINATOR TO DTL-ORIGINATOR
           MOVE WS-HDR-BUS-DATE TO DTL-BUS-DATE
           MOVE QT-OPERATOR TO DTL-OPERATOR
           MOVE WS-HDR-RECORDS TO DTL-RECORDS
           MOVE WS-DETAIL-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE.

       850-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-RELEASE-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING RELEASE-REPORT, STATUS = '
                 WS-RELEASE-REPORT-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       900-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'TRANSACTIONS READ' TO CNT-LABEL
           MOVE WS-TRANS-READ TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'BATCHES RELEASED' TO CNT-LABEL
           MOVE WS-BATCHES-RELEASED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'RECORDS RELEASED' TO CNT-LABEL
           MOVE WS-RECORDS-RELEASED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'REJECTED' TO CNT-LABEL
           MOVE WS-TRANS-REJECTED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           DISPLAY '==================================='
           DISPLAY 'QUARANTINE RELEASE SUMMARY'
           DISPLAY '==================================='
           DISPLAY 'TRANS READ      : ' WS-TRANS-READ
           DISPLAY 'BATCHES RELEASED: ' WS-BATCHES-RELEASED
           DISPLAY 'RECORDS RELEASED: ' WS-RECORDS-RELEASED
           DISPLAY 'REJECTED        : ' WS-TRANS-REJECTED
           DISPLAY '==================================='.
