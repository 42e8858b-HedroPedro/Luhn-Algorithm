       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-TRANS
               ASSIGN TO 'CRDTRAN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-TRANS-STATUS.
           SELECT MAINT-REPORT
               ASSIGN TO 'CRDMRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-TRANS.
       01  TRN-RECORD.
           05  TRN-ACTION        PIC X(1).
           05  TRN-PAN           PIC X(19).
       FD  MAINT-REPORT.
       01  RPT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-CARD-TRANS-STATUS PIC XX VALUE SPACES.
        01 WS-MAINT-REPORT-STATUS PIC XX VALUE SPACES.
        01 WS-EOF-SW      PIC X(3) VALUE 'NO '.
           88 WS-EOF                VALUE 'YES'.
        01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
        01 WS-TODAY       PIC X(8) VALUE SPACES.
        01 WS-TRANS-READ  PIC 9(9) VALUE ZERO.
        01 WS-ACTIVATES-APPLIED PIC 9(9) VALUE ZERO.
        01 WS-BLOCKS-APPLIED PIC 9(9) VALUE ZERO.
        01 WS-REINSTATES-APPLIED PIC 9(9) VALUE ZERO.
        01 WS-EXPIRES-APPLIED PIC 9(9) VALUE ZERO.
        01 WS-TRANS-REJECTED PIC 9(9) VALUE ZERO.
        01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
        01 WS-PAN-LENGTH  PIC 9(2) VALUE ZERO.
        01 WS-SCAN-INDEX  PIC 9(2) VALUE ZERO.
        01 WS-MASKED-PAN  PIC X(19) VALUE SPACES.
        01 WS-MASK-INDEX  PIC 9(2)  VALUE ZERO.
        01 WS-RETURN-CODE PIC 9(2)  VALUE ZERO.
        01 WS-HEADING-1.
           05 FILLER         PIC X(34)
              VALUE 'CARD MASTER MAINTENANCE REPORT    '.
           05 FILLER         PIC X(6) VALUE '  DATE'.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 HDG-DATE       PIC X(8).
           05 FILLER         PIC X(31) VALUE SPACES.
        01 WS-COUNT-LINE.
           05 CNT-LABEL      PIC X(18).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CNT-VALUE      PIC ZZZZZZZZ9.
           05 FILLER         PIC X(51) VALUE SPACES.
        01 WS-REJECT-LINE.
           05 FILLER         PIC X(9) VALUE 'REJECTED '.
           05 REJ-ACTION     PIC X(1).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 REJ-MASKED-PAN PIC X(19).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 REJ-REASON     PIC X(30).
           05 FILLER         PIC X(19) VALUE SPACES.
       COPY LUHNVALP.
       COPY TOKENP.
       COPY CARDP.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-INITIALIZE
           PERFORM 020-PROCESS-TRANS UNTIL WS-EOF
           PERFORM 900-WRITE-TOTALS
           CLOSE CARD-TRANS
           CLOSE MAINT-REPORT
           MOVE 'C' TO TK-FUNCTION
           CALL 'TOKENIO' USING TOKEN-PARM
           MOVE 'C' TO CD-FUNCTION
           CALL 'CARDIO' USING CARD-MASTER-PARM
           IF WS-TRANS-REJECTED > 0 AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       010-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           MOVE 'O' TO CD-FUNCTION
           CALL 'CARDIO' USING CARD-MASTER-PARM
           IF CD-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN CARD-MASTER, STATUS = '
                 CD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'O' TO TK-FUNCTION
           CALL 'TOKENIO' USING TOKEN-PARM
           IF TK-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN TOKEN-XREF, STATUS = '
                 TK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CARD-TRANS
           IF WS-CARD-TRANS-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN CARD-TRANS, STATUS = '
                 WS-CARD-TRANS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT MAINT-REPORT
           IF WS-MAINT-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN MAINT-REPORT, STATUS = '
                 WS-MAINT-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-TODAY TO HDG-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           PERFORM 600-WRITE-RPT-LINE.

       020-PROCESS-TRANS.
           READ CARD-TRANS
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  PERFORM 030-HANDLE-TRANS
           END-READ.

       030-HANDLE-TRANS.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 040-EDIT-TRANS
           IF WS-REJECT-REASON = SPACES
              PERFORM 100-READ-CARD
           END-IF
           IF WS-REJECT-REASON = SPACES
              IF TRN-ACTION = 'A'
                 PERFORM 200-APPLY-ACTIVATE
              ELSE
                 IF TRN-ACTION = 'B'
                    PERFORM 300-APPLY-BLOCK
                 ELSE
                    IF TRN-ACTION = 'R'
                       PERFORM 400-APPLY-REINSTATE
                    ELSE
                       PERFORM 450-APPLY-EXPIRE
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 500-REPORT-REJECT
           END-IF.

       040-EDIT-TRANS.
           PERFORM 050-SIZE-PAN
           IF TRN-ACTION NOT = 'A' AND TRN-ACTION NOT = 'B'
              AND TRN-ACTION NOT = 'R' AND TRN-ACTION NOT = 'E'
              MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           ELSE
              MOVE 'F' TO LV-FUNCTION
              MOVE TRN-PAN TO LV-PAN
              MOVE WS-PAN-LENGTH TO LV-PAN-LENGTH
              CALL 'LUHNVAL' USING LUHN-VALIDATE-PARM
              IF LV-FORMAT-REJECT
                 MOVE 'INVALID PAN FORMAT' TO WS-REJECT-REASON
              END-IF
           END-IF.

       050-SIZE-PAN.
           MOVE ZERO TO WS-PAN-LENGTH
           PERFORM VARYING WS-SCAN-INDEX FROM 19 BY -1
                   UNTIL WS-SCAN-INDEX < 1
                   OR WS-PAN-LENGTH > 0
              IF TRN-PAN(WS-SCAN-INDEX:1) NOT = SPACE
                 MOVE WS-SCAN-INDEX TO WS-PAN-LENGTH
              END-IF
           END-PERFORM.

       100-READ-CARD.
           MOVE 'L' TO TK-FUNCTION
           MOVE TRN-PAN TO TK-PAN
           MOVE WS-PAN-LENGTH TO TK-PAN-LENGTH
           CALL 'TOKENIO' USING TOKEN-PARM
           MOVE SPACES TO TK-PAN
           IF TK-FILE-STATUS = '23'
              MOVE 'NOT ON CARD MASTER' TO WS-REJECT-REASON
           ELSE
              IF TK-FILE-STATUS NOT = '00'
                 MOVE 'TOKEN LOOKUP FAILED' TO WS-REJECT-REASON
                 MOVE 20 TO WS-RETURN-CODE
              ELSE
                 PERFORM 110-READ-MASTER
              END-IF
           END-IF.

       110-READ-MASTER.
           MOVE 'R' TO CD-FUNCTION
           MOVE TK-TOKEN TO CD-TOKEN
           CALL 'CARDIO' USING CARD-MASTER-PARM
           IF CD-FOUND NOT = 'Y'
              MOVE 'NOT ON CARD MASTER' TO WS-REJECT-REASON
           END-IF.

       200-APPLY-ACTIVATE.
           IF NOT CD-ISSUED
              MOVE 'CARD NOT IN ISSUED STATUS' TO WS-REJECT-REASON
           ELSE
              SET CD-ACTIVE TO TRUE
              PERFORM 470-UPDATE-CARD
              IF WS-REJECT-REASON = SPACES
                 ADD 1 TO WS-ACTIVATES-APPLIED
              END-IF
           END-IF.

       300-APPLY-BLOCK.
           IF NOT CD-ISSUED AND NOT CD-ACTIVE
              MOVE 'CARD NOT ISSUED OR ACTIVE' TO WS-REJECT-REASON
           ELSE
              SET CD-BLOCKED TO TRUE
              PERFORM 470-UPDATE-CARD
              IF WS-REJECT-REASON = SPACES
                 ADD 1 TO WS-BLOCKS-APPLIED
              END-IF
           END-IF.

       400-APPLY-REINSTATE.
           IF NOT CD-BLOCKED
              MOVE 'CARD NOT BLOCKED' TO WS-REJECT-REASON
           ELSE
              SET CD-ACTIVE TO TRUE
              PERFORM 470-UPDATE-CARD
              IF WS-REJECT-REASON = SPACES
                 ADD 1 TO WS-REINSTATES-APPLIED
              END-IF
           END-IF.

       450-APPLY-EXPIRE.
           IF CD-EXPIRED
              MOVE 'CARD ALREADY EXPIRED' TO WS-REJECT-REASON
           ELSE
              SET CD-EXPIRED TO TRUE
              PERFORM 470-UPDATE-CARD
              IF WS-REJECT-REASON = SPACES
                 ADD 1 TO WS-EXPIRES-APPLIED
              END-IF
           END-IF.

       470-UPDATE-CARD.
           MOVE 'U' TO CD-FUNCTION
           CALL 'CARDIO' USING CARD-MASTER-PARM
           IF CD-FILE-STATUS NOT = '00'
              MOVE 'CARD MASTER REWRITE FAILED' TO WS-REJECT-REASON
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       500-REPORT-REJECT.
           ADD 1 TO WS-TRANS-REJECTED
           PERFORM 550-MASK-PAN
           MOVE TRN-ACTION TO REJ-ACTION
           MOVE WS-MASKED-PAN TO REJ-MASKED-PAN
           MOVE WS-REJECT-REASON TO REJ-REASON
           MOVE WS-REJECT-LINE TO RPT-LINE
           PERFORM 600-WRITE-RPT-LINE.

       550-MASK-PAN.
           MOVE SPACES TO WS-MASKED-PAN
           IF WS-PAN-LENGTH >= 13 AND WS-PAN-LENGTH <= 19
              MOVE TRN-PAN(1:6) TO WS-MASKED-PAN(1:6)
              PERFORM VARYING WS-MASK-INDEX FROM 7 BY 1
                      UNTIL WS-MASK-INDEX > WS-PAN-LENGTH - 4
                 MOVE 'X' TO WS-MASKED-PAN(WS-MASK-INDEX:1)
              END-PERFORM
              MOVE TRN-PAN(WS-PAN-LENGTH - 3:4)
                   TO WS-MASKED-PAN(WS-PAN-LENGTH - 3:4)
           ELSE
              MOVE ALL 'X' TO WS-MASKED-PAN
           END-IF.

       600-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-MAINT-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MAINT-REPORT, STATUS = '
                 WS-MAINT-REPORT-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       900-WRITE-TOTALS.
           MOVE 'ACTIVATES APPLIED' TO CNT-LABEL
           MOVE WS-ACTIVATES-APPLIED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 600-WRITE-RPT-LINE
           MOVE 'BLOCKS APPLIED' TO CNT-LABEL
           MOVE WS-BLOCKS-APPLIED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 600-WRITE-RPT-LINE
           MOVE 'REINSTATES APPLIED' TO CNT-LABEL
           MOVE WS-REINSTATES-APPLIED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 600-WRITE-RPT-LINE
           MOVE 'EXPIRES APPLIED' TO CNT-LABEL
           MOVE WS-EXPIRES-APPLIED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 600-WRITE-RPT-LINE
           MOVE 'TRANS REJECTED' TO CNT-LABEL
           MOVE WS-TRANS-REJECTED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 600-WRITE-RPT-LINE
           DISPLAY '==================================='
           DISPLAY 'CARD MASTER MAINTENANCE SUMMARY'
           DISPLAY 'TRANS READ      : ' WS-TRANS-READ
           DISPLAY 'ACTIVATES       : ' WS-ACTIVATES-APPLIED
           DISPLAY 'BLOCKS          : ' WS-BLOCKS-APPLIED
           DISPLAY 'REINSTATES      : ' WS-REINSTATES-APPLIED
           DISPLAY 'EXPIRES APPLIED : ' WS-EXPIRES-APPLIED
           DISPLAY 'TRANS REJECTED  : ' WS-TRANS-REJECTED
           DISPLAY '==================================='.
