       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOCMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOC-MASTER
               ASSIGN TO 'ALLOCMST'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ALC-BIN-LOW
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT BIN-FILE
               ASSIGN TO 'BINFILE'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS BIN-LOW-PAN
               FILE STATUS IS WS-BIN-FILE-STATUS.
           SELECT ALLOC-TRANS
               ASSIGN TO 'ALLOCTRN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-TRANS-STATUS.
           SELECT MAINT-REPORT
               ASSIGN TO 'ALCMRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALLOC-MASTER.
       COPY ALCRECR.
       FD  BIN-FILE.
       COPY BINRECR.
       FD  ALLOC-TRANS.
       01  TRN-RECORD.
           05  TRN-ACTION        PIC X(1).
           05  TRN-BIN-LOW       PIC X(19).
           05  TRN-PAN-LENGTH    PIC 9(2).
           05  TRN-LOW-WATER     PIC 9(12).
           05  TRN-START-ACCT    PIC 9(18).
       FD  MAINT-REPORT.
       01  RPT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-ALLOC-STATUS PIC XX VALUE SPACES.
        01 WS-BIN-FILE-STATUS PIC XX VALUE SPACES.
        01 WS-ALLOC-TRANS-STATUS PIC XX VALUE SPACES.
        01 WS-MAINT-REPORT-STATUS PIC XX VALUE SPACES.
        01 WS-EOF-SW      PIC X(3) VALUE 'NO '.
           88 WS-EOF                VALUE 'YES'.
        01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
        01 WS-TODAY       PIC X(8) VALUE SPACES.
        01 WS-TRANS-READ  PIC 9(9) VALUE ZERO.
        01 WS-ADDS-APPLIED PIC 9(9) VALUE ZERO.
        01 WS-THRESH-APPLIED PIC 9(9) VALUE ZERO.
        01 WS-TRANS-REJECTED PIC 9(9) VALUE ZERO.
        01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
        01 WS-LOW-KEY     PIC X(19) VALUE SPACES.
        01 WS-PAD-INDEX   PIC 9(2)  VALUE ZERO.
        01 WS-STEM-LENGTH PIC 9(2)  VALUE ZERO.
        01 WS-ACCT-WORK   PIC 9(18) VALUE ZERO.
        01 WS-ACCT-WORK-X REDEFINES WS-ACCT-WORK PIC X(18).
        01 WS-FLOOR-ACCT  PIC 9(18) VALUE ZERO.
        01 WS-CEILING-ACCT PIC 9(18) VALUE ZERO.
        01 WS-START-ACCT  PIC 9(18) VALUE ZERO.
        01 WS-CAPACITY    PIC 9(18) VALUE ZERO.
        01 WS-LOW-WATER   PIC 9(12) VALUE ZERO.
        01 WS-RETURN-CODE PIC 9(2)  VALUE ZERO.
        01 WS-HEADING-1.
           05 FILLER         PIC X(34)
              VALUE 'ALLOCATION MASTER MAINTENANCE     '.
           05 FILLER         PIC X(6) VALUE '  DATE'.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 HDG-DATE       PIC X(8).
           05 FILLER         PIC X(31) VALUE SPACES.
        01 WS-COUNT-LINE.
           05 CNT-LABEL      PIC X(18).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CNT-VALUE      PIC ZZZZZZZZ9.
           05 FILLER         PIC X(51) VALUE SPACES.
        01 WS-APPLIED-LINE.
           05 FILLER         PIC X(9) VALUE 'APPLIED  '.
           05 APL-ACTION     PIC X(1).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 APL-BIN-LOW    PIC X(19).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 APL-NEXT-ACCT  PIC Z(17)9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 APL-LOW-WATER  PIC Z(11)9.
           05 FILLER         PIC X(18) VALUE SPACES.
        01 WS-REJECT-LINE.
           05 FILLER         PIC X(9) VALUE 'REJECTED '.
           05 REJ-ACTION     PIC X(1).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 REJ-BIN-LOW    PIC X(19).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 REJ-REASON     PIC X(30).
           05 FILLER         PIC X(19) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-INITIALIZE
           PERFORM 020-PROCESS-TRANS UNTIL WS-EOF
           PERFORM 900-WRITE-TOTALS
           CLOSE ALLOC-TRANS
           CLOSE ALLOC-MASTER
           CLOSE BIN-FILE
           CLOSE MAINT-REPORT
           IF WS-TRANS-REJECTED > 0 AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       010-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           OPEN I-O ALLOC-MASTER
           IF WS-ALLOC-STATUS NOT = '00'
              OPEN OUTPUT ALLOC-MASTER
              CLOSE ALLOC-MASTER
              OPEN I-O ALLOC-MASTER
           END-IF
           IF WS-ALLOC-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN ALLOC-MASTER, STATUS = '
                 WS-ALLOC-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT BIN-FILE
           IF WS-BIN-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN BIN-FILE, STATUS = '
                 WS-BIN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT ALLOC-TRANS
           IF WS-ALLOC-TRANS-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN ALLOC-TRANS, STATUS = '
                 WS-ALLOC-TRANS-STATUS
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
           READ ALLOC-TRANS
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
              IF TRN-ACTION = 'A'
                 PERFORM 200-APPLY-ADD
              ELSE
                 PERFORM 300-APPLY-THRESHOLD
              END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 500-REPORT-REJECT
           END-IF.

       040-EDIT-TRANS.
           MOVE TRN-BIN-LOW TO WS-LOW-KEY
           PERFORM VARYING WS-PAD-INDEX FROM 1 BY 1
                   UNTIL WS-PAD-INDEX > 19
              IF WS-LOW-KEY(WS-PAD-INDEX:1) = SPACE
                 MOVE '0' TO WS-LOW-KEY(WS-PAD-INDEX:1)
              END-IF
           END-PERFORM
           IF TRN-ACTION NOT = 'A' AND TRN-ACTION NOT = 'T'
              MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           ELSE
              IF WS-LOW-KEY IS NOT NUMERIC
                 MOVE 'RANGE NOT NUMERIC' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND TRN-ACTION = 'A'
              IF TRN-PAN-LENGTH IS NOT NUMERIC
                 OR TRN-PAN-LENGTH < 13 OR TRN-PAN-LENGTH > 19
                 MOVE 'INVALID PAN LENGTH' TO WS-REJECT-REASON
              ELSE
                 MOVE WS-LOW-KEY TO BIN-LOW-PAN
                 READ BIN-FILE
                 IF WS-BIN-FILE-STATUS NOT = '00'
                    MOVE 'BIN RANGE NOT ON BIN FILE'
                       TO WS-REJECT-REASON
                 ELSE
                    PERFORM 050-DERIVE-LIMITS
                 END-IF
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND TRN-ACTION = 'T'
              IF TRN-LOW-WATER IS NOT NUMERIC OR TRN-LOW-WATER = 0
                 MOVE 'INVALID LOW-WATER THRESHOLD' TO WS-REJECT-REASON
              END-IF
           END-IF.

       050-DERIVE-LIMITS.
           COMPUTE WS-STEM-LENGTH = TRN-PAN-LENGTH - 1
           MOVE ZERO TO WS-ACCT-WORK
           MOVE BIN-LOW-PAN(1:WS-STEM-LENGTH)
                TO WS-ACCT-WORK-X(19 - WS-STEM-LENGTH:WS-STEM-LENGTH)
           MOVE WS-ACCT-WORK TO WS-FLOOR-ACCT
           MOVE ZERO TO WS-ACCT-WORK
           MOVE BIN-HIGH-PAN(1:WS-STEM-LENGTH)
                TO WS-ACCT-WORK-X(19 - WS-STEM-LENGTH:WS-STEM-LENGTH)
           MOVE WS-ACCT-WORK TO WS-CEILING-ACCT
           COMPUTE WS-CAPACITY = WS-CEILING-ACCT - WS-FLOOR-ACCT + 1
           MOVE WS-FLOOR-ACCT TO WS-START-ACCT
           IF TRN-START-ACCT IS NUMERIC AND TRN-START-ACCT > 0
              IF TRN-START-ACCT < WS-FLOOR-ACCT
                 OR TRN-START-ACCT > WS-CEILING-ACCT
                 MOVE 'START ACCOUNT OUTSIDE RANGE'
                    TO WS-REJECT-REASON
              ELSE
                 MOVE TRN-START-ACCT TO WS-START-ACCT
              END-IF
           END-IF
           IF TRN-LOW-WATER IS NUMERIC AND TRN-LOW-WATER > 0
              MOVE TRN-LOW-WATER TO WS-LOW-WATER
           ELSE
              COMPUTE WS-LOW-WATER = WS-CAPACITY / 10
              IF WS-LOW-WATER = 0
                 MOVE 1 TO WS-LOW-WATER
              END-IF
           END-IF.

       200-APPLY-ADD.
           MOVE WS-LOW-KEY TO ALC-BIN-LOW
           MOVE BIN-HIGH-PAN TO ALC-BIN-HIGH
           MOVE BIN-NETWORK TO ALC-NETWORK
           MOVE BIN-ISSUER TO ALC-ISSUER
           MOVE BIN-PRODUCT TO ALC-PRODUCT
           MOVE TRN-PAN-LENGTH TO ALC-PAN-LENGTH
           MOVE WS-FLOOR-ACCT TO ALC-FIRST-ACCT
           MOVE WS-START-ACCT TO ALC-NEXT-ACCT
           MOVE WS-CEILING-ACCT TO ALC-CEILING
           MOVE WS-LOW-WATER TO ALC-LOW-WATER
           COMPUTE ALC-ISSUED = WS-START-ACCT - WS-FLOOR-ACCT
           MOVE WS-TODAY TO ALC-OPEN-DATE
           MOVE SPACES TO ALC-LAST-DATE
           MOVE SPACES TO ALC-LAST-RUN-ID
           MOVE ZERO TO ALC-LAST-REQ-SEQ
           MOVE ZERO TO ALC-LAST-FIRST
           MOVE ZERO TO ALC-LAST-COUNT
           WRITE ALC-RECORD
           IF WS-ALLOC-STATUS = '00'
              ADD 1 TO WS-ADDS-APPLIED
              PERFORM 510-REPORT-APPLIED
           ELSE
              IF WS-ALLOC-STATUS = '22'
                 MOVE 'RANGE ALREADY ALLOCATED' TO WS-REJECT-REASON
              ELSE
                 MOVE 'ALLOCATION WRITE FAILED' TO WS-REJECT-REASON
                 MOVE 20 TO WS-RETURN-CODE
              END-IF
           END-IF.

       300-APPLY-THRESHOLD.
           MOVE WS-LOW-KEY TO ALC-BIN-LOW
           READ ALLOC-MASTER
           IF WS-ALLOC-STATUS NOT = '00'
              MOVE 'RANGE NOT ALLOCATED' TO WS-REJECT-REASON
           ELSE
              MOVE TRN-LOW-WATER TO ALC-LOW-WATER
              REWRITE ALC-RECORD
              IF WS-ALLOC-STATUS = '00'
                 ADD 1 TO WS-THRESH-APPLIED
                 PERFORM 510-REPORT-APPLIED
              ELSE
                 MOVE 'ALLOCATION REWRITE FAILED' TO WS-REJECT-REASON
                 MOVE 20 TO WS-RETURN-CODE
              END-IF
           END-IF.

       500-REPORT-REJECT.
           ADD 1 TO WS-TRANS-REJECTED
           MOVE TRN-ACTION TO REJ-ACTION
           MOVE TRN-BIN-LOW TO REJ-BIN-LOW
           MOVE WS-REJECT-REASON TO REJ-REASON
           MOVE WS-REJECT-LINE TO RPT-LINE
           PERFORM 600-WRITE-RPT-LINE.

       510-REPORT-APPLIED.
           MOVE TRN-ACTION TO APL-ACTION
           MOVE ALC-BIN-LOW TO APL-BIN-LOW
           MOVE ALC-NEXT-ACCT TO APL-NEXT-ACCT
           MOVE ALC-LOW-WATER TO APL-LOW-WATER
           MOVE WS-APPLIED-LINE TO RPT-LINE
           PERFORM 600-WRITE-RPT-LINE.

       600-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-MAINT-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MAINT-REPORT, STATUS = '
                 WS-MAINT-REPORT-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       900-WRITE-TOTALS.
           MOVE 'RANGES OPENED' TO CNT-LABEL
           MOVE WS-ADDS-APPLIED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 600-WRITE-RPT-LINE
           MOVE 'THRESHOLDS CHANGED' TO CNT-LABEL
           MOVE WS-THRESH-APPLIED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 600-WRITE-RPT-LINE
           MOVE 'TRANS REJECTED' TO CNT-LABEL
           MOVE WS-TRANS-REJECTED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 600-WRITE-RPT-LINE
           DISPLAY '==================================='
           DISPLAY 'ALLOCATION MAINTENANCE SUMMARY'
           DISPLAY 'TRANS READ      : ' WS-TRANS-READ
           DISPLAY 'RANGES OPENED   : ' WS-ADDS-APPLIED
           DISPLAY 'THRESH CHANGED  : ' WS-THRESH-APPLIED
           DISPLAY 'TRANS REJECTED  : ' WS-TRANS-REJECTED
           DISPLAY '==================================='.
