       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORIGACK.
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
           SELECT LAYOUT-DEFS
               ASSIGN TO 'ORIGDEF'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-DEFS-STATUS.
           SELECT ACK-WORK
               ASSIGN TO 'ACKWORK'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-ACK-WORK-STATUS.
           SELECT ACK-OUT
               ASSIGN TO DYNAMIC WS-ACK-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-OUT-STATUS.
           SELECT ACK-REPORT
               ASSIGN TO 'ACKRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-REPORT-STATUS.
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
       FD  LAYOUT-DEFS.
       01  OD-RECORD.
           05  OD-ORIG-ID        PIC X(8).
           05  OD-FORMAT         PIC X(1).
           05  OD-DELIMITER      PIC X(1).
           05  OD-PAN-FIELD      PIC 9(2).
           05  OD-PAN-START      PIC 9(2).
           05  OD-PAN-WIDTH      PIC 9(2).
           05  OD-STRIP-CHARS    PIC X(10).
       FD  ACK-WORK.
       01  AW-RECORD.
           05  AW-KEY.
               10  AW-BATCH-ID   PIC X(8).
               10  AW-SEQ        PIC 9(9).
           05  AW-RANK           PIC 9(1).
           05  AW-DISPOSITION    PIC X(1).
           05  AW-REASON-CODE    PIC X(2).
           05  AW-MASKED-PAN     PIC X(19).
           05  AW-REASON-TEXT    PIC X(30).
       FD  ACK-OUT.
       01  ACK-RECORD            PIC X(160).
       FD  ACK-REPORT.
       01  RPT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-RESULTS-IN-STATUS PIC XX VALUE SPACES.
        01 WS-EXCEPT-IN-STATUS PIC XX VALUE SPACES.
        01 WS-DUPS-IN-STATUS  PIC XX VALUE SPACES.
        01 WS-BATCTL-IN-STATUS PIC XX VALUE SPACES.
        01 WS-LAYOUT-DEFS-STATUS PIC XX VALUE SPACES.
        01 WS-ACK-WORK-STATUS PIC XX VALUE SPACES.
        01 WS-ACK-OUT-STATUS  PIC XX VALUE SPACES.
        01 WS-ACK-REPORT-STATUS PIC XX VALUE SPACES.
        01 WS-RESULTS-REL-KEY PIC 9(9) VALUE ZERO.
        01 WS-EXCEPT-REL-KEY  PIC 9(9) VALUE ZERO.
        01 WS-DUPS-REL-KEY    PIC 9(9) VALUE ZERO.
        01 WS-ACK-DSN         PIC X(12) VALUE SPACES.
        01 WS-EOF-SW      PIC X(3) VALUE 'NO '.
           88 WS-EOF                VALUE 'YES'.
        01 WS-BATCH-END-SW PIC X(3) VALUE 'NO '.
           88 WS-BATCH-END          VALUE 'YES'.
        01 WS-RUN-ID          PIC X(8) VALUE SPACES.
        01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
        01 WS-TODAY           PIC X(8) VALUE SPACES.
        01 WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 50.
              10 WS-BAT-ID      PIC X(8).
              10 WS-BAT-ORIG    PIC X(8).
              10 WS-BAT-BUS-DATE PIC X(8).
              10 WS-BAT-BALANCE PIC X(1).
        01 WS-BATCH-COUNT     PIC 9(3) VALUE ZERO.
        01 WS-BATCH-MAX       PIC 9(3) VALUE 50.
        01 WS-BATCH-INDEX     PIC 9(3) VALUE ZERO.
        01 WS-BATCH-MATCH     PIC 9(3) VALUE ZERO.
        01 WS-LAYOUT-TABLE.
           05 WS-LAYOUT-ENTRY OCCURS 100.
              10 WS-LAY-ORIG    PIC X(8).
              10 WS-LAY-FORMAT  PIC X(1).
              10 WS-LAY-DELIM   PIC X(1).
              10 WS-LAY-FIELD   PIC 9(2).
              10 WS-LAY-START   PIC 9(2).
              10 WS-LAY-WIDTH   PIC 9(2).
        01 WS-LAYOUT-COUNT    PIC 9(3) VALUE ZERO.
        01 WS-LAYOUT-MAX      PIC 9(3) VALUE 100.
        01 WS-LAYOUT-INDEX    PIC 9(3) VALUE ZERO.
        01 WS-LAYOUT-MATCH    PIC 9(3) VALUE ZERO.
        01 WS-ACK-FORMAT      PIC X(1) VALUE SPACE.
           88 WS-ACK-STANDARD        VALUE 'S'.
           88 WS-ACK-DELIMITED       VALUE 'D'.
           88 WS-ACK-FIXED           VALUE 'F'.
        01 WS-ACK-DELIM       PIC X(1) VALUE SPACE.
        01 WS-PAN-SLOT        PIC 9(2) VALUE ZERO.
        01 WS-PAN-START       PIC 9(2) VALUE ZERO.
        01 WS-PAN-WIDTH       PIC 9(2) VALUE ZERO.
        01 WS-BLOCK-START     PIC 9(2) VALUE ZERO.
        01 WS-SLOT-TABLE.
           05 WS-SLOT         PIC X(30) OCCURS 6.
        01 WS-SLOT-COUNT      PIC 9(1) VALUE ZERO.
        01 WS-SLOT-INDEX      PIC 9(1) VALUE ZERO.
        01 WS-VALUE-INDEX     PIC 9(1) VALUE ZERO.
        01 WS-ACK-POINTER     PIC 9(3) VALUE ZERO.
        01 WS-NEW-RANK        PIC 9(1) VALUE ZERO.
        01 WS-HOLD-WORK       PIC X(70) VALUE SPACES.
        01 WS-BAT-DETAILS     PIC 9(9) VALUE ZERO.
        01 WS-BAT-ACCEPTED    PIC 9(9) VALUE ZERO.
        01 WS-BAT-DECLINED    PIC 9(9) VALUE ZERO.
        01 WS-BAT-HOT         PIC 9(9) VALUE ZERO.
        01 WS-BAT-REJECTED    PIC 9(9) VALUE ZERO.
        01 WS-BAT-DUPLICATE   PIC 9(9) VALUE ZERO.
        01 WS-BATCHES-ACKED   PIC 9(9) VALUE ZERO.
        01 WS-BATCHES-REJECTED PIC 9(9) VALUE ZERO.
        01 WS-RECORDS-ACKED   PIC 9(9) VALUE ZERO.
        01 WS-NO-BATCH-CONTROL PIC 9(9) VALUE ZERO.
        01 WS-BATCHES-HELD    PIC 9(9) VALUE ZERO.
        01 WS-RETURN-CODE     PIC 9(2) VALUE ZERO.
        01 WS-ACK-HEADER.
           05 ACK-HDR-TYPE      PIC X(1).
           05 ACK-HDR-BATCH-ID  PIC X(8).
           05 ACK-HDR-ORIGINATOR PIC X(8).
           05 ACK-HDR-BUS-DATE  PIC X(8).
           05 ACK-HDR-ACK-DATE  PIC X(8).
           05 ACK-HDR-STATUS    PIC X(1).
        01 WS-ACK-DETAIL.
           05 ACK-DTL-TYPE      PIC X(1).
           05 ACK-DTL-SEQ       PIC 9(9).
           05 ACK-DTL-PAN       PIC X(19).
           05 ACK-DTL-DISPOSITION PIC X(1).
           05 ACK-DTL-REASON-CODE PIC X(2).
           05 ACK-DTL-REASON-TEXT PIC X(30).
        01 WS-ACK-BLOCK.
           05 ACK-BLK-SEQ       PIC 9(9).
           05 ACK-BLK-DISPOSITION PIC X(1).
           05 ACK-BLK-REASON-CODE PIC X(2).
           05 ACK-BLK-REASON-TEXT PIC X(30).
        01 WS-ACK-TRAILER.
           05 ACK-TRL-TYPE      PIC X(1).
           05 ACK-TRL-DETAILS   PIC 9(9).
           05 ACK-TRL-ACCEPTED  PIC 9(9).
           05 ACK-TRL-DECLINED  PIC 9(9).
           05 ACK-TRL-HOT       PIC 9(9).
           05 ACK-TRL-REJECTED  PIC 9(9).
           05 ACK-TRL-DUPLICATE PIC 9(9).
        01 WS-HEADING-1.
           05 FILLER         PIC X(34)
              VALUE 'ORIGINATOR ACKNOWLEDGEMENT REPORT '.
           05 FILLER         PIC X(7) VALUE 'RUN-ID '.
           05 HDG-RUN-ID     PIC X(8).
           05 FILLER         PIC X(6) VALUE '  DATE'.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 HDG-DATE       PIC X(8).
           05 FILLER         PIC X(16) VALUE SPACES.
        01 WS-HEADING-2.
           05 FILLER         PIC X(9) VALUE 'BATCH    '.
           05 FILLER         PIC X(9) VALUE 'ORIG     '.
           05 FILLER         PIC X(9) VALUE 'STATUS   '.
           05 FILLER         PIC X(8) VALUE '   ACKED'.
           05 FILLER         PIC X(8) VALUE ' ACCEPTD'.
           05 FILLER         PIC X(8) VALUE ' DECLIND'.
           05 FILLER         PIC X(8) VALUE '     HOT'.
           05 FILLER         PIC X(8) VALUE ' REJECTD'.
           05 FILLER         PIC X(8) VALUE '    DUPS'.
           05 FILLER         PIC X(5) VALUE SPACES.
        01 WS-DETAIL-LINE.
           05 DTL-BATCH-ID   PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-ORIGINATOR PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-STATUS     PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-DETAILS    PIC Z(6)9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-ACCEPTED   PIC Z(6)9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-DECLINED   PIC Z(6)9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-HOT        PIC Z(6)9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-REJECTED   PIC Z(6)9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-DUPLICATE  PIC Z(6)9.
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
           PERFORM 020-LOAD-BATCH-CONTROL
           PERFORM 030-LOAD-LAYOUTS
           PERFORM 100-LOAD-RESULTS
           PERFORM 200-LOAD-EXCEPTIONS
           PERFORM 300-LOAD-DUPLICATES
           PERFORM 500-ACK-BATCH
              VARYING WS-BATCH-INDEX FROM 1 BY 1
              UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT
           PERFORM 900-WRITE-TOTALS
           CLOSE ACK-WORK
           CLOSE ACK-REPORT
           IF (WS-BATCHES-REJECTED > 0 OR WS-NO-BATCH-CONTROL > 0)
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
           OPEN OUTPUT ACK-WORK
           CLOSE ACK-WORK
           OPEN I-O ACK-WORK
           IF WS-ACK-WORK-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN ACK-WORK, STATUS = '
                 WS-ACK-WORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT ACK-REPORT
           IF WS-ACK-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN ACK-REPORT, STATUS = '
                 WS-ACK-REPORT-STATUS
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
                     MOVE BCT-BATCH-ID TO AW-BATCH-ID
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
              MOVE 'Y' TO WS-BAT-BALANCE(WS-BATCH-MATCH)
           ELSE
              DISPLAY 'WARNING: BATCH TABLE FULL AT ' WS-BATCH-MAX
                 ' - BATCH ' BCT-BATCH-ID ' NOT ACKNOWLEDGED'
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
           IF BCT-QUARANTINED
              MOVE 'Q' TO WS-BAT-BALANCE(WS-BATCH-MATCH)
           ELSE
              IF BCT-BALANCED NOT = 'Y'
                 AND WS-BAT-BALANCE(WS-BATCH-MATCH) NOT = 'Q'
                 MOVE 'N' TO WS-BAT-BALANCE(WS-BATCH-MATCH)
              END-IF
           END-IF.

       030-LOAD-LAYOUTS.
           OPEN INPUT LAYOUT-DEFS
           IF WS-LAYOUT-DEFS-STATUS NOT = '00'
              DISPLAY 'WARNING: LAYOUT-DEFS UNAVAILABLE, STATUS = '
                 WS-LAYOUT-DEFS-STATUS
                 ' - STANDARD ACK LAYOUT USED'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           ELSE
              MOVE 'NO ' TO WS-EOF-SW
              PERFORM 035-READ-LAYOUT UNTIL WS-EOF
              CLOSE LAYOUT-DEFS
           END-IF.

       035-READ-LAYOUT.
           READ LAYOUT-DEFS
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  IF WS-LAYOUT-COUNT < WS-LAYOUT-MAX
                     ADD 1 TO WS-LAYOUT-COUNT
                     MOVE OD-ORIG-ID TO WS-LAY-ORIG(WS-LAYOUT-COUNT)
                     MOVE OD-FORMAT TO WS-LAY-FORMAT(WS-LAYOUT-COUNT)
                     MOVE OD-DELIMITER TO WS-LAY-DELIM(WS-LAYOUT-COUNT)
                     MOVE OD-PAN-FIELD TO WS-LAY-FIELD(WS-LAYOUT-COUNT)
                     MOVE OD-PAN-START TO WS-LAY-START(WS-LAYOUT-COUNT)
                     MOVE OD-PAN-WIDTH TO WS-LAY-WIDTH(WS-LAYOUT-COUNT)
                  ELSE
                     DISPLAY 'WARNING: LAYOUT TABLE FULL AT '
                        WS-LAYOUT-MAX ' - REMAINING LAYOUTS IGNORED'
                     SET WS-EOF TO TRUE
                  END-IF
           END-READ.

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
                     MOVE OUT-BATCH-ID TO AW-BATCH-ID
                     MOVE OUT-ORIG-SEQ TO AW-SEQ
                     MOVE 1 TO AW-RANK
                     MOVE OUT-PAN TO AW-MASKED-PAN
                     PERFORM 120-SET-RESULT-DISPOSITION
                     PERFORM 450-STORE-WORK
                  END-IF
           END-READ.

       120-SET-RESULT-DISPOSITION.
           IF OUT-RESULT = 'YES'
              IF OUT-HOT-CARD = 'Y'
                 MOVE 'H' TO AW-DISPOSITION
                 MOVE 'HC' TO AW-REASON-CODE
                 MOVE 'HOT CARD - STOP LIST HIT' TO AW-REASON-TEXT
              ELSE
                 MOVE 'A' TO AW-DISPOSITION
                 MOVE '00' TO AW-REASON-CODE
                 MOVE 'ACCEPTED' TO AW-REASON-TEXT
              END-IF
           ELSE
              MOVE 'D' TO AW-DISPOSITION
              IF OUT-RESULT = 'NO '
                 MOVE 'LF' TO AW-REASON-CODE
                 MOVE 'FAILED LUHN CHECK' TO AW-REASON-TEXT
              ELSE
                 IF OUT-RESULT = 'NOF'
                    MOVE 'NF' TO AW-REASON-CODE
                    MOVE 'NOT ON FILE' TO AW-REASON-TEXT
                 ELSE
                    IF OUT-RESULT = 'BLK'
                       MOVE 'BK' TO AW-REASON-CODE
                       MOVE 'CARD BLOCKED' TO AW-REASON-TEXT
                    ELSE
                       IF OUT-RESULT = 'EXP'
                          MOVE 'EX' TO AW-REASON-CODE
                          MOVE 'CARD EXPIRED' TO AW-REASON-TEXT
                       ELSE
                          MOVE 'XX' TO AW-REASON-CODE
                          MOVE 'DECLINED' TO AW-REASON-TEXT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

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
                     MOVE EXC-BATCH-ID TO AW-BATCH-ID
                     MOVE EXC-ORIG-SEQ TO AW-SEQ
                     MOVE 2 TO AW-RANK
                     MOVE EXC-PAN TO AW-MASKED-PAN
                     MOVE 'R' TO AW-DISPOSITION
                     MOVE 'FM' TO AW-REASON-CODE
                     MOVE EXC-REASON TO AW-REASON-TEXT
                     PERFORM 450-STORE-WORK
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
                     MOVE DUP-BATCH-ID TO AW-BATCH-ID
                     MOVE DUP-SEQ TO AW-SEQ
                     MOVE 3 TO AW-RANK
                     MOVE DUP-MASKED-PAN TO AW-MASKED-PAN
                     MOVE 'U' TO AW-DISPOSITION
                     MOVE 'DP' TO AW-REASON-CODE
                     MOVE SPACES TO AW-REASON-TEXT
                     STRING 'DUPLICATE OF SEQ ' DUP-ORIG-SEQ
                        DELIMITED BY SIZE INTO AW-REASON-TEXT
                     PERFORM 450-STORE-WORK
                  END-IF
           END-READ.

       400-FIND-BATCH.
           MOVE ZERO TO WS-BATCH-MATCH
           PERFORM VARYING WS-BATCH-INDEX FROM 1 BY 1
                   UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT
                   OR WS-BATCH-MATCH > 0
              IF WS-BAT-ID(WS-BATCH-INDEX) = AW-BATCH-ID
                 MOVE WS-BATCH-INDEX TO WS-BATCH-MATCH
              END-IF
           END-PERFORM.

       450-STORE-WORK.
           PERFORM 400-FIND-BATCH
           IF WS-BATCH-MATCH = ZERO
              ADD 1 TO WS-NO-BATCH-CONTROL
              DISPLAY 'NO BATCH CONTROL FOR BATCH ' AW-BATCH-ID
                 ' SEQ ' AW-SEQ ' - NOT ACKNOWLEDGED'
           ELSE
              WRITE AW-RECORD
              IF WS-ACK-WORK-STATUS = '22'
                 PERFORM 460-REPLACE-WORK
              ELSE
                 IF WS-ACK-WORK-STATUS NOT = '00'
                    DISPLAY 'ERROR WRITING ACK-WORK, STATUS = '
                       WS-ACK-WORK-STATUS
                    MOVE 20 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF.

       460-REPLACE-WORK.
           MOVE AW-RECORD TO WS-HOLD-WORK
           MOVE AW-RANK TO WS-NEW-RANK
           READ ACK-WORK
           IF WS-ACK-WORK-STATUS = '00' AND WS-NEW-RANK <= AW-RANK
              MOVE WS-HOLD-WORK TO AW-RECORD
              REWRITE AW-RECORD
              IF WS-ACK-WORK-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING ACK-WORK, STATUS = '
                    WS-ACK-WORK-STATUS
                 MOVE 20 TO WS-RETURN-CODE
              END-IF
           END-IF.

       500-ACK-BATCH.
           MOVE ZERO TO WS-BAT-DETAILS
           MOVE ZERO TO WS-BAT-ACCEPTED
           MOVE ZERO TO WS-BAT-DECLINED
           MOVE ZERO TO WS-BAT-HOT
           MOVE ZERO TO WS-BAT-REJECTED
           MOVE ZERO TO WS-BAT-DUPLICATE
           IF WS-BAT-BALANCE(WS-BATCH-INDEX) = 'Q'
              ADD 1 TO WS-BATCHES-HELD
              DISPLAY 'BATCH ' WS-BAT-ID(WS-BATCH-INDEX)
                 ' HELD IN QUARANTINE - NOT ACKNOWLEDGED'
              PERFORM 600-REPORT-BATCH
           ELSE
              PERFORM 505-WRITE-ACK-FILE
           END-IF.

       505-WRITE-ACK-FILE.
           PERFORM 510-SET-LAYOUT
           MOVE SPACES TO WS-ACK-DSN
           STRING 'ACK' WS-BAT-ID(WS-BATCH-INDEX) DELIMITED BY SPACE
              INTO WS-ACK-DSN
           OPEN OUTPUT ACK-OUT
           IF WS-ACK-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN ACK FILE ' WS-ACK-DSN
                 ', STATUS = ' WS-ACK-OUT-STATUS
              MOVE 20 TO WS-RETURN-CODE
           ELSE
              PERFORM 530-WRITE-ACK-HEADER
              IF WS-BAT-BALANCE(WS-BATCH-INDEX) = 'Y'
                 PERFORM 540-ACK-DETAILS
              ELSE
                 PERFORM 560-ACK-BATCH-REJECT
              END-IF
              PERFORM 570-WRITE-ACK-TRAILER
              CLOSE ACK-OUT
              PERFORM 600-REPORT-BATCH
           END-IF.

       510-SET-LAYOUT.
           MOVE ZERO TO WS-LAYOUT-MATCH
           PERFORM VARYING WS-LAYOUT-INDEX FROM 1 BY 1
                   UNTIL WS-LAYOUT-INDEX > WS-LAYOUT-COUNT
                   OR WS-LAYOUT-MATCH > 0
              IF WS-LAY-ORIG(WS-LAYOUT-INDEX)
                 = WS-BAT-ORIG(WS-BATCH-INDEX)
                 MOVE WS-LAYOUT-INDEX TO WS-LAYOUT-MATCH
              END-IF
           END-PERFORM
           SET WS-ACK-STANDARD TO TRUE
           IF WS-LAYOUT-MATCH > 0
              IF WS-LAY-FORMAT(WS-LAYOUT-MATCH) = 'D'
                 AND WS-LAY-DELIM(WS-LAYOUT-MATCH) NOT = SPACE
                 SET WS-ACK-DELIMITED TO TRUE
                 MOVE WS-LAY-DELIM(WS-LAYOUT-MATCH) TO WS-ACK-DELIM
                 MOVE WS-LAY-FIELD(WS-LAYOUT-MATCH) TO WS-PAN-SLOT
                 IF WS-PAN-SLOT < 1 OR WS-PAN-SLOT > 5
                    MOVE 2 TO WS-PAN-SLOT
                 END-IF
              ELSE
                 IF WS-LAY-FORMAT(WS-LAYOUT-MATCH) NOT = 'D'
                    PERFORM 520-FIT-FIXED-LAYOUT
                 END-IF
              END-IF
           END-IF.

       520-FIT-FIXED-LAYOUT.
           MOVE WS-LAY-START(WS-LAYOUT-MATCH) TO WS-PAN-START
           MOVE WS-LAY-WIDTH(WS-LAYOUT-MATCH) TO WS-PAN-WIDTH
           IF WS-PAN-WIDTH > 19
              MOVE 19 TO WS-PAN-WIDTH
           END-IF
           IF WS-PAN-START >= 1 AND WS-PAN-WIDTH >= 1
              AND WS-PAN-START + WS-PAN-WIDTH <= 81
              IF WS-PAN-START + WS-PAN-WIDTH + 41 <= 80
                 SET WS-ACK-FIXED TO TRUE
                 COMPUTE WS-BLOCK-START = WS-PAN-START + WS-PAN-WIDTH
              ELSE
                 IF WS-PAN-START > 42
                    SET WS-ACK-FIXED TO TRUE
                    MOVE 1 TO WS-BLOCK-START
                 END-IF
              END-IF
           END-IF.

       530-WRITE-ACK-HEADER.
           MOVE 'H' TO ACK-HDR-TYPE
           MOVE WS-BAT-ID(WS-BATCH-INDEX) TO ACK-HDR-BATCH-ID
           MOVE WS-BAT-ORIG(WS-BATCH-INDEX) TO ACK-HDR-ORIGINATOR
           MOVE WS-BAT-BUS-DATE(WS-BATCH-INDEX) TO ACK-HDR-BUS-DATE
           MOVE WS-TODAY TO ACK-HDR-ACK-DATE
           IF WS-BAT-BALANCE(WS-BATCH-INDEX) = 'Y'
              MOVE 'A' TO ACK-HDR-STATUS
           ELSE
              MOVE 'R' TO ACK-HDR-STATUS
           END-IF
           IF WS-ACK-DELIMITED
              MOVE SPACES TO WS-SLOT-TABLE
              MOVE ACK-HDR-TYPE TO WS-SLOT(1)
              MOVE ACK-HDR-BATCH-ID TO WS-SLOT(2)
              MOVE ACK-HDR-ORIGINATOR TO WS-SLOT(3)
              MOVE ACK-HDR-BUS-DATE TO WS-SLOT(4)
              MOVE ACK-HDR-ACK-DATE TO WS-SLOT(5)
              MOVE ACK-HDR-STATUS TO WS-SLOT(6)
              MOVE 6 TO WS-SLOT-COUNT
              PERFORM 580-STRING-SLOTS
           ELSE
              MOVE SPACES TO ACK-RECORD
              MOVE WS-ACK-HEADER TO ACK-RECORD
           END-IF
           PERFORM 590-WRITE-ACK-RECORD.

       540-ACK-DETAILS.
           MOVE WS-BAT-ID(WS-BATCH-INDEX) TO AW-BATCH-ID
           MOVE ZERO TO AW-SEQ
           MOVE 'NO ' TO WS-BATCH-END-SW
           START ACK-WORK KEY NOT LESS THAN AW-KEY
           IF WS-ACK-WORK-STATUS NOT = '00'
              SET WS-BATCH-END TO TRUE
           END-IF
           PERFORM 545-READ-NEXT-WORK UNTIL WS-BATCH-END.

       545-READ-NEXT-WORK.
           READ ACK-WORK NEXT RECORD
               AT END
                  SET WS-BATCH-END TO TRUE
               NOT AT END
                  IF AW-BATCH-ID NOT = WS-BAT-ID(WS-BATCH-INDEX)
                     SET WS-BATCH-END TO TRUE
                  ELSE
                     PERFORM 550-WRITE-ACK-DETAIL
                  END-IF
           END-READ.

       550-WRITE-ACK-DETAIL.
           ADD 1 TO WS-BAT-DETAILS
           IF AW-DISPOSITION = 'A'
              ADD 1 TO WS-BAT-ACCEPTED
           END-IF
           IF AW-DISPOSITION = 'D'
              ADD 1 TO WS-BAT-DECLINED
           END-IF
           IF AW-DISPOSITION = 'H'
              ADD 1 TO WS-BAT-HOT
           END-IF
           IF AW-DISPOSITION = 'R'
              ADD 1 TO WS-BAT-REJECTED
           END-IF
           IF AW-DISPOSITION = 'U'
              ADD 1 TO WS-BAT-DUPLICATE
           END-IF
           PERFORM 555-FORMAT-DETAIL
           PERFORM 590-WRITE-ACK-RECORD.

       555-FORMAT-DETAIL.
           MOVE SPACES TO ACK-RECORD
           IF WS-ACK-DELIMITED
              MOVE SPACES TO WS-SLOT-TABLE
              MOVE 1 TO WS-VALUE-INDEX
              PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                      UNTIL WS-SLOT-INDEX > 5
                 IF WS-SLOT-INDEX = WS-PAN-SLOT
                    MOVE AW-MASKED-PAN TO WS-SLOT(WS-SLOT-INDEX)
                 ELSE
                    IF WS-VALUE-INDEX = 1
                       MOVE AW-SEQ TO WS-SLOT(WS-SLOT-INDEX)
                    END-IF
                    IF WS-VALUE-INDEX = 2
                       MOVE AW-DISPOSITION TO WS-SLOT(WS-SLOT-INDEX)
                    END-IF
                    IF WS-VALUE-INDEX = 3
                       MOVE AW-REASON-CODE TO WS-SLOT(WS-SLOT-INDEX)
                    END-IF
                    IF WS-VALUE-INDEX = 4
                       MOVE AW-REASON-TEXT TO WS-SLOT(WS-SLOT-INDEX)
                    END-IF
                    ADD 1 TO WS-VALUE-INDEX
                 END-IF
              END-PERFORM
              MOVE 5 TO WS-SLOT-COUNT
              PERFORM 580-STRING-SLOTS
           ELSE
              IF WS-ACK-FIXED
                 MOVE AW-SEQ TO ACK-BLK-SEQ
                 MOVE AW-DISPOSITION TO ACK-BLK-DISPOSITION
                 MOVE AW-REASON-CODE TO ACK-BLK-REASON-CODE
                 MOVE AW-REASON-TEXT TO ACK-BLK-REASON-TEXT
                 MOVE AW-MASKED-PAN(1:WS-PAN-WIDTH)
                      TO ACK-RECORD(WS-PAN-START:WS-PAN-WIDTH)
                 MOVE WS-ACK-BLOCK TO ACK-RECORD(WS-BLOCK-START:42)
              ELSE
                 MOVE 'D' TO ACK-DTL-TYPE
                 MOVE AW-SEQ TO ACK-DTL-SEQ
                 MOVE AW-MASKED-PAN TO ACK-DTL-PAN
                 MOVE AW-DISPOSITION TO ACK-DTL-DISPOSITION
                 MOVE AW-REASON-CODE TO ACK-DTL-REASON-CODE
                 MOVE AW-REASON-TEXT TO ACK-DTL-REASON-TEXT
                 MOVE WS-ACK-DETAIL TO ACK-RECORD
              END-IF
           END-IF.

       560-ACK-BATCH-REJECT.
           ADD 1 TO WS-BATCHES-REJECTED
           MOVE WS-BAT-ID(WS-BATCH-INDEX) TO AW-BATCH-ID
           MOVE ZERO TO AW-SEQ
           MOVE SPACES TO AW-MASKED-PAN
           MOVE 'B' TO AW-DISPOSITION
           MOVE 'OB' TO AW-REASON-CODE
           MOVE 'BATCH OUT OF BALANCE' TO AW-REASON-TEXT
           PERFORM 555-FORMAT-DETAIL
           PERFORM 590-WRITE-ACK-RECORD
           DISPLAY 'BATCH ' WS-BAT-ID(WS-BATCH-INDEX)
              ' FROM ' WS-BAT-ORIG(WS-BATCH-INDEX)
              ' OUT OF BALANCE - WHOLE BATCH REJECTED'.

       570-WRITE-ACK-TRAILER.
           MOVE 'T' TO ACK-TRL-TYPE
           MOVE WS-BAT-DETAILS TO ACK-TRL-DETAILS
           MOVE WS-BAT-ACCEPTED TO ACK-TRL-ACCEPTED
           MOVE WS-BAT-DECLINED TO ACK-TRL-DECLINED
           MOVE WS-BAT-HOT TO ACK-TRL-HOT
           MOVE WS-BAT-REJECTED TO ACK-TRL-REJECTED
           MOVE WS-BAT-DUPLICATE TO ACK-TRL-DUPLICATE
           IF WS-ACK-DELIMITED
              MOVE SPACES TO WS-SLOT-TABLE
              MOVE ACK-TRL-TYPE TO WS-SLOT(1)
              MOVE ACK-TRL-DETAILS TO WS-SLOT(2)
              MOVE ACK-TRL-ACCEPTED TO WS-SLOT(3)
              MOVE ACK-TRL-DECLINED TO WS-SLOT(4)
              MOVE ACK-TRL-HOT TO WS-SLOT(5)
              MOVE ACK-TRL-REJECTED TO WS-SLOT(6)
              MOVE 6 TO WS-SLOT-COUNT
              PERFORM 580-STRING-SLOTS
              STRING WS-ACK-DELIM ACK-TRL-DUPLICATE
                 DELIMITED BY SIZE
                 INTO ACK-RECORD WITH POINTER WS-ACK-POINTER
           ELSE
              MOVE SPACES TO ACK-RECORD
              MOVE WS-ACK-TRAILER TO ACK-RECORD
           END-IF
           PERFORM 590-WRITE-ACK-RECORD
           ADD 1 TO WS-BATCHES-ACKED
           ADD WS-BAT-DETAILS TO WS-RECORDS-ACKED.

       580-STRING-SLOTS.
           MOVE SPACES TO ACK-RECORD
           MOVE 1 TO WS-ACK-POINTER
           PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                   UNTIL WS-SLOT-INDEX > WS-SLOT-COUNT
              IF WS-SLOT-INDEX > 1
                 STRING WS-ACK-DELIM DELIMITED BY SIZE
                    INTO ACK-RECORD WITH POINTER WS-ACK-POINTER
              END-IF
              STRING WS-SLOT(WS-SLOT-INDEX) DELIMITED BY '  '
                 INTO ACK-RECORD WITH POINTER WS-ACK-POINTER
           END-PERFORM.

       590-WRITE-ACK-RECORD.
           WRITE ACK-RECORD
           IF WS-ACK-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ACK FILE ' WS-ACK-DSN
                 ', STATUS = ' WS-ACK-OUT-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       600-REPORT-BATCH.
           MOVE WS-BAT-ID(WS-BATCH-INDEX) TO DTL-BATCH-ID
           MOVE WS-BAT-ORIG(WS-BATCH-INDEX) TO DTL-ORIGINATOR
           IF WS-BAT-BALANCE(WS-BATCH-INDEX) = 'Y'
              MOVE 'ACCEPTED' TO DTL-STATUS
           ELSE
              IF WS-BAT-BALANCE(WS-BATCH-INDEX) = 'Q'
                 MOVE 'HELD' TO DTL-STATUS
              ELSE
                 MOVE 'REJECTED' TO DTL-STATUS
              END-IF
           END-IF
           MOVE WS-BAT-DETAILS TO DTL-DETAILS
           MOVE WS-BAT-ACCEPTED TO DTL-ACCEPTED
           MOVE WS-BAT-DECLINED TO DTL-DECLINED
           MOVE WS-BAT-HOT TO DTL-HOT
           MOVE WS-BAT-REJECTED TO DTL-REJECTED
           MOVE WS-BAT-DUPLICATE TO DTL-DUPLICATE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE.

       850-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-ACK-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ACK-REPORT, STATUS = '
                 WS-ACK-REPORT-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       900-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'BATCHES ACKED' TO CNT-LABEL
           MOVE WS-BATCHES-ACKED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'BATCHES REJECTED' TO CNT-LABEL
           MOVE WS-BATCHES-REJECTED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'BATCHES HELD' TO CNT-LABEL
           MOVE WS-BATCHES-HELD TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'RECORDS ACKED' TO CNT-LABEL
           MOVE WS-RECORDS-ACKED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'NO BATCH CONTROL' TO CNT-LABEL
           MOVE WS-NO-BATCH-CONTROL TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           DISPLAY '==================================='
           DISPLAY 'ORIGINATOR ACKNOWLEDGEMENT SUMMARY'
           DISPLAY 'BATCHES ACKED   : ' WS-BATCHES-ACKED
           DISPLAY 'BATCHES REJECTED: ' WS-BATCHES-REJECTED
           DISPLAY 'BATCHES HELD    : ' WS-BATCHES-HELD
           DISPLAY 'RECORDS ACKED   : ' WS-RECORDS-ACKED
           DISPLAY 'NO BATCH CONTROL: ' WS-NO-BATCH-CONTROL
           DISPLAY '==================================='.
