       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONLRECON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONLINE-JOURNAL
               ASSIGN TO 'ONLJRNL'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JOURNAL-ARCHIVE
               ASSIGN TO DYNAMIC WS-JRN-ARCH-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-ARCH-STATUS.
           SELECT JOURNAL-WORK
               ASSIGN TO 'ONLJWORK'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-WORK-STATUS.
           SELECT CARD-IN
               ASSIGN TO 'CARDIN'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-IN-STATUS.
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
           SELECT ONLINE-WORK
               ASSIGN TO 'ONLWORK'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OW-KEY
               FILE STATUS IS WS-ONLINE-WORK-STATUS.
           SELECT BATCH-WORK
               ASSIGN TO 'RCNWORK'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BW-KEY
               FILE STATUS IS WS-BATCH-WORK-STATUS.
           SELECT MISMATCH-OUT
               ASSIGN TO 'ONLMISM'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MISMATCH-OUT-STATUS.
           SELECT RECON-REPORT
               ASSIGN TO 'ONLRRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ONLINE-JOURNAL.
       COPY ONLJRNR.
       FD  JOURNAL-ARCHIVE.
       COPY ONLJRNR REPLACING LEADING ==JRN== BY ==JRA==.
       FD  JOURNAL-WORK.
       COPY ONLJRNR REPLACING LEADING ==JRN== BY ==JRW==.
       FD  CARD-IN.
       01  IN-RECORD.
           05  IN-PAN            PIC X(19).
           05  IN-PAN-LENGTH     PIC 9(2).
           05  IN-ORIG-SEQ       PIC 9(9).
       01  IN-HEADER-RECORD.
           05  IN-HDR-TYPE       PIC X(1).
           05  IN-HDR-BATCH-ID   PIC X(8).
           05  IN-HDR-BUS-DATE   PIC X(8).
           05  IN-HDR-ORIGINATOR PIC X(8).
       FD  RESULTS-IN.
       COPY OUTRECR.
       FD  EXCEPTIONS-IN.
       COPY EXCRECR.
       FD  ONLINE-WORK.
       01  OW-RECORD.
           05  OW-KEY.
               10  OW-KEY-VERSION PIC 9(2).
               10  OW-CIPHER-PAN PIC X(19).
           05  OW-MASKED-PAN     PIC X(19).
           05  OW-TOKEN          PIC X(19).
           05  OW-CALLS          PIC 9(5).
           05  OW-ACCEPTS        PIC 9(5).
           05  OW-REJECTS        PIC 9(5).
           05  OW-CALLER-ID      PIC X(8).
           05  OW-TIME           PIC X(8).
           05  OW-RESULT         PIC X(3).
           05  OW-REASON         PIC X(30).
       FD  BATCH-WORK.
       01  BW-RECORD.
           05  BW-KEY.
               10  BW-BATCH-ID   PIC X(8).
               10  BW-SEQ        PIC 9(9).
           05  BW-REJECTED       PIC X(1).
           05  BW-RESULT         PIC X(3).
           05  BW-REASON         PIC X(30).
       FD  MISMATCH-OUT.
       COPY ONLMISR.
       FD  RECON-REPORT.
       01  RPT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-JOURNAL-STATUS  PIC XX VALUE SPACES.
        01 WS-JRN-ARCH-STATUS PIC XX VALUE SPACES.
        01 WS-JRN-WORK-STATUS PIC XX VALUE SPACES.
        01 WS-JRN-ARCH-DSN    PIC X(12) VALUE SPACES.
        01 WS-JOURNAL-SW  PIC X(3) VALUE 'NO '.
           88 WS-JOURNAL-LOADED     VALUE 'YES'.
        01 WS-CARD-IN-STATUS  PIC XX VALUE SPACES.
        01 WS-RESULTS-IN-STATUS PIC XX VALUE SPACES.
        01 WS-EXCEPT-IN-STATUS PIC XX VALUE SPACES.
        01 WS-ONLINE-WORK-STATUS PIC XX VALUE SPACES.
        01 WS-BATCH-WORK-STATUS PIC XX VALUE SPACES.
        01 WS-MISMATCH-OUT-STATUS PIC XX VALUE SPACES.
        01 WS-RECON-REPORT-STATUS PIC XX VALUE SPACES.
        01 WS-RESULTS-REL-KEY PIC 9(9) VALUE ZERO.
        01 WS-EXCEPT-REL-KEY  PIC 9(9) VALUE ZERO.
        01 WS-EOF-SW      PIC X(3) VALUE 'NO '.
           88 WS-EOF                VALUE 'YES'.
        01 WS-VOLUME-FULL-SW PIC X(3) VALUE 'NO '.
           88 WS-VOLUME-FULL        VALUE 'YES'.
        01 WS-ONLINE-FOUND-SW PIC X(3) VALUE 'NO '.
           88 WS-ONLINE-FOUND       VALUE 'YES'.
        01 WS-RUN-ID          PIC X(8) VALUE SPACES.
        01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
        01 WS-TODAY           PIC X(8) VALUE SPACES.
        01 WS-RECON-DATE      PIC X(8) VALUE SPACES.
        01 WS-BATCH-ID        PIC X(8) VALUE SPACES.
        01 WS-DETAIL-COUNT    PIC 9(9) VALUE ZERO.
        01 WS-INPUT-SEQ       PIC 9(9) VALUE ZERO.
        01 WS-PAN-LENGTH      PIC 9(2) VALUE ZERO.
        01 WS-VOLUME-TABLE.
           05 WS-VOLUME-ENTRY OCCURS 200.
              10 WS-VOL-CALLER   PIC X(8).
              10 WS-VOL-FUNCTION PIC X(1).
              10 WS-VOL-NETWORK  PIC X(10).
              10 WS-VOL-REQUESTS PIC 9(9).
              10 WS-VOL-ACCEPTED PIC 9(9).
              10 WS-VOL-REJECTED PIC 9(9).
        01 WS-VOLUME-COUNT    PIC 9(3) VALUE ZERO.
        01 WS-VOLUME-MAX      PIC 9(3) VALUE 200.
        01 WS-VOLUME-INDEX    PIC 9(3) VALUE ZERO.
        01 WS-VOLUME-MATCH    PIC 9(3) VALUE ZERO.
        01 WS-SEARCH-NETWORK  PIC X(10) VALUE SPACES.
        01 WS-VERSION-TABLE.
           05 WS-VERSION-ENTRY OCCURS 20.
              10 WS-VER-KEY-VERSION PIC 9(2).
        01 WS-VERSION-COUNT   PIC 9(2) VALUE ZERO.
        01 WS-VERSION-MAX     PIC 9(2) VALUE 20.
        01 WS-VERSION-INDEX   PIC 9(2) VALUE ZERO.
        01 WS-VERSION-MATCH   PIC 9(2) VALUE ZERO.
        01 WS-JOURNAL-READ    PIC 9(9) VALUE ZERO.
        01 WS-JOURNAL-OTHER-DATE PIC 9(9) VALUE ZERO.
        01 WS-JOURNAL-ARCHIVED PIC 9(9) VALUE ZERO.
        01 WS-JOURNAL-CARRIED PIC 9(9) VALUE ZERO.
        01 WS-ONLINE-REQUESTS PIC 9(9) VALUE ZERO.
        01 WS-ONLINE-ACCEPTED PIC 9(9) VALUE ZERO.
        01 WS-ONLINE-REJECTED PIC 9(9) VALUE ZERO.
        01 WS-ONLINE-PANS     PIC 9(9) VALUE ZERO.
        01 WS-RESULTS-READ    PIC 9(9) VALUE ZERO.
        01 WS-EXCEPT-READ     PIC 9(9) VALUE ZERO.
        01 WS-CARDIN-DETAILS  PIC 9(9) VALUE ZERO.
        01 WS-CARDIN-MATCHED  PIC 9(9) VALUE ZERO.
        01 WS-CRYPT-FAILS     PIC 9(9) VALUE ZERO.
        01 WS-ONLINE-MISMATCH PIC 9(9) VALUE ZERO.
        01 WS-BATCH-MISMATCH  PIC 9(9) VALUE ZERO.
        01 WS-TOTAL-MISMATCH  PIC 9(9) VALUE ZERO.
        01 WS-RETURN-CODE     PIC 9(2) VALUE ZERO.
       COPY PCRYPTP.
        01 WS-HEADING-1.
           05 FILLER         PIC X(34)
              VALUE 'ONLINE/BATCH RECONCILIATION       '.
           05 FILLER         PIC X(7) VALUE 'RUN-ID '.
           05 HDG-RUN-ID     PIC X(8).
           05 FILLER         PIC X(6) VALUE '  DATE'.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 HDG-DATE       PIC X(8).
           05 FILLER         PIC X(16) VALUE SPACES.
        01 WS-HEADING-2.
           05 FILLER         PIC X(40)
              VALUE 'CALLER   FUNCTION NETWORK      REQUESTS '.
           05 FILLER         PIC X(40)
              VALUE ' ACCEPTED  REJECTED                     '.
        01 WS-HEADING-3.
           05 FILLER         PIC X(35)
              VALUE 'MISMATCH       MASKED PAN          '.
           05 FILLER         PIC X(45)
              VALUE 'CALLER   ONL BATCH          SEQ BAT          '.
        01 WS-VOLUME-LINE.
           05 VOL-CALLER     PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 VOL-FUNCTION   PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 VOL-NETWORK    PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 VOL-REQUESTS   PIC Z(8)9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 VOL-ACCEPTED   PIC Z(8)9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 VOL-REJECTED   PIC Z(8)9.
           05 FILLER         PIC X(21) VALUE SPACES.
        01 WS-DETAIL-LINE.
           05 DTL-TYPE       PIC X(14).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-MASKED-PAN PIC X(19).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-CALLER-ID  PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-ONLINE-RESULT PIC X(3).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-BATCH-ID   PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-ORIG-SEQ   PIC Z(8)9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 DTL-BATCH-RESULT PIC X(3).
           05 FILLER         PIC X(10) VALUE SPACES.
        01 WS-REASON-LINE.
           05 FILLER         PIC X(4) VALUE SPACES.
           05 FILLER         PIC X(8) VALUE 'ONLINE: '.
           05 RSN-ONLINE     PIC X(30).
           05 FILLER         PIC X(8) VALUE ' BATCH: '.
           05 RSN-BATCH      PIC X(30).
        01 WS-COUNT-LINE.
           05 CNT-LABEL      PIC X(18).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CNT-VALUE      PIC ZZZZZZZZ9.
           05 FILLER         PIC X(51) VALUE SPACES.
       LINKAGE SECTION.
        01 LK-PARM.
           05 LK-PARM-LEN     PIC S9(4) COMP.
           05 LK-RUN-ID       PIC X(8).
           05 LK-RECON-DATE   PIC X(8).
       PROCEDURE DIVISION USING LK-PARM.
       000-MAIN.
           PERFORM 010-INITIALIZE
           PERFORM 100-LOAD-JOURNAL
           PERFORM 150-REPORT-VOLUMES
           PERFORM 200-LOAD-EXCEPTIONS
           PERFORM 250-LOAD-RESULTS
           PERFORM 300-MATCH-CARDIN
           IF WS-JOURNAL-LOADED AND WS-RETURN-CODE < 8
              PERFORM 400-ARCHIVE-JOURNAL
           ELSE
              DISPLAY 'ONLINE-JOURNAL NOT ARCHIVED'
           END-IF
           PERFORM 900-WRITE-TOTALS
           CLOSE ONLINE-WORK
           CLOSE BATCH-WORK
           CLOSE MISMATCH-OUT
           CLOSE RECON-REPORT
           IF WS-TOTAL-MISMATCH > 0 AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       010-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-RECON-DATE
           IF LK-PARM-LEN > 0
              MOVE LK-RUN-ID TO WS-RUN-ID
           END-IF
           IF LK-PARM-LEN > 8
              IF LK-RECON-DATE IS NUMERIC
                 MOVE LK-RECON-DATE TO WS-RECON-DATE
              END-IF
           END-IF
           MOVE 'O' TO PC-FUNCTION
           CALL 'PANCRYPT' USING PAN-CRYPT-PARM
           IF PC-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: PAN KEYS UNAVAILABLE, STATUS = '
                 PC-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT ONLINE-WORK
           CLOSE ONLINE-WORK
           OPEN I-O ONLINE-WORK
           IF WS-ONLINE-WORK-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN ONLINE-WORK, STATUS = '
                 WS-ONLINE-WORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT BATCH-WORK
           CLOSE BATCH-WORK
           OPEN I-O BATCH-WORK
           IF WS-BATCH-WORK-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN BATCH-WORK, STATUS = '
                 WS-BATCH-WORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT MISMATCH-OUT
           IF WS-MISMATCH-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN MISMATCH-OUT, STATUS = '
                 WS-MISMATCH-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT RECON-REPORT
           IF WS-RECON-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN RECON-REPORT, STATUS = '
                 WS-RECON-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SPACES TO WS-JRN-ARCH-DSN
           STRING 'ONLJ' WS-RECON-DATE DELIMITED BY SIZE
              INTO WS-JRN-ARCH-DSN
           MOVE WS-RUN-ID TO HDG-RUN-ID
           MOVE WS-RECON-DATE TO HDG-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE.

       100-LOAD-JOURNAL.
           OPEN INPUT ONLINE-JOURNAL
           IF WS-JOURNAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ONLINE-JOURNAL UNAVAILABLE, STATUS = '
                 WS-JOURNAL-STATUS ' - NO ONLINE CALLS RECONCILED'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           ELSE
              SET WS-JOURNAL-LOADED TO TRUE
              MOVE 'NO ' TO WS-EOF-SW
              PERFORM 110-READ-JOURNAL UNTIL WS-EOF
              CLOSE ONLINE-JOURNAL
           END-IF.

       110-READ-JOURNAL.
           READ ONLINE-JOURNAL
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  ADD 1 TO WS-JOURNAL-READ
                  IF JRN-DATE = WS-RECON-DATE
                     PERFORM 120-COUNT-VOLUME
                     IF JRN-VALIDATE AND JRN-CIPHER-PAN NOT = SPACES
                        PERFORM 130-STORE-ONLINE-PAN
                     END-IF
                  ELSE
                     ADD 1 TO WS-JOURNAL-OTHER-DATE
                  END-IF
           END-READ.

       120-COUNT-VOLUME.
           ADD 1 TO WS-ONLINE-REQUESTS
           IF JRN-NETWORK = SPACES
              MOVE 'UNKNOWN' TO WS-SEARCH-NETWORK
           ELSE
              MOVE JRN-NETWORK TO WS-SEARCH-NETWORK
           END-IF
           MOVE ZERO TO WS-VOLUME-MATCH
           PERFORM VARYING WS-VOLUME-INDEX FROM 1 BY 1
                   UNTIL WS-VOLUME-INDEX > WS-VOLUME-COUNT
                   OR WS-VOLUME-MATCH > 0
              IF WS-VOL-CALLER(WS-VOLUME-INDEX) = JRN-CALLER-ID
                 AND WS-VOL-FUNCTION(WS-VOLUME-INDEX) = JRN-FUNCTION
                 AND WS-VOL-NETWORK(WS-VOLUME-INDEX)
                     = WS-SEARCH-NETWORK
                 MOVE WS-VOLUME-INDEX TO WS-VOLUME-MATCH
              END-IF
           END-PERFORM
           IF WS-VOLUME-MATCH = ZERO
              IF WS-VOLUME-COUNT < WS-VOLUME-MAX
                 ADD 1 TO WS-VOLUME-COUNT
                 MOVE WS-VOLUME-COUNT TO WS-VOLUME-MATCH
                 MOVE JRN-CALLER-ID TO WS-VOL-CALLER(WS-VOLUME-MATCH)
                 MOVE JRN-FUNCTION TO WS-VOL-FUNCTION(WS-VOLUME-MATCH)
                 MOVE WS-SEARCH-NETWORK
                      TO WS-VOL-NETWORK(WS-VOLUME-MATCH)
                 MOVE ZERO TO WS-VOL-REQUESTS(WS-VOLUME-MATCH)
                 MOVE ZERO TO WS-VOL-ACCEPTED(WS-VOLUME-MATCH)
                 MOVE ZERO TO WS-VOL-REJECTED(WS-VOLUME-MATCH)
              ELSE
                 IF NOT WS-VOLUME-FULL
                    SET WS-VOLUME-FULL TO TRUE
                    DISPLAY 'WARNING: VOLUME TABLE FULL AT '
                       WS-VOLUME-MAX ' ENTRIES'
                    IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF JRN-RESULT = 'YES'
              ADD 1 TO WS-ONLINE-ACCEPTED
           ELSE
              ADD 1 TO WS-ONLINE-REJECTED
           END-IF
           IF WS-VOLUME-MATCH > ZERO
              ADD 1 TO WS-VOL-REQUESTS(WS-VOLUME-MATCH)
              IF JRN-RESULT = 'YES'
                 ADD 1 TO WS-VOL-ACCEPTED(WS-VOLUME-MATCH)
              ELSE
                 ADD 1 TO WS-VOL-REJECTED(WS-VOLUME-MATCH)
              END-IF
           END-IF.

       130-STORE-ONLINE-PAN.
           PERFORM 135-ADD-VERSION
           MOVE JRN-KEY-VERSION TO OW-KEY-VERSION
           MOVE JRN-CIPHER-PAN TO OW-CIPHER-PAN
           READ ONLINE-WORK
           IF WS-ONLINE-WORK-STATUS = '00'
              ADD 1 TO OW-CALLS
              IF JRN-RESULT = 'YES'
                 ADD 1 TO OW-ACCEPTS
              ELSE
                 ADD 1 TO OW-REJECTS
              END-IF
              IF JRN-RESULT NOT = 'YES' OR OW-REJECTS = ZERO
                 PERFORM 140-SET-ONLINE-CALL
              END-IF
              REWRITE OW-RECORD
           ELSE
              ADD 1 TO WS-ONLINE-PANS
              MOVE SPACES TO OW-TOKEN
              MOVE 1 TO OW-CALLS
              MOVE ZERO TO OW-ACCEPTS
              MOVE ZERO TO OW-REJECTS
              IF JRN-RESULT = 'YES'
                 MOVE 1 TO OW-ACCEPTS
              ELSE
                 MOVE 1 TO OW-REJECTS
              END-IF
              PERFORM 140-SET-ONLINE-CALL
              WRITE OW-RECORD
           END-IF
           IF WS-ONLINE-WORK-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ONLINE-WORK, STATUS = '
                 WS-ONLINE-WORK-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       135-ADD-VERSION.
           MOVE ZERO TO WS-VERSION-MATCH
           PERFORM VARYING WS-VERSION-INDEX FROM 1 BY 1
                   UNTIL WS-VERSION-INDEX > WS-VERSION-COUNT
                   OR WS-VERSION-MATCH > 0
              IF WS-VER-KEY-VERSION(WS-VERSION-INDEX)
                 = JRN-KEY-VERSION
                 MOVE WS-VERSION-INDEX TO WS-VERSION-MATCH
              END-IF
           END-PERFORM
           IF WS-VERSION-MATCH = ZERO
              IF WS-VERSION-COUNT < WS-VERSION-MAX
                 ADD 1 TO WS-VERSION-COUNT
                 MOVE JRN-KEY-VERSION
                      TO WS-VER-KEY-VERSION(WS-VERSION-COUNT)
              ELSE
                 DISPLAY 'WARNING: KEY VERSION TABLE FULL AT '
                    WS-VERSION-MAX ' ENTRIES'
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF.

       140-SET-ONLINE-CALL.
           MOVE JRN-MASKED-PAN TO OW-MASKED-PAN
           IF JRN-TOKEN NOT = SPACES
              MOVE JRN-TOKEN TO OW-TOKEN
           END-IF
           MOVE JRN-CALLER-ID TO OW-CALLER-ID
           MOVE JRN-TIME TO OW-TIME
           MOVE JRN-RESULT TO OW-RESULT
           MOVE JRN-REASON TO OW-REASON
           IF JRN-RESULT = 'NO ' AND JRN-REASON = SPACES
              MOVE 'FAILED LUHN CHECK' TO OW-REASON
           END-IF.

       150-REPORT-VOLUMES.
           PERFORM 160-WRITE-VOLUME
              VARYING WS-VOLUME-INDEX FROM 1 BY 1
              UNTIL WS-VOLUME-INDEX > WS-VOLUME-COUNT
           MOVE SPACES TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE WS-HEADING-3 TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE.

       160-WRITE-VOLUME.
           MOVE WS-VOL-CALLER(WS-VOLUME-INDEX) TO VOL-CALLER
           IF WS-VOL-FUNCTION(WS-VOLUME-INDEX) = 'G'
              MOVE 'GENERATE' TO VOL-FUNCTION
           ELSE
              IF WS-VOL-FUNCTION(WS-VOLUME-INDEX) = 'F'
                 MOVE 'FORMAT' TO VOL-FUNCTION
              ELSE
                 MOVE 'VALIDATE' TO VOL-FUNCTION
              END-IF
           END-IF
           MOVE WS-VOL-NETWORK(WS-VOLUME-INDEX) TO VOL-NETWORK
           MOVE WS-VOL-REQUESTS(WS-VOLUME-INDEX) TO VOL-REQUESTS
           MOVE WS-VOL-ACCEPTED(WS-VOLUME-INDEX) TO VOL-ACCEPTED
           MOVE WS-VOL-REJECTED(WS-VOLUME-INDEX) TO VOL-REJECTED
           MOVE WS-VOLUME-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE.

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
                  ADD 1 TO WS-EXCEPT-READ
                  MOVE EXC-BATCH-ID TO BW-BATCH-ID
                  MOVE EXC-ORIG-SEQ TO BW-SEQ
                  MOVE 'Y' TO BW-REJECTED
                  MOVE 'REJ' TO BW-RESULT
                  MOVE EXC-REASON TO BW-REASON
                  PERFORM 270-STORE-BATCH-WORK
           END-READ.

       250-LOAD-RESULTS.
           OPEN INPUT RESULTS-IN
           IF WS-RESULTS-IN-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN RESULTS-IN, STATUS = '
                 WS-RESULTS-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'NO ' TO WS-EOF-SW
           PERFORM 260-READ-RESULT UNTIL WS-EOF
           CLOSE RESULTS-IN.

       260-READ-RESULT.
           READ RESULTS-IN
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  ADD 1 TO WS-RESULTS-READ
                  MOVE OUT-BATCH-ID TO BW-BATCH-ID
                  MOVE OUT-ORIG-SEQ TO BW-SEQ
                  PERFORM 265-SET-RESULT-DISPOSITION
                  PERFORM 270-STORE-BATCH-WORK
           END-READ.

       265-SET-RESULT-DISPOSITION.
           MOVE OUT-RESULT TO BW-RESULT
           IF OUT-RESULT = 'YES'
              IF OUT-HOT-CARD = 'Y'
                 MOVE 'Y' TO BW-REJECTED
                 MOVE 'HOT' TO BW-RESULT
                 MOVE 'HOT CARD - STOP LIST HIT' TO BW-REASON
              ELSE
                 MOVE 'N' TO BW-REJECTED
                 MOVE 'ACCEPTED' TO BW-REASON
              END-IF
           ELSE
              MOVE 'Y' TO BW-REJECTED
              IF OUT-RESULT = 'NO '
                 MOVE 'FAILED LUHN CHECK' TO BW-REASON
              ELSE
                 IF OUT-RESULT = 'NOF'
                    MOVE 'NOT ON FILE' TO BW-REASON
                 ELSE
                    IF OUT-RESULT = 'BLK'
                       MOVE 'CARD BLOCKED' TO BW-REASON
                    ELSE
                       IF OUT-RESULT = 'EXP'
                          MOVE 'CARD EXPIRED' TO BW-REASON
                       ELSE
                          MOVE 'DECLINED' TO BW-REASON
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       270-STORE-BATCH-WORK.
           WRITE BW-RECORD
           IF WS-BATCH-WORK-STATUS NOT = '00'
              AND WS-BATCH-WORK-STATUS NOT = '22'
              DISPLAY 'ERROR WRITING BATCH-WORK, STATUS = '
                 WS-BATCH-WORK-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       300-MATCH-CARDIN.
           OPEN INPUT CARD-IN
           IF WS-CARD-IN-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN CARD-IN, STATUS = '
                 WS-CARD-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'NO ' TO WS-EOF-SW
           PERFORM 310-READ-CARDIN UNTIL WS-EOF
           CLOSE CARD-IN.

       310-READ-CARDIN.
           READ CARD-IN
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  IF IN-HDR-TYPE = 'H'
                     MOVE IN-HDR-BATCH-ID TO WS-BATCH-ID
                     MOVE ZERO TO WS-DETAIL-COUNT
                  ELSE
                     IF IN-HDR-TYPE = 'T'
                        MOVE ZERO TO WS-DETAIL-COUNT
                     ELSE
                        PERFORM 320-CHECK-DETAIL
                     END-IF
                  END-IF
           END-READ.

       320-CHECK-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           ADD 1 TO WS-CARDIN-DETAILS
           IF IN-ORIG-SEQ IS NUMERIC AND IN-ORIG-SEQ > 0
              MOVE IN-ORIG-SEQ TO WS-INPUT-SEQ
           ELSE
              MOVE WS-DETAIL-COUNT TO WS-INPUT-SEQ
           END-IF
           MOVE ZERO TO WS-PAN-LENGTH
           IF IN-PAN-LENGTH IS NUMERIC
              MOVE IN-PAN-LENGTH TO WS-PAN-LENGTH
           END-IF
           MOVE 'NO ' TO WS-ONLINE-FOUND-SW
           IF WS-PAN-LENGTH >= 13 AND WS-PAN-LENGTH <= 19
              AND WS-VERSION-COUNT > ZERO
              IF IN-PAN(1:WS-PAN-LENGTH) IS NUMERIC
                 PERFORM 330-PROBE-ONLINE
                    VARYING WS-VERSION-INDEX FROM 1 BY 1
                    UNTIL WS-VERSION-INDEX > WS-VERSION-COUNT
                    OR WS-ONLINE-FOUND
              END-IF
           END-IF
           IF WS-ONLINE-FOUND
              ADD 1 TO WS-CARDIN-MATCHED
              PERFORM 340-COMPARE-DISPOSITION
           END-IF.

       330-PROBE-ONLINE.
           MOVE 'V' TO PC-FUNCTION
           MOVE WS-VER-KEY-VERSION(WS-VERSION-INDEX) TO PC-KEY-VERSION
           MOVE IN-PAN(1:WS-PAN-LENGTH) TO PC-CLEAR-PAN
           CALL 'PANCRYPT' USING PAN-CRYPT-PARM
           MOVE SPACES TO PC-CLEAR-PAN
           IF PC-FILE-STATUS NOT = '00'
              ADD 1 TO WS-CRYPT-FAILS
           ELSE
              MOVE PC-KEY-VERSION TO OW-KEY-VERSION
              MOVE PC-CIPHER-PAN TO OW-CIPHER-PAN
              READ ONLINE-WORK
              IF WS-ONLINE-WORK-STATUS = '00'
                 SET WS-ONLINE-FOUND TO TRUE
              END-IF
           END-IF.

       340-COMPARE-DISPOSITION.
           MOVE WS-BATCH-ID TO BW-BATCH-ID
           MOVE WS-INPUT-SEQ TO BW-SEQ
           READ BATCH-WORK
           IF WS-BATCH-WORK-STATUS NOT = '00'
              MOVE 'N' TO BW-REJECTED
              MOVE SPACES TO BW-RESULT
              MOVE 'NO BATCH RESULT' TO BW-REASON
           END-IF
           IF OW-REJECTS > ZERO
              MOVE 'O' TO MM-TYPE
              ADD 1 TO WS-ONLINE-MISMATCH
              PERFORM 700-WRITE-MISMATCH
           ELSE
              IF BW-REJECTED = 'Y'
                 MOVE 'B' TO MM-TYPE
                 ADD 1 TO WS-BATCH-MISMATCH
                 PERFORM 700-WRITE-MISMATCH
              END-IF
           END-IF.

       400-ARCHIVE-JOURNAL.
           OPEN INPUT ONLINE-JOURNAL
           OPEN EXTEND JOURNAL-ARCHIVE
           IF WS-JRN-ARCH-STATUS NOT = '00'
              OPEN OUTPUT JOURNAL-ARCHIVE
           END-IF
           OPEN OUTPUT JOURNAL-WORK
           IF WS-JOURNAL-STATUS NOT = '00'
              OR WS-JRN-ARCH-STATUS NOT = '00'
              OR WS-JRN-WORK-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT ARCHIVE ONLINE-JOURNAL TO '
                 WS-JRN-ARCH-DSN ', STATUS = ' WS-JOURNAL-STATUS
                 ' / ' WS-JRN-ARCH-STATUS ' / ' WS-JRN-WORK-STATUS
              MOVE 20 TO WS-RETURN-CODE
           ELSE
              MOVE 'NO ' TO WS-EOF-SW
              PERFORM 410-SPLIT-JOURNAL UNTIL WS-EOF
           END-IF
           CLOSE ONLINE-JOURNAL
           CLOSE JOURNAL-ARCHIVE
           CLOSE JOURNAL-WORK
           IF WS-RETURN-CODE < 20
              PERFORM 420-RELOAD-JOURNAL
           END-IF.

       410-SPLIT-JOURNAL.
           READ ONLINE-JOURNAL
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  IF JRN-DATE > WS-RECON-DATE AND JRN-DATE IS NUMERIC
                     MOVE JRN-RECORD TO JRW-RECORD
                     WRITE JRW-RECORD
                     IF WS-JRN-WORK-STATUS = '00'
                        ADD 1 TO WS-JOURNAL-CARRIED
                     ELSE
                        DISPLAY 'ERROR WRITING ONLJWORK, STATUS = '
                           WS-JRN-WORK-STATUS
                        MOVE 20 TO WS-RETURN-CODE
                        SET WS-EOF TO TRUE
                     END-IF
                  ELSE
                     MOVE JRN-RECORD TO JRA-RECORD
                     MOVE SPACES TO JRA-CIPHER-PAN
                     MOVE ZERO TO JRA-KEY-VERSION
                     WRITE JRA-RECORD
                     IF WS-JRN-ARCH-STATUS = '00'
                        ADD 1 TO WS-JOURNAL-ARCHIVED
                     ELSE
                        DISPLAY 'ERROR WRITING ' WS-JRN-ARCH-DSN
                           ', STATUS = ' WS-JRN-ARCH-STATUS
                        MOVE 20 TO WS-RETURN-CODE
                        SET WS-EOF TO TRUE
                     END-IF
                  END-IF
           END-READ.

       420-RELOAD-JOURNAL.
           OPEN INPUT JOURNAL-WORK
           OPEN OUTPUT ONLINE-JOURNAL
           IF WS-JRN-WORK-STATUS NOT = '00'
              OR WS-JOURNAL-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT RELOAD ONLINE-JOURNAL, STATUS = '
                 WS-JOURNAL-STATUS ' / ' WS-JRN-WORK-STATUS
              MOVE 20 TO WS-RETURN-CODE
           ELSE
              MOVE 'NO ' TO WS-EOF-SW
              PERFORM 430-RELOAD-ENTRY UNTIL WS-EOF
           END-IF
           CLOSE JOURNAL-WORK
           CLOSE ONLINE-JOURNAL.

       430-RELOAD-ENTRY.
           READ JOURNAL-WORK
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  MOVE JRW-RECORD TO JRN-RECORD
                  WRITE JRN-RECORD
                  IF WS-JOURNAL-STATUS NOT = '00'
                     DISPLAY 'ERROR RELOADING ONLINE-JOURNAL, STATUS = '
                        WS-JOURNAL-STATUS
                     MOVE 20 TO WS-RETURN-CODE
                     SET WS-EOF TO TRUE
                  END-IF
           END-READ.

       700-WRITE-MISMATCH.
           ADD 1 TO WS-TOTAL-MISMATCH
           MOVE WS-RECON-DATE TO MM-RECON-DATE
           MOVE WS-RUN-ID TO MM-RUN-ID
           MOVE OW-MASKED-PAN TO MM-MASKED-PAN
           MOVE OW-TOKEN TO MM-TOKEN
           MOVE OW-CALLER-ID TO MM-CALLER-ID
           MOVE OW-TIME TO MM-ONLINE-TIME
           MOVE OW-CALLS TO MM-ONLINE-CALLS
           MOVE OW-RESULT TO MM-ONLINE-RESULT
           MOVE OW-REASON TO MM-ONLINE-REASON
           MOVE WS-BATCH-ID TO MM-BATCH-ID
           MOVE WS-INPUT-SEQ TO MM-ORIG-SEQ
           MOVE BW-RESULT TO MM-BATCH-RESULT
           MOVE BW-REASON TO MM-BATCH-REASON
           WRITE MM-RECORD
           IF WS-MISMATCH-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MISMATCH-OUT, STATUS = '
                 WS-MISMATCH-OUT-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF
           IF MM-ONLINE-REJECT
              MOVE 'ONLINE REJECT' TO DTL-TYPE
           ELSE
              MOVE 'BATCH REJECT' TO DTL-TYPE
           END-IF
           DISPLAY 'MISMATCH: ' DTL-TYPE ' ' MM-MASKED-PAN
              ' BATCH ' MM-BATCH-ID ' SEQ ' MM-ORIG-SEQ
           MOVE MM-MASKED-PAN TO DTL-MASKED-PAN
           MOVE MM-CALLER-ID TO DTL-CALLER-ID
           MOVE MM-ONLINE-RESULT TO DTL-ONLINE-RESULT
           MOVE MM-BATCH-ID TO DTL-BATCH-ID
           MOVE MM-ORIG-SEQ TO DTL-ORIG-SEQ
           MOVE MM-BATCH-RESULT TO DTL-BATCH-RESULT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE MM-ONLINE-REASON TO RSN-ONLINE
           MOVE MM-BATCH-REASON TO RSN-BATCH
           MOVE WS-REASON-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE.

       850-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-RECON-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING RECON-REPORT, STATUS = '
                 WS-RECON-REPORT-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       900-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'JOURNAL READ' TO CNT-LABEL
           MOVE WS-JOURNAL-READ TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'OTHER DATES' TO CNT-LABEL
           MOVE WS-JOURNAL-OTHER-DATE TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'ARCHIVED' TO CNT-LABEL
           MOVE WS-JOURNAL-ARCHIVED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'CARRIED FORWARD' TO CNT-LABEL
           MOVE WS-JOURNAL-CARRIED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'ONLINE REQUESTS' TO CNT-LABEL
           MOVE WS-ONLINE-REQUESTS TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'ONLINE ACCEPTED' TO CNT-LABEL
           MOVE WS-ONLINE-ACCEPTED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'ONLINE REJECTED' TO CNT-LABEL
           MOVE WS-ONLINE-REJECTED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'ONLINE PANS' TO CNT-LABEL
           MOVE WS-ONLINE-PANS TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'RESULTS READ' TO CNT-LABEL
           MOVE WS-RESULTS-READ TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'EXCEPTIONS READ' TO CNT-LABEL
           MOVE WS-EXCEPT-READ TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'CARDIN DETAILS' TO CNT-LABEL
           MOVE WS-CARDIN-DETAILS TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'SEEN ONLINE' TO CNT-LABEL
           MOVE WS-CARDIN-MATCHED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'ENCRYPT FAILED' TO CNT-LABEL
           MOVE WS-CRYPT-FAILS TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'ONLINE REJECTS' TO CNT-LABEL
           MOVE WS-ONLINE-MISMATCH TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'BATCH REJECTS' TO CNT-LABEL
           MOVE WS-BATCH-MISMATCH TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           DISPLAY '==================================='
           DISPLAY 'ONLINE/BATCH RECONCILIATION SUMMARY'
           DISPLAY '==================================='
           DISPLAY 'RECON DATE      : ' WS-RECON-DATE
           DISPLAY 'JOURNAL ARCHIVED: ' WS-JOURNAL-ARCHIVED
           DISPLAY 'JOURNAL CARRIED : ' WS-JOURNAL-CARRIED
           DISPLAY 'ONLINE REQUESTS : ' WS-ONLINE-REQUESTS
           DISPLAY 'ONLINE ACCEPTED : ' WS-ONLINE-ACCEPTED
           DISPLAY 'ONLINE REJECTED : ' WS-ONLINE-REJECTED
           DISPLAY 'CARDIN DETAILS  : ' WS-CARDIN-DETAILS
           DISPLAY 'SEEN ONLINE     : ' WS-CARDIN-MATCHED
           DISPLAY 'ONLINE REJECTS  : ' WS-ONLINE-MISMATCH
           DISPLAY 'BATCH REJECTS   : ' WS-BATCH-MISMATCH
           DISPLAY '==================================='.
