       IDENTIFICATION DIVISION.
       PROGRAM-ID. PANREKEY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOKEN-XREF
               ASSIGN TO 'TOKXREF'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TOK-TOKEN
               FILE STATUS IS WS-TOKEN-XREF-STATUS.
           SELECT REWORK-FILE
               ASSIGN TO 'REWORK'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RWK-KEY
               FILE STATUS IS WS-REWORK-STATUS.
           SELECT QUARANTINE-FILE
               ASSIGN TO 'QUARMST'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS QUA-KEY
               FILE STATUS IS WS-QUARANTINE-STATUS.
           SELECT STOP-LIST
               ASSIGN TO 'STOPLIST'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STOP-PAN
               FILE STATUS IS WS-STOP-LIST-STATUS.
           SELECT STOP-WORK
               ASSIGN TO 'STOPWORK'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-WORK-STATUS.
           SELECT CORRECT-IN
               ASSIGN TO 'CORRECTS'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECT-IN-STATUS.
           SELECT CORRECT-WORK
               ASSIGN TO 'CORRWORK'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECT-WORK-STATUS.
           SELECT REKEY-REPORT
               ASSIGN TO 'PANRKRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REKEY-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TOKEN-XREF.
       COPY TOKRECR.
       FD  REWORK-FILE.
       COPY RWKRECR.
       FD  QUARANTINE-FILE.
       COPY QUARECR.
       FD  STOP-LIST.
       COPY STOPRECR.
       FD  STOP-WORK.
       01  SWK-RECORD.
           05  SWK-OLD-PAN       PIC X(19).
           05  SWK-HASH          PIC 9(16).
           05  SWK-NEW-RECORD    PIC X(66).
       FD  CORRECT-IN.
       COPY CORRECTR.
       FD  CORRECT-WORK.
       COPY CORRECTR REPLACING LEADING ==COR== BY ==CRW==.
       FD  REKEY-REPORT.
       01  RPT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-TOKEN-XREF-STATUS PIC XX VALUE SPACES.
        01 WS-REWORK-STATUS   PIC XX VALUE SPACES.
        01 WS-QUARANTINE-STATUS PIC XX VALUE SPACES.
        01 WS-STOP-LIST-STATUS PIC XX VALUE SPACES.
        01 WS-STOP-WORK-STATUS PIC XX VALUE SPACES.
        01 WS-CORRECT-IN-STATUS PIC XX VALUE SPACES.
        01 WS-CORRECT-WORK-STATUS PIC XX VALUE SPACES.
        01 WS-REKEY-REPORT-STATUS PIC XX VALUE SPACES.
        01 WS-EOF-SW      PIC X(3) VALUE 'NO '.
           88 WS-EOF                VALUE 'YES'.
        01 WS-SPLIT-FAIL-SW PIC X(3) VALUE 'NO '.
           88 WS-SPLIT-FAILED       VALUE 'YES'.
        01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
        01 WS-TODAY       PIC X(8) VALUE SPACES.
        01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.
        01 WS-NEW-VERSION PIC 9(2) VALUE ZERO.
        01 WS-OLD-VERSION PIC 9(2) VALUE ZERO.
        01 WS-OLD-CIPHER  PIC X(19) VALUE SPACES.
        01 WS-NEW-CIPHER  PIC X(19) VALUE SPACES.
        01 WS-CLEAR-PAN   PIC X(19) VALUE SPACES.
        01 WS-PAN-LENGTH  PIC 9(2) VALUE ZERO.
        01 WS-SCAN-INDEX  PIC 9(2) VALUE ZERO.
        01 WS-REC-HASH    PIC 9(16) VALUE ZERO.
        01 WS-OUTCOME     PIC X(1) VALUE SPACE.
           88 WS-OUTCOME-CURRENT    VALUE 'C'.
           88 WS-OUTCOME-REKEY      VALUE 'R'.
           88 WS-OUTCOME-FAILED     VALUE 'F'.
        01 WS-FX          PIC 9(1) VALUE ZERO.
        01 WS-FILE-TABLE.
           05 WS-FILE-ENTRY OCCURS 5.
              10 WS-FT-LABEL       PIC X(10).
              10 WS-FT-PRESENT     PIC X(1).
              10 WS-FT-READ        PIC 9(9).
              10 WS-FT-REKEYED     PIC 9(9).
              10 WS-FT-CURRENT     PIC 9(9).
              10 WS-FT-FAILED      PIC 9(9).
              10 WS-FT-RESUMED     PIC 9(9).
              10 WS-FT-ON-FILE     PIC 9(9).
              10 WS-FT-HASH-BEFORE PIC 9(16).
              10 WS-FT-HASH-AFTER  PIC 9(16).
              10 WS-FT-RESULT      PIC X(10).
        01 WS-HEADING-1.
           05 FILLER         PIC X(34)
              VALUE 'PAN RE-KEY CONTROL REPORT         '.
           05 FILLER         PIC X(6) VALUE '  DATE'.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 HDG-DATE       PIC X(8).
           05 FILLER         PIC X(14) VALUE '  KEY VERSION '.
           05 HDG-VERSION    PIC 9(2).
           05 FILLER         PIC X(15) VALUE SPACES.
        01 WS-HEADING-2.
           05 FILLER         PIC X(40)
              VALUE 'FILE           READ   REKEYED   CURRENT '.
           05 FILLER         PIC X(40)
              VALUE '   FAILED   RESUMED   ON FILE RESULT    '.
        01 WS-FILE-LINE.
           05 FIL-LABEL      PIC X(10).
           05 FIL-READ       PIC ZZZZZZZZ9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 FIL-REKEYED    PIC ZZZZZZZZ9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 FIL-CURRENT    PIC ZZZZZZZZ9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 FIL-FAILED     PIC ZZZZZZZZ9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 FIL-RESUMED    PIC ZZZZZZZZ9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 FIL-ON-FILE    PIC ZZZZZZZZ9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 FIL-RESULT     PIC X(10).
        01 WS-HASH-LINE.
           05 FILLER         PIC X(10) VALUE SPACES.
           05 FILLER         PIC X(13) VALUE 'HASH BEFORE  '.
           05 HSH-BEFORE     PIC 9(16).
           05 FILLER         PIC X(13) VALUE '   HASH AFTER'.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 HSH-AFTER      PIC 9(16).
           05 FILLER         PIC X(10) VALUE SPACES.
       COPY PCRYPTP.
       LINKAGE SECTION.
        01 LK-PARM.
           05 LK-PARM-LEN     PIC S9(4) COMP.
           05 LK-NEW-VERSION  PIC 9(2).
       PROCEDURE DIVISION USING LK-PARM.
       000-MAIN.
           PERFORM 010-INITIALIZE
           PERFORM 100-REKEY-TOKEN-XREF
           PERFORM 200-REKEY-REWORK
           PERFORM 300-REKEY-STOP-LIST
           PERFORM 400-REKEY-CORRECTIONS
           PERFORM 500-REKEY-QUARANTINE
           PERFORM 800-WRITE-REPORT
           CLOSE REKEY-REPORT
           PERFORM 900-WRITE-SUMMARY
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       010-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           MOVE 'O' TO PC-FUNCTION
           CALL 'PANCRYPT' USING PAN-CRYPT-PARM
           IF PC-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: PAN KEYS UNAVAILABLE, STATUS = '
                 PC-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PC-CURRENT-VERSION TO WS-NEW-VERSION
           IF LK-PARM-LEN > 0
              IF LK-NEW-VERSION IS NUMERIC
                 AND LK-NEW-VERSION > 0
                 MOVE LK-NEW-VERSION TO WS-NEW-VERSION
              END-IF
           END-IF
           MOVE 'V' TO PC-FUNCTION
           MOVE WS-NEW-VERSION TO PC-KEY-VERSION
           MOVE ALL '0' TO PC-CLEAR-PAN
           CALL 'PANCRYPT' USING PAN-CRYPT-PARM
           IF PC-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: KEY VERSION ' WS-NEW-VERSION
                 ' NOT ON PANKEYS, STATUS = ' PC-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-NEW-VERSION NOT = PC-CURRENT-VERSION
              DISPLAY 'WARNING: KEY VERSION ' WS-NEW-VERSION
                 ' IS NOT THE CURRENT KEY ' PC-CURRENT-VERSION
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE 'TOKXREF' TO WS-FT-LABEL(1)
           MOVE 'REWORK' TO WS-FT-LABEL(2)
           MOVE 'STOPLIST' TO WS-FT-LABEL(3)
           MOVE 'CORRECTS' TO WS-FT-LABEL(4)
           MOVE 'QUARMST' TO WS-FT-LABEL(5)
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
              MOVE 'Y' TO WS-FT-PRESENT(WS-FX)
              MOVE ZERO TO WS-FT-READ(WS-FX)
              MOVE ZERO TO WS-FT-REKEYED(WS-FX)
              MOVE ZERO TO WS-FT-CURRENT(WS-FX)
              MOVE ZERO TO WS-FT-FAILED(WS-FX)
              MOVE ZERO TO WS-FT-RESUMED(WS-FX)
              MOVE ZERO TO WS-FT-ON-FILE(WS-FX)
              MOVE ZERO TO WS-FT-HASH-BEFORE(WS-FX)
              MOVE ZERO TO WS-FT-HASH-AFTER(WS-FX)
              MOVE SPACES TO WS-FT-RESULT(WS-FX)
           END-PERFORM
           OPEN OUTPUT REKEY-REPORT
           IF WS-REKEY-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN REKEY-REPORT, STATUS = '
                 WS-REKEY-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-TODAY TO HDG-DATE
           MOVE WS-NEW-VERSION TO HDG-VERSION
           MOVE WS-HEADING-1 TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE.

       100-REKEY-TOKEN-XREF.
           MOVE 1 TO WS-FX
           OPEN I-O TOKEN-XREF
           IF WS-TOKEN-XREF-STATUS NOT = '00'
              DISPLAY 'TOKXREF NOT PRESENT - SKIPPED, STATUS = '
                 WS-TOKEN-XREF-STATUS
              MOVE 'N' TO WS-FT-PRESENT(WS-FX)
           ELSE
              MOVE LOW-VALUES TO TOK-TOKEN
              START TOKEN-XREF KEY NOT LESS THAN TOK-TOKEN
              IF WS-TOKEN-XREF-STATUS = '00'
                 MOVE 'NO ' TO WS-EOF-SW
                 PERFORM 110-REKEY-TOKEN UNTIL WS-EOF
              END-IF
              MOVE LOW-VALUES TO TOK-TOKEN
              START TOKEN-XREF KEY NOT LESS THAN TOK-TOKEN
              IF WS-TOKEN-XREF-STATUS = '00'
                 MOVE 'NO ' TO WS-EOF-SW
                 PERFORM 120-VERIFY-TOKEN UNTIL WS-EOF
              END-IF
              CLOSE TOKEN-XREF
           END-IF.

       110-REKEY-TOKEN.
           READ TOKEN-XREF NEXT RECORD
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  ADD 1 TO WS-FT-READ(WS-FX)
                  MOVE TOK-PAN TO WS-OLD-CIPHER
                  MOVE TOK-KEY-VERSION TO WS-OLD-VERSION
                  PERFORM 700-PREPARE-REKEY
                  IF WS-OUTCOME-REKEY
                     MOVE WS-NEW-CIPHER TO TOK-PAN
                     MOVE WS-NEW-VERSION TO TOK-KEY-VERSION
                     REWRITE TOK-RECORD
                     IF WS-TOKEN-XREF-STATUS = '00'
                        ADD 1 TO WS-FT-REKEYED(WS-FX)
                     ELSE
                        SET WS-OUTCOME-FAILED TO TRUE
                     END-IF
                  END-IF
                  IF WS-OUTCOME-FAILED
                     DISPLAY 'RE-KEY FAILED: TOKXREF TOKEN ' TOK-TOKEN
                        ' STATUS = ' WS-TOKEN-XREF-STATUS
                        ' / ' PC-FILE-STATUS
                  END-IF
                  PERFORM 730-COUNT-OUTCOME
           END-READ.

       120-VERIFY-TOKEN.
           READ TOKEN-XREF NEXT RECORD
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  MOVE TOK-PAN TO WS-OLD-CIPHER
                  MOVE TOK-KEY-VERSION TO WS-OLD-VERSION
                  PERFORM 750-VERIFY-RECORD
           END-READ.

       200-REKEY-REWORK.
           MOVE 2 TO WS-FX
           OPEN I-O REWORK-FILE
           IF WS-REWORK-STATUS NOT = '00'
              DISPLAY 'REWORK NOT PRESENT - SKIPPED, STATUS = '
                 WS-REWORK-STATUS
              MOVE 'N' TO WS-FT-PRESENT(WS-FX)
           ELSE
              MOVE LOW-VALUES TO RWK-KEY
              START REWORK-FILE KEY NOT LESS THAN RWK-KEY
              IF WS-REWORK-STATUS = '00'
                 MOVE 'NO ' TO WS-EOF-SW
                 PERFORM 210-REKEY-REWORK-RECORD UNTIL WS-EOF
              END-IF
              MOVE LOW-VALUES TO RWK-KEY
              START REWORK-FILE KEY NOT LESS THAN RWK-KEY
              IF WS-REWORK-STATUS = '00'
                 MOVE 'NO ' TO WS-EOF-SW
                 PERFORM 220-VERIFY-REWORK-RECORD UNTIL WS-EOF
              END-IF
              CLOSE REWORK-FILE
           END-IF.

       210-REKEY-REWORK-RECORD.
           READ REWORK-FILE NEXT RECORD
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  ADD 1 TO WS-FT-READ(WS-FX)
                  MOVE RWK-PAN TO WS-OLD-CIPHER
                  MOVE RWK-KEY-VERSION TO WS-OLD-VERSION
                  PERFORM 700-PREPARE-REKEY
                  IF WS-OUTCOME-REKEY
                     MOVE WS-NEW-CIPHER TO RWK-PAN
                     MOVE WS-NEW-VERSION TO RWK-KEY-VERSION
                     REWRITE RWK-RECORD
                     IF WS-REWORK-STATUS = '00'
                        ADD 1 TO WS-FT-REKEYED(WS-FX)
                     ELSE
                        SET WS-OUTCOME-FAILED TO TRUE
                     END-IF
                  END-IF
                  IF WS-OUTCOME-FAILED
                     DISPLAY 'RE-KEY FAILED: REWORK BATCH '
                        RWK-BATCH-ID ' SEQ ' RWK-SEQ
                        ' STATUS = ' WS-REWORK-STATUS
                        ' / ' PC-FILE-STATUS
                  END-IF
                  PERFORM 730-COUNT-OUTCOME
           END-READ.

       220-VERIFY-REWORK-RECORD.
           READ REWORK-FILE NEXT RECORD
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  MOVE RWK-PAN TO WS-OLD-CIPHER
                  MOVE RWK-KEY-VERSION TO WS-OLD-VERSION
                  PERFORM 750-VERIFY-RECORD
           END-READ.

       300-REKEY-STOP-LIST.
           MOVE 3 TO WS-FX
           OPEN I-O STOP-LIST
           IF WS-STOP-LIST-STATUS NOT = '00'
              DISPLAY 'STOPLIST NOT PRESENT - SKIPPED, STATUS = '
                 WS-STOP-LIST-STATUS
              MOVE 'N' TO WS-FT-PRESENT(WS-FX)
           ELSE
              OPEN OUTPUT STOP-WORK
              IF WS-STOP-WORK-STATUS NOT = '00'
                 DISPLAY 'ERROR: CANNOT OPEN STOP-WORK, STATUS = '
                    WS-STOP-WORK-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE 'NO ' TO WS-SPLIT-FAIL-SW
              MOVE LOW-VALUES TO STOP-PAN
              START STOP-LIST KEY NOT LESS THAN STOP-PAN
              IF WS-STOP-LIST-STATUS = '00'
                 MOVE 'NO ' TO WS-EOF-SW
                 PERFORM 310-SELECT-STOP-ENTRY UNTIL WS-EOF
              END-IF
              CLOSE STOP-WORK
              IF WS-SPLIT-FAILED
                 DISPLAY 'STOPLIST NOT RE-KEYED - STOP-WORK WRITE '
                    'FAILED'
              ELSE
                 OPEN INPUT STOP-WORK
                 IF WS-STOP-WORK-STATUS NOT = '00'
                    DISPLAY 'ERROR: CANNOT OPEN STOP-WORK, STATUS = '
                       WS-STOP-WORK-STATUS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
                 MOVE 'NO ' TO WS-EOF-SW
                 PERFORM 320-APPLY-STOP-ENTRY UNTIL WS-EOF
                 CLOSE STOP-WORK
              END-IF
              MOVE LOW-VALUES TO STOP-PAN
              START STOP-LIST KEY NOT LESS THAN STOP-PAN
              IF WS-STOP-LIST-STATUS = '00'
                 MOVE 'NO ' TO WS-EOF-SW
                 PERFORM 330-VERIFY-STOP-ENTRY UNTIL WS-EOF
              END-IF
              CLOSE STOP-LIST
           END-IF.

       310-SELECT-STOP-ENTRY.
           READ STOP-LIST NEXT RECORD
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  ADD 1 TO WS-FT-READ(WS-FX)
                  MOVE STOP-PAN TO WS-OLD-CIPHER
                  MOVE STOP-KEY-VERSION TO WS-OLD-VERSION
                  PERFORM 700-PREPARE-REKEY
                  IF WS-OUTCOME-REKEY
                     MOVE STOP-PAN TO SWK-OLD-PAN
                     MOVE WS-REC-HASH TO SWK-HASH
                     MOVE WS-NEW-CIPHER TO STOP-PAN
                     MOVE WS-NEW-VERSION TO STOP-KEY-VERSION
                     MOVE STOP-RECORD TO SWK-NEW-RECORD
                     WRITE SWK-RECORD
                     IF WS-STOP-WORK-STATUS NOT = '00'
                        DISPLAY 'ERROR WRITING STOP-WORK, STATUS = '
                           WS-STOP-WORK-STATUS
                        MOVE 20 TO WS-RETURN-CODE
                        SET WS-SPLIT-FAILED TO TRUE
                        SET WS-EOF TO TRUE
                     END-IF
                  ELSE
                     IF WS-OUTCOME-FAILED
                        DISPLAY 'RE-KEY FAILED: STOPLIST ENTRY '
                           WS-FT-READ(WS-FX) ' STATUS = '
                           PC-FILE-STATUS
                     END-IF
                     PERFORM 730-COUNT-OUTCOME
                  END-IF
           END-READ.

       320-APPLY-STOP-ENTRY.
           READ STOP-WORK
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  MOVE SWK-NEW-RECORD TO STOP-RECORD
                  WRITE STOP-RECORD
                  IF WS-STOP-LIST-STATUS = '00'
                     PERFORM 325-DELETE-OLD-ENTRY
                  ELSE
                     IF WS-STOP-LIST-STATUS = '22'
                        PERFORM 322-CONFIRM-PRIOR-REKEY
                     ELSE
                        ADD 1 TO WS-FT-FAILED(WS-FX)
                        DISPLAY 'RE-KEY FAILED: STOPLIST WRITE, '
                           'STATUS = ' WS-STOP-LIST-STATUS
                     END-IF
                  END-IF
           END-READ.

       322-CONFIRM-PRIOR-REKEY.
           READ STOP-LIST
           IF WS-STOP-LIST-STATUS = '00'
              AND STOP-KEY-VERSION IS NUMERIC
              AND STOP-KEY-VERSION = WS-NEW-VERSION
              MOVE '22' TO WS-STOP-LIST-STATUS
              PERFORM 325-DELETE-OLD-ENTRY
           ELSE
              ADD 1 TO WS-FT-FAILED(WS-FX)
              DISPLAY 'RE-KEY FAILED: STOPLIST NEW KEY HELD BY AN '
                 'ENTRY NOT UNDER VERSION ' WS-NEW-VERSION
                 ', STATUS = ' WS-STOP-LIST-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       325-DELETE-OLD-ENTRY.
           IF WS-STOP-LIST-STATUS = '22'
              ADD 1 TO WS-FT-RESUMED(WS-FX)
              COMPUTE WS-FT-HASH-BEFORE(WS-FX) =
                 FUNCTION MOD(WS-FT-HASH-BEFORE(WS-FX)
                 + 10000000000000000 - SWK-HASH
                 10000000000000000)
           ELSE
              ADD 1 TO WS-FT-REKEYED(WS-FX)
           END-IF
           MOVE SWK-OLD-PAN TO STOP-PAN
           DELETE STOP-LIST RECORD
           IF WS-STOP-LIST-STATUS NOT = '00'
              AND WS-STOP-LIST-STATUS NOT = '23'
              DISPLAY 'ERROR DELETING OLD STOPLIST ENTRY, STATUS = '
                 WS-STOP-LIST-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       330-VERIFY-STOP-ENTRY.
           READ STOP-LIST NEXT RECORD
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  MOVE STOP-PAN TO WS-OLD-CIPHER
                  MOVE STOP-KEY-VERSION TO WS-OLD-VERSION
                  PERFORM 750-VERIFY-RECORD
           END-READ.

       400-REKEY-CORRECTIONS.
           MOVE 4 TO WS-FX
           OPEN INPUT CORRECT-IN
           IF WS-CORRECT-IN-STATUS NOT = '00'
              DISPLAY 'CORRECTS NOT PRESENT - SKIPPED, STATUS = '
                 WS-CORRECT-IN-STATUS
              MOVE 'N' TO WS-FT-PRESENT(WS-FX)
           ELSE
              OPEN OUTPUT CORRECT-WORK
              IF WS-CORRECT-WORK-STATUS NOT = '00'
                 DISPLAY 'ERROR: CANNOT OPEN CORRECT-WORK, STATUS = '
                    WS-CORRECT-WORK-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE 'NO ' TO WS-SPLIT-FAIL-SW
              MOVE 'NO ' TO WS-EOF-SW
              PERFORM 410-REKEY-CORRECTION UNTIL WS-EOF
              CLOSE CORRECT-IN
              CLOSE CORRECT-WORK
              IF WS-SPLIT-FAILED
                 DISPLAY 'CORRECTS NOT REBUILT - CORRECT-WORK WRITE '
                    'FAILED'
              ELSE
                 OPEN INPUT CORRECT-WORK
                 IF WS-CORRECT-WORK-STATUS NOT = '00'
                    DISPLAY 'ERROR: CANNOT OPEN CORRECT-WORK, STATUS = '
                       WS-CORRECT-WORK-STATUS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
                 OPEN OUTPUT CORRECT-IN
                 IF WS-CORRECT-IN-STATUS NOT = '00'
                    DISPLAY 'ERROR: CANNOT OPEN CORRECT-IN, STATUS = '
                       WS-CORRECT-IN-STATUS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
                 MOVE 'NO ' TO WS-EOF-SW
                 PERFORM 420-RELOAD-CORRECTION UNTIL WS-EOF
                 CLOSE CORRECT-WORK
                 CLOSE CORRECT-IN
              END-IF
              OPEN INPUT CORRECT-IN
              IF WS-CORRECT-IN-STATUS = '00'
                 MOVE 'NO ' TO WS-EOF-SW
                 PERFORM 430-VERIFY-CORRECTION UNTIL WS-EOF
                 CLOSE CORRECT-IN
              END-IF
           END-IF.

       410-REKEY-CORRECTION.
           READ CORRECT-IN
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  ADD 1 TO WS-FT-READ(WS-FX)
                  MOVE COR-PAN TO WS-OLD-CIPHER
                  MOVE COR-KEY-VERSION TO WS-OLD-VERSION
                  PERFORM 700-PREPARE-REKEY
                  MOVE COR-RECORD TO CRW-RECORD
                  IF WS-OUTCOME-REKEY
                     MOVE WS-NEW-CIPHER TO CRW-PAN
                     MOVE WS-NEW-VERSION TO CRW-KEY-VERSION
                  END-IF
                  IF WS-OUTCOME-FAILED
                     DISPLAY 'RE-KEY FAILED: CORRECTS BATCH '
                        COR-BATCH-ID ' SEQ ' COR-SEQ
                        ' STATUS = ' PC-FILE-STATUS
                  END-IF
                  WRITE CRW-RECORD
                  IF WS-CORRECT-WORK-STATUS = '00'
                     IF WS-OUTCOME-REKEY
                        ADD 1 TO WS-FT-REKEYED(WS-FX)
                     END-IF
                     PERFORM 730-COUNT-OUTCOME
                  ELSE
                     DISPLAY 'ERROR WRITING CORRECT-WORK, STATUS = '
                        WS-CORRECT-WORK-STATUS
                     MOVE 20 TO WS-RETURN-CODE
                     SET WS-SPLIT-FAILED TO TRUE
                     SET WS-EOF TO TRUE
                  END-IF
           END-READ.

       420-RELOAD-CORRECTION.
           READ CORRECT-WORK
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  MOVE CRW-RECORD TO COR-RECORD
                  WRITE COR-RECORD
                  IF WS-CORRECT-IN-STATUS NOT = '00'
                     DISPLAY 'ERROR RELOADING CORRECTS, STATUS = '
                        WS-CORRECT-IN-STATUS
                     MOVE 20 TO WS-RETURN-CODE
                  END-IF
           END-READ.

       430-VERIFY-CORRECTION.
           READ CORRECT-IN
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  MOVE COR-PAN TO WS-OLD-CIPHER
                  MOVE COR-KEY-VERSION TO WS-OLD-VERSION
                  PERFORM 750-VERIFY-RECORD
           END-READ.

       500-REKEY-QUARANTINE.
           MOVE 5 TO WS-FX
           OPEN I-O QUARANTINE-FILE
           IF WS-QUARANTINE-STATUS NOT = '00'
              DISPLAY 'QUARMST NOT PRESENT - SKIPPED, STATUS = '
                 WS-QUARANTINE-STATUS
              MOVE 'N' TO WS-FT-PRESENT(WS-FX)
           ELSE
              MOVE LOW-VALUES TO QUA-KEY
              START QUARANTINE-FILE KEY NOT LESS THAN QUA-KEY
              IF WS-QUARANTINE-STATUS = '00'
                 MOVE 'NO ' TO WS-EOF-SW
                 PERFORM 510-REKEY-QUARANTINE-RECORD UNTIL WS-EOF
              END-IF
              MOVE LOW-VALUES TO QUA-KEY
              START QUARANTINE-FILE KEY NOT LESS THAN QUA-KEY
              IF WS-QUARANTINE-STATUS = '00'
                 MOVE 'NO ' TO WS-EOF-SW
                 PERFORM 520-VERIFY-QUARANTINE-RECORD UNTIL WS-EOF
              END-IF
              CLOSE QUARANTINE-FILE
           END-IF.

       510-REKEY-QUARANTINE-RECORD.
           READ QUARANTINE-FILE NEXT RECORD
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  IF QUA-DETAIL
                     ADD 1 TO WS-FT-READ(WS-FX)
                     MOVE QUA-PAN TO WS-OLD-CIPHER
                     MOVE QUA-KEY-VERSION TO WS-OLD-VERSION
                     PERFORM 700-PREPARE-REKEY
                     IF WS-OUTCOME-REKEY
                        MOVE WS-NEW-CIPHER TO QUA-PAN
                        MOVE WS-NEW-VERSION TO QUA-KEY-VERSION
                        REWRITE QUA-RECORD
                        IF WS-QUARANTINE-STATUS = '00'
                           ADD 1 TO WS-FT-REKEYED(WS-FX)
                        ELSE
                           SET WS-OUTCOME-FAILED TO TRUE
                        END-IF
                     END-IF
                     IF WS-OUTCOME-FAILED
                        DISPLAY 'RE-KEY FAILED: QUARMST BATCH '
                           QUA-BATCH-ID ' SEQ ' QUA-SEQ
                           ' STATUS = ' WS-QUARANTINE-STATUS
                           ' / ' PC-FILE-STATUS
                     END-IF
                     PERFORM 730-COUNT-OUTCOME
                  END-IF
           END-READ.

       520-VERIFY-QUARANTINE-RECORD.
           READ QUARANTINE-FILE NEXT RECORD
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  IF QUA-DETAIL
                     MOVE QUA-PAN TO WS-OLD-CIPHER
                     MOVE QUA-KEY-VERSION TO WS-OLD-VERSION
                     PERFORM 750-VERIFY-RECORD
                  END-IF
           END-READ.

       700-PREPARE-REKEY.
           SET WS-OUTCOME-FAILED TO TRUE
           MOVE SPACES TO WS-NEW-CIPHER
           IF WS-OLD-VERSION IS NOT NUMERIC
              MOVE ZERO TO WS-OLD-VERSION
           END-IF
           MOVE 'D' TO PC-FUNCTION
           MOVE WS-OLD-VERSION TO PC-KEY-VERSION
           MOVE WS-OLD-CIPHER TO PC-CIPHER-PAN
           CALL 'PANCRYPT' USING PAN-CRYPT-PARM
           IF PC-FILE-STATUS = '00'
              MOVE PC-CLEAR-PAN TO WS-CLEAR-PAN
              PERFORM 720-HASH-CLEAR-PAN
              COMPUTE WS-FT-HASH-BEFORE(WS-FX) =
                 FUNCTION MOD(WS-FT-HASH-BEFORE(WS-FX) + WS-REC-HASH
                 10000000000000000)
              IF WS-OLD-VERSION = WS-NEW-VERSION
                 SET WS-OUTCOME-CURRENT TO TRUE
              ELSE
                 PERFORM 710-ENCRYPT-NEW
              END-IF
           END-IF
           MOVE SPACES TO WS-CLEAR-PAN
           MOVE SPACES TO PC-CLEAR-PAN.

       710-ENCRYPT-NEW.
           MOVE 'V' TO PC-FUNCTION
           MOVE WS-NEW-VERSION TO PC-KEY-VERSION
           MOVE WS-CLEAR-PAN TO PC-CLEAR-PAN
           CALL 'PANCRYPT' USING PAN-CRYPT-PARM
           IF PC-FILE-STATUS = '00'
              MOVE PC-CIPHER-PAN TO WS-NEW-CIPHER
              MOVE 'D' TO PC-FUNCTION
              MOVE WS-NEW-VERSION TO PC-KEY-VERSION
              CALL 'PANCRYPT' USING PAN-CRYPT-PARM
              IF PC-FILE-STATUS = '00'
                 IF PC-CLEAR-PAN = WS-CLEAR-PAN
                    SET WS-OUTCOME-REKEY TO TRUE
                 ELSE
                    MOVE 'VF' TO PC-FILE-STATUS
                 END-IF
              END-IF
           END-IF.

       720-HASH-CLEAR-PAN.
           MOVE ZERO TO WS-REC-HASH
           MOVE ZERO TO WS-PAN-LENGTH
           PERFORM VARYING WS-SCAN-INDEX FROM 19 BY -1
                   UNTIL WS-SCAN-INDEX < 1
                   OR WS-PAN-LENGTH > 0
              IF WS-CLEAR-PAN(WS-SCAN-INDEX:1) NOT = SPACE
                 MOVE WS-SCAN-INDEX TO WS-PAN-LENGTH
              END-IF
           END-PERFORM
           IF WS-PAN-LENGTH > 0
              IF WS-CLEAR-PAN(1:WS-PAN-LENGTH) IS NUMERIC
                 IF WS-PAN-LENGTH >= 10
                    COMPUTE WS-REC-HASH = FUNCTION NUMVAL(
                       WS-CLEAR-PAN(WS-PAN-LENGTH - 9:10))
                 ELSE
                    COMPUTE WS-REC-HASH = FUNCTION NUMVAL(
                       WS-CLEAR-PAN(1:WS-PAN-LENGTH))
                 END-IF
              END-IF
           END-IF.

       730-COUNT-OUTCOME.
           IF WS-OUTCOME-CURRENT
              ADD 1 TO WS-FT-CURRENT(WS-FX)
           END-IF
           IF WS-OUTCOME-FAILED
              ADD 1 TO WS-FT-FAILED(WS-FX)
           END-IF.

       750-VERIFY-RECORD.
           ADD 1 TO WS-FT-ON-FILE(WS-FX)
           IF WS-OLD-VERSION IS NOT NUMERIC
              MOVE ZERO TO WS-OLD-VERSION
           END-IF
           MOVE 'D' TO PC-FUNCTION
           MOVE WS-OLD-VERSION TO PC-KEY-VERSION
           MOVE WS-OLD-CIPHER TO PC-CIPHER-PAN
           CALL 'PANCRYPT' USING PAN-CRYPT-PARM
           IF PC-FILE-STATUS = '00'
              MOVE PC-CLEAR-PAN TO WS-CLEAR-PAN
              PERFORM 720-HASH-CLEAR-PAN
              COMPUTE WS-FT-HASH-AFTER(WS-FX) =
                 FUNCTION MOD(WS-FT-HASH-AFTER(WS-FX) + WS-REC-HASH
                 10000000000000000)
           END-IF
           MOVE SPACES TO WS-CLEAR-PAN
           MOVE SPACES TO PC-CLEAR-PAN.

       800-WRITE-REPORT.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
              PERFORM 810-BALANCE-FILE
              MOVE WS-FT-LABEL(WS-FX) TO FIL-LABEL
              MOVE WS-FT-READ(WS-FX) TO FIL-READ
              MOVE WS-FT-REKEYED(WS-FX) TO FIL-REKEYED
              MOVE WS-FT-CURRENT(WS-FX) TO FIL-CURRENT
              MOVE WS-FT-FAILED(WS-FX) TO FIL-FAILED
              MOVE WS-FT-RESUMED(WS-FX) TO FIL-RESUMED
              MOVE WS-FT-ON-FILE(WS-FX) TO FIL-ON-FILE
              MOVE WS-FT-RESULT(WS-FX) TO FIL-RESULT
              MOVE WS-FILE-LINE TO RPT-LINE
              PERFORM 850-WRITE-RPT-LINE
              IF WS-FT-PRESENT(WS-FX) = 'Y'
                 MOVE WS-FT-HASH-BEFORE(WS-FX) TO HSH-BEFORE
                 MOVE WS-FT-HASH-AFTER(WS-FX) TO HSH-AFTER
                 MOVE WS-HASH-LINE TO RPT-LINE
                 PERFORM 850-WRITE-RPT-LINE
              END-IF
           END-PERFORM.

       810-BALANCE-FILE.
           IF WS-FT-PRESENT(WS-FX) NOT = 'Y'
              MOVE 'NOT FOUND' TO WS-FT-RESULT(WS-FX)
           ELSE
              IF WS-FT-READ(WS-FX) NOT = WS-FT-REKEYED(WS-FX)
                    + WS-FT-CURRENT(WS-FX) + WS-FT-FAILED(WS-FX)
                    + WS-FT-RESUMED(WS-FX)
                 OR WS-FT-ON-FILE(WS-FX) NOT = WS-FT-READ(WS-FX)
                    - WS-FT-RESUMED(WS-FX)
                 OR WS-FT-HASH-AFTER(WS-FX)
                    NOT = WS-FT-HASH-BEFORE(WS-FX)
                 MOVE 'OUT OF BAL' TO WS-FT-RESULT(WS-FX)
                 DISPLAY 'ERROR: ' WS-FT-LABEL(WS-FX)
                    ' RE-KEY CONTROL TOTALS OUT OF BALANCE'
                 IF WS-RETURN-CODE < 12
                    MOVE 12 TO WS-RETURN-CODE
                 END-IF
              ELSE
                 MOVE 'BALANCED' TO WS-FT-RESULT(WS-FX)
                 IF WS-FT-FAILED(WS-FX) > 0 AND WS-RETURN-CODE < 8
                    MOVE 8 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF.

       850-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-REKEY-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REKEY-REPORT, STATUS = '
                 WS-REKEY-REPORT-STATUS
              MOVE 20 TO WS-RETURN-CODE
           END-IF.

       900-WRITE-SUMMARY.
           DISPLAY '==================================='
           DISPLAY 'PAN RE-KEY SUMMARY'
           DISPLAY 'NEW KEY VERSION : ' WS-NEW-VERSION
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
              DISPLAY WS-FT-LABEL(WS-FX) '      : READ '
                 WS-FT-READ(WS-FX) ' REKEYED ' WS-FT-REKEYED(WS-FX)
                 ' FAILED ' WS-FT-FAILED(WS-FX) ' '
                 WS-FT-RESULT(WS-FX)
           END-PERFORM
           DISPLAY '==================================='.
