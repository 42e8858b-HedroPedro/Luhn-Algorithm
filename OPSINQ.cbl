       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSINQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-TABLE-IN
               ASSIGN TO 'DTOKAUTH'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-TABLE-STATUS.
           SELECT AUDIT-OUT
               ASSIGN TO 'DTOKAUD'
               ORGANIZATION RELATIVE
               ACCESS MODE DYNAMIC
               RELATIVE KEY IS WS-AUDIT-REL-KEY
               FILE STATUS IS WS-AUDIT-OUT-STATUS.
           SELECT ACTIVITY-FILE
               ASSIGN TO 'TOKNACT'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS TA-TOKEN
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT REWORK-FILE
               ASSIGN TO 'REWORK'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RWK-KEY
               FILE STATUS IS WS-REWORK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-TABLE-IN.
       01  AUT-RECORD.
           05  AUT-REQUESTOR     PIC X(8).
           05  AUT-ACCESS        PIC X(1).
       FD  AUDIT-OUT.
       COPY AUDRECR.
       FD  ACTIVITY-FILE.
       COPY TOKNACTR.
       FD  REWORK-FILE.
       COPY RWKRECR.
       WORKING-STORAGE SECTION.
        01 WS-AUTH-TABLE-STATUS PIC XX VALUE SPACES.
        01 WS-AUDIT-OUT-STATUS PIC XX VALUE SPACES.
        01 WS-ACTIVITY-STATUS PIC XX VALUE SPACES.
        01 WS-REWORK-STATUS   PIC XX VALUE SPACES.
        01 WS-AUDIT-REL-KEY   PIC 9(9) VALUE ZERO.
        01 WS-EOF-SW      PIC X(3) VALUE 'NO '.
           88 WS-EOF                VALUE 'YES'.
        01 WS-EXIT-SW     PIC X(3) VALUE 'NO '.
           88 WS-EXIT-REQUESTED     VALUE 'YES'.
        01 WS-MENU-SW     PIC X(3) VALUE 'NO '.
           88 WS-BACK-TO-MENU       VALUE 'YES'.
        01 WS-TOKENS-OPEN-SW PIC X(3) VALUE 'NO '.
           88 WS-TOKENS-OPEN        VALUE 'YES'.
        01 WS-STOPS-OPEN-SW PIC X(3) VALUE 'NO '.
           88 WS-STOPS-OPEN         VALUE 'YES'.
        01 WS-RUNCTL-OPEN-SW PIC X(3) VALUE 'NO '.
           88 WS-RUNCTL-OPEN        VALUE 'YES'.
        01 WS-ACTIVITY-OPEN-SW PIC X(3) VALUE 'NO '.
           88 WS-ACTIVITY-OPEN      VALUE 'YES'.
        01 WS-REWORK-OPEN-SW PIC X(3) VALUE 'NO '.
           88 WS-REWORK-OPEN        VALUE 'YES'.
        01 WS-REWORK-END-SW PIC X(3) VALUE 'NO '.
           88 WS-REWORK-END         VALUE 'YES'.
        01 WS-RUN-ID          PIC X(8) VALUE SPACES.
        01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
        01 WS-TODAY           PIC X(8) VALUE SPACES.
        01 WS-TODAY-NUM       PIC 9(8) VALUE ZERO.
        01 WS-TODAY-INT       PIC 9(7) VALUE ZERO.
        01 WS-DATE-NUM        PIC 9(8) VALUE ZERO.
        01 WS-LOG-INT         PIC 9(7) VALUE ZERO.
        01 WS-DAYS-OPEN       PIC 9(5) VALUE ZERO.
        01 WS-OPERATOR-ID     PIC X(8) VALUE SPACES.
        01 WS-OPTION          PIC X(1) VALUE SPACE.
        01 WS-MESSAGE         PIC X(70) VALUE SPACES.
        01 WS-AUTH-COUNT  PIC 9(3) VALUE ZERO.
        01 WS-AUTH-MAX    PIC 9(3) VALUE 50.
        01 WS-AUTH-INDEX  PIC 9(3) VALUE ZERO.
        01 WS-AUTH-FOUND  PIC 9(3) VALUE ZERO.
        01 WS-AUTH-ENTRIES.
           05 WS-AUTH-ENTRY OCCURS 50.
              10 WS-AUTH-REQUESTOR PIC X(8).
              10 WS-AUTH-ACCESS    PIC X(1).
        01 WS-CARD-KEY        PIC X(19) VALUE SPACES.
        01 WS-CLEAR-PAN       PIC X(19) VALUE SPACES.
        01 WS-PAN-LENGTH      PIC 9(2) VALUE ZERO.
        01 WS-SCAN-INDEX      PIC 9(2) VALUE ZERO.
        01 WS-MASK-INDEX      PIC 9(2) VALUE ZERO.
        01 WS-MASKED-PAN      PIC X(19) VALUE SPACES.
        01 WS-AUDIT-PAN       PIC X(19) VALUE SPACES.
        01 WS-AUDIT-REASON    PIC X(30) VALUE SPACES.
        01 WS-CARD-SHOW.
           05 WS-SHOW-MASKED-PAN  PIC X(19).
           05 WS-SHOW-TOKEN       PIC X(19).
           05 WS-SHOW-STOP-STATUS PIC X(24).
           05 WS-SHOW-STOP-REASON PIC X(20).
           05 WS-SHOW-STOP-SOURCE PIC X(1).
           05 WS-SHOW-EFF-DATE    PIC X(8).
           05 WS-SHOW-EXP-DATE    PIC X(8).
           05 WS-SHOW-ADD-DATE    PIC X(8).
           05 WS-SHOW-CARD-TYPE   PIC X(10).
           05 WS-SHOW-FIRST-DATE  PIC X(8).
           05 WS-SHOW-LAST-DATE   PIC X(8).
           05 WS-SHOW-BATCH-COUNT PIC ZZZ9.
           05 WS-SHOW-DAY-COUNT   PIC ZZZ9.
           05 WS-SHOW-BATCH-ID    PIC X(8) OCCURS 10.
        01 WS-BATCH-INDEX     PIC 9(2) VALUE ZERO.
        01 WS-INQ-BATCH-ID    PIC X(8) VALUE SPACES.
        01 WS-INQ-SEQ         PIC 9(9) VALUE ZERO.
        01 WS-REWORK-SHOW.
           05 WS-RWK-LINE        PIC X(75) OCCURS 10.
        01 WS-RWK-INDEX       PIC 9(2) VALUE ZERO.
        01 WS-RWK-MAX         PIC 9(2) VALUE 10.
        01 WS-RWK-OPEN-COUNT  PIC 9(5) VALUE ZERO.
        01 WS-RWK-DETAIL.
           05 RWD-SEQ        PIC Z(8)9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 RWD-MASKED-PAN PIC X(19).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 RWD-STATUS     PIC X(9).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 RWD-LOG-DATE   PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 RWD-AGE        PIC ZZZZ9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 RWD-REASON     PIC X(20).
        01 WS-RWK-HEADING.
           05 FILLER         PIC X(30) VALUE
              '      SEQ MASKED PAN          '.
           05 FILLER         PIC X(45) VALUE
              'STATUS    LOGGED     AGE REASON'.
        01 WS-SHOW-OPEN-COUNT PIC ZZZZ9.
        01 WS-SHOW-SEQ        PIC Z(8)9.
        01 WS-SHOW-AGE        PIC ZZZZ9.
        01 WS-INQ-RUN-ID      PIC X(8) VALUE SPACES.
        01 WS-INQ-STREAM      PIC X(1) VALUE SPACE.
        01 WS-INQ-PROGRAM     PIC X(8) VALUE SPACES.
        01 WS-RUN-SHOW.
           05 WS-SHOW-START-TS    PIC X(14).
           05 WS-SHOW-END-TS      PIC X(14).
           05 WS-SHOW-STEP-STATUS PIC X(10).
           05 WS-SHOW-HIGH-COND   PIC Z9.
           05 WS-SHOW-PROCESSED   PIC Z(8)9.
           05 WS-SHOW-VALID       PIC Z(8)9.
           05 WS-SHOW-INVALID     PIC Z(8)9.
           05 WS-SHOW-REJECTED    PIC Z(8)9.
           05 WS-SHOW-DUPLICATE   PIC Z(8)9.
           05 WS-SHOW-BALANCE     PIC X(16).
        01 WS-TOTAL-INQUIRIES PIC 9(9) VALUE ZERO.
        01 WS-TOTAL-REFUSED   PIC 9(9) VALUE ZERO.
        01 WS-RETURN-CODE     PIC 9(2) VALUE ZERO.
       COPY TOKENP.
       COPY STOPLSTP.
       COPY RUNCTLP.
       LINKAGE SECTION.
        01 LK-PARM.
           05 LK-PARM-LEN     PIC S9(4) COMP.
           05 LK-RUN-ID       PIC X(8).
       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 2  VALUE 'OPERATIONS INQUIRY'.
           05  LINE 1 COL 60 VALUE 'DATE'.
           05  LINE 1 COL 66 PIC X(8) FROM WS-TODAY.
           05  LINE 4 COL 2  VALUE 'OPERATOR ID   :'.
           05  LINE 4 COL 18 PIC X(8) USING WS-OPERATOR-ID.
           05  LINE 22 COL 2 PIC X(70) FROM WS-MESSAGE.
       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 2  VALUE 'OPERATIONS INQUIRY'.
           05  LINE 1 COL 40 VALUE 'OPERATOR'.
           05  LINE 1 COL 49 PIC X(8) FROM WS-OPERATOR-ID.
           05  LINE 1 COL 60 VALUE 'DATE'.
           05  LINE 1 COL 66 PIC X(8) FROM WS-TODAY.
           05  LINE 4 COL 4  VALUE '1  CARD INQUIRY BY PAN OR TOKEN'.
           05  LINE 5 COL 4  VALUE '2  REWORK ITEM INQUIRY'.
           05  LINE 6 COL 4  VALUE '3  RUN STATUS INQUIRY'.
           05  LINE 7 COL 4  VALUE 'X  EXIT'.
           05  LINE 9 COL 2  VALUE 'SELECTION     :'.
           05  LINE 9 COL 18 PIC X(1) USING WS-OPTION.
           05  LINE 22 COL 2 PIC X(70) FROM WS-MESSAGE.
       01  CARD-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 2  VALUE 'CARD INQUIRY'.
           05  LINE 1 COL 40 VALUE 'OPERATOR'.
           05  LINE 1 COL 49 PIC X(8) FROM WS-OPERATOR-ID.
           05  LINE 1 COL 60 VALUE 'DATE'.
           05  LINE 1 COL 66 PIC X(8) FROM WS-TODAY.
           05  LINE 3 COL 2  VALUE 'PAN OR TOKEN  :'.
           05  LINE 3 COL 18 PIC X(19) USING WS-CARD-KEY SECURE.
           05  LINE 4 COL 2  VALUE 'BLANK ENTRY RETURNS TO MENU'.
           05  LINE 6 COL 2  VALUE 'MASKED PAN    :'.
           05  LINE 6 COL 18 PIC X(19) FROM WS-SHOW-MASKED-PAN.
           05  LINE 6 COL 40 VALUE 'TOKEN     :'.
           05  LINE 6 COL 52 PIC X(19) FROM WS-SHOW-TOKEN.
           05  LINE 8 COL 2  VALUE 'STOP LIST     :'.
           05  LINE 8 COL 18 PIC X(24) FROM WS-SHOW-STOP-STATUS.
           05  LINE 9 COL 2  VALUE 'STOP REASON   :'.
           05  LINE 9 COL 18 PIC X(20) FROM WS-SHOW-STOP-REASON.
           05  LINE 9 COL 40 VALUE 'SOURCE    :'.
           05  LINE 9 COL 52 PIC X(1) FROM WS-SHOW-STOP-SOURCE.
           05  LINE 10 COL 2 VALUE 'EFFECTIVE     :'.
           05  LINE 10 COL 18 PIC X(8) FROM WS-SHOW-EFF-DATE.
           05  LINE 10 COL 40 VALUE 'EXPIRES   :'.
           05  LINE 10 COL 52 PIC X(8) FROM WS-SHOW-EXP-DATE.
           05  LINE 11 COL 2 VALUE 'ADDED         :'.
           05  LINE 11 COL 18 PIC X(8) FROM WS-SHOW-ADD-DATE.
           05  LINE 13 COL 2 VALUE 'TOKEN ACTIVITY'.
           05  LINE 14 COL 2 VALUE 'CARD TYPE     :'.
           05  LINE 14 COL 18 PIC X(10) FROM WS-SHOW-CARD-TYPE.
           05  LINE 15 COL 2 VALUE 'FIRST SEEN    :'.
           05  LINE 15 COL 18 PIC X(8) FROM WS-SHOW-FIRST-DATE.
           05  LINE 15 COL 40 VALUE 'LAST SEEN :'.
           05  LINE 15 COL 52 PIC X(8) FROM WS-SHOW-LAST-DATE.
           05  LINE 16 COL 2 VALUE 'BATCHES       :'.
           05  LINE 16 COL 18 PIC ZZZ9 FROM WS-SHOW-BATCH-COUNT.
           05  LINE 16 COL 40 VALUE 'DAYS SEEN :'.
           05  LINE 16 COL 52 PIC ZZZ9 FROM WS-SHOW-DAY-COUNT.
           05  LINE 17 COL 2 VALUE 'BATCH IDS     :'.
           05  LINE 17 COL 18 PIC X(8) FROM WS-SHOW-BATCH-ID(1).
           05  LINE 17 COL 27 PIC X(8) FROM WS-SHOW-BATCH-ID(2).
           05  LINE 17 COL 36 PIC X(8) FROM WS-SHOW-BATCH-ID(3).
           05  LINE 17 COL 45 PIC X(8) FROM WS-SHOW-BATCH-ID(4).
           05  LINE 17 COL 54 PIC X(8) FROM WS-SHOW-BATCH-ID(5).
           05  LINE 18 COL 18 PIC X(8) FROM WS-SHOW-BATCH-ID(6).
           05  LINE 18 COL 27 PIC X(8) FROM WS-SHOW-BATCH-ID(7).
           05  LINE 18 COL 36 PIC X(8) FROM WS-SHOW-BATCH-ID(8).
           05  LINE 18 COL 45 PIC X(8) FROM WS-SHOW-BATCH-ID(9).
           05  LINE 18 COL 54 PIC X(8) FROM WS-SHOW-BATCH-ID(10).
           05  LINE 22 COL 2 PIC X(70) FROM WS-MESSAGE.
       01  REWORK-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 2  VALUE 'REWORK INQUIRY'.
           05  LINE 1 COL 40 VALUE 'OPERATOR'.
           05  LINE 1 COL 49 PIC X(8) FROM WS-OPERATOR-ID.
           05  LINE 1 COL 60 VALUE 'DATE'.
           05  LINE 1 COL 66 PIC X(8) FROM WS-TODAY.
           05  LINE 3 COL 2  VALUE 'BATCH ID      :'.
           05  LINE 3 COL 18 PIC X(8) USING WS-INQ-BATCH-ID.
           05  LINE 3 COL 40 VALUE 'SEQ       :'.
           05  LINE 3 COL 52 PIC 9(9) USING WS-INQ-SEQ.
           05  LINE 4 COL 2  VALUE 'SEQ ZERO LISTS OPEN ITEMS'.
           05  LINE 4 COL 30 VALUE 'BLANK BATCH RETURNS TO MENU'.
           05  LINE 6 COL 3  PIC X(75) FROM WS-RWK-HEADING.
           05  LINE 7 COL 3  PIC X(75) FROM WS-RWK-LINE(1).
           05  LINE 8 COL 3  PIC X(75) FROM WS-RWK-LINE(2).
           05  LINE 9 COL 3  PIC X(75) FROM WS-RWK-LINE(3).
           05  LINE 10 COL 3 PIC X(75) FROM WS-RWK-LINE(4).
           05  LINE 11 COL 3 PIC X(75) FROM WS-RWK-LINE(5).
           05  LINE 12 COL 3 PIC X(75) FROM WS-RWK-LINE(6).
           05  LINE 13 COL 3 PIC X(75) FROM WS-RWK-LINE(7).
           05  LINE 14 COL 3 PIC X(75) FROM WS-RWK-LINE(8).
           05  LINE 15 COL 3 PIC X(75) FROM WS-RWK-LINE(9).
           05  LINE 16 COL 3 PIC X(75) FROM WS-RWK-LINE(10).
           05  LINE 22 COL 2 PIC X(70) FROM WS-MESSAGE.
       01  RUN-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 2  VALUE 'RUN STATUS INQUIRY'.
           05  LINE 1 COL 40 VALUE 'OPERATOR'.
           05  LINE 1 COL 49 PIC X(8) FROM WS-OPERATOR-ID.
           05  LINE 1 COL 60 VALUE 'DATE'.
           05  LINE 1 COL 66 PIC X(8) FROM WS-TODAY.
           05  LINE 3 COL 2  VALUE 'RUN-ID        :'.
           05  LINE 3 COL 18 PIC X(8) USING WS-INQ-RUN-ID.
           05  LINE 3 COL 30 VALUE 'STREAM :'.
           05  LINE 3 COL 39 PIC X(1) USING WS-INQ-STREAM.
           05  LINE 3 COL 45 VALUE 'PROGRAM :'.
           05  LINE 3 COL 55 PIC X(8) USING WS-INQ-PROGRAM.
           05  LINE 4 COL 2  VALUE 'BLANK RUN-ID RETURNS TO MENU'.
           05  LINE 6 COL 2  VALUE 'STARTED       :'.
           05  LINE 6 COL 18 PIC X(14) FROM WS-SHOW-START-TS.
           05  LINE 6 COL 40 VALUE 'ENDED     :'.
           05  LINE 6 COL 52 PIC X(14) FROM WS-SHOW-END-TS.
           05  LINE 7 COL 2  VALUE 'STEP STATUS   :'.
           05  LINE 7 COL 18 PIC X(10) FROM WS-SHOW-STEP-STATUS.
           05  LINE 7 COL 40 VALUE 'HIGH COND :'.
           05  LINE 7 COL 52 PIC Z9 FROM WS-SHOW-HIGH-COND.
           05  LINE 9 COL 2  VALUE 'PROCESSED     :'.
           05  LINE 9 COL 18 PIC Z(8)9 FROM WS-SHOW-PROCESSED.
           05  LINE 10 COL 2 VALUE 'VALID         :'.
           05  LINE 10 COL 18 PIC Z(8)9 FROM WS-SHOW-VALID.
           05  LINE 11 COL 2 VALUE 'INVALID       :'.
           05  LINE 11 COL 18 PIC Z(8)9 FROM WS-SHOW-INVALID.
           05  LINE 12 COL 2 VALUE 'REJECTED      :'.
           05  LINE 12 COL 18 PIC Z(8)9 FROM WS-SHOW-REJECTED.
           05  LINE 13 COL 2 VALUE 'DUPLICATE     :'.
           05  LINE 13 COL 18 PIC Z(8)9 FROM WS-SHOW-DUPLICATE.
           05  LINE 15 COL 2 VALUE 'BALANCE       :'.
           05  LINE 15 COL 18 PIC X(16) FROM WS-SHOW-BALANCE.
           05  LINE 22 COL 2 PIC X(70) FROM WS-MESSAGE.
       PROCEDURE DIVISION USING LK-PARM.
       000-MAIN.
           PERFORM 010-INITIALIZE
           PERFORM 020-SIGN-ON
           PERFORM 100-MENU UNTIL WS-EXIT-REQUESTED
           PERFORM 900-CLOSE-FILES
           PERFORM 950-WRITE-SUMMARY
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       010-INITIALIZE.
           MOVE 'OPSINQ' TO WS-RUN-ID
           IF LK-PARM-LEN > 0
              MOVE LK-RUN-ID TO WS-RUN-ID
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           PERFORM 012-LOAD-AUTH-TABLE
           PERFORM 015-OPEN-AUDIT-OUT
           PERFORM 017-OPEN-LOOKUPS.

       012-LOAD-AUTH-TABLE.
           OPEN INPUT AUTH-TABLE-IN
           IF WS-AUTH-TABLE-STATUS NOT = '00'
              DISPLAY 'WARNING: AUTH-TABLE-IN UNAVAILABLE, STATUS = '
                 WS-AUTH-TABLE-STATUS ' - PAN INQUIRIES REFUSED'
           ELSE
              MOVE 'NO ' TO WS-EOF-SW
              PERFORM 013-LOAD-AUTH-ENTRY UNTIL WS-EOF
              CLOSE AUTH-TABLE-IN
              MOVE 'NO ' TO WS-EOF-SW
           END-IF.

       013-LOAD-AUTH-ENTRY.
           READ AUTH-TABLE-IN
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  IF WS-AUTH-COUNT < WS-AUTH-MAX
                     ADD 1 TO WS-AUTH-COUNT
                     MOVE AUT-REQUESTOR
                          TO WS-AUTH-REQUESTOR(WS-AUTH-COUNT)
                     MOVE AUT-ACCESS
                          TO WS-AUTH-ACCESS(WS-AUTH-COUNT)
                  ELSE
                     DISPLAY 'WARNING: AUTH TABLE FULL AT '
                        WS-AUTH-MAX ' - REMAINING ENTRIES IGNORED'
                     SET WS-EOF TO TRUE
                  END-IF
           END-READ.

       015-OPEN-AUDIT-OUT.
           OPEN I-O AUDIT-OUT
           IF WS-AUDIT-OUT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-OUT
              CLOSE AUDIT-OUT
              OPEN I-O AUDIT-OUT
           END-IF
           IF WS-AUDIT-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN AUDIT-OUT, STATUS = '
                 WS-AUDIT-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE ZERO TO WS-AUDIT-REL-KEY
           PERFORM UNTIL WS-AUDIT-OUT-STATUS NOT = '00'
              READ AUDIT-OUT NEXT RECORD
                 AT END CONTINUE
                 NOT AT END ADD 1 TO WS-AUDIT-REL-KEY
              END-READ
           END-PERFORM
           MOVE '00' TO WS-AUDIT-OUT-STATUS.

       017-OPEN-LOOKUPS.
           MOVE 'O' TO TK-FUNCTION
           CALL 'TOKENIO' USING TOKEN-PARM
           IF TK-FILE-STATUS = '00'
              SET WS-TOKENS-OPEN TO TRUE
           ELSE
              DISPLAY 'WARNING: TOKEN-XREF UNAVAILABLE, STATUS = '
                 TK-FILE-STATUS
           END-IF
           MOVE 'O' TO SL-FUNCTION
           CALL 'STOPLKUP' USING STOP-LOOKUP-PARM
           IF SL-FILE-STATUS = '00'
              SET WS-STOPS-OPEN TO TRUE
           ELSE
              DISPLAY 'WARNING: STOP-LIST UNAVAILABLE, STATUS = '
                 SL-FILE-STATUS
           END-IF
           MOVE 'O' TO RN-FUNCTION
           CALL 'RUNCTLIO' USING RUN-CONTROL-PARM
           IF RN-FILE-STATUS = '00'
              SET WS-RUNCTL-OPEN TO TRUE
           ELSE
              DISPLAY 'WARNING: RUN-CONTROL UNAVAILABLE, STATUS = '
                 RN-FILE-STATUS
           END-IF
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS = '00'
              SET WS-ACTIVITY-OPEN TO TRUE
           ELSE
              DISPLAY 'WARNING: ACTIVITY-FILE UNAVAILABLE, STATUS = '
                 WS-ACTIVITY-STATUS
           END-IF
           OPEN INPUT REWORK-FILE
           IF WS-REWORK-STATUS = '00'
              SET WS-REWORK-OPEN TO TRUE
           ELSE
              DISPLAY 'WARNING: REWORK-FILE UNAVAILABLE, STATUS = '
                 WS-REWORK-STATUS
           END-IF.

       020-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-MESSAGE
           PERFORM 025-ACCEPT-OPERATOR
              UNTIL WS-OPERATOR-ID NOT = SPACES.

       025-ACCEPT-OPERATOR.
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN
           IF WS-OPERATOR-ID = SPACES
              MOVE 'OPERATOR ID IS REQUIRED' TO WS-MESSAGE
           ELSE
              MOVE SPACES TO WS-MESSAGE
           END-IF.

       040-CHECK-AUTHORITY.
           MOVE ZERO TO WS-AUTH-FOUND
           PERFORM VARYING WS-AUTH-INDEX FROM 1 BY 1
                   UNTIL WS-AUTH-INDEX > WS-AUTH-COUNT
                   OR WS-AUTH-FOUND > 0
              IF WS-OPERATOR-ID = WS-AUTH-REQUESTOR(WS-AUTH-INDEX)
                 MOVE WS-AUTH-INDEX TO WS-AUTH-FOUND
              END-IF
           END-PERFORM.

       100-MENU.
           MOVE SPACE TO WS-OPTION
           DISPLAY MENU-SCREEN
           ACCEPT MENU-SCREEN
           MOVE SPACES TO WS-MESSAGE
           IF WS-OPTION = '1'
              PERFORM 200-CARD-INQUIRY
           ELSE
              IF WS-OPTION = '2'
                 PERFORM 300-REWORK-INQUIRY
              ELSE
                 IF WS-OPTION = '3'
                    PERFORM 400-RUN-INQUIRY
                 ELSE
                    IF WS-OPTION = 'X'
                       SET WS-EXIT-REQUESTED TO TRUE
                    ELSE
                       MOVE 'INVALID SELECTION' TO WS-MESSAGE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       200-CARD-INQUIRY.
           MOVE 'NO ' TO WS-MENU-SW
           MOVE SPACES TO WS-CARD-SHOW
           PERFORM 210-CARD-CYCLE UNTIL WS-BACK-TO-MENU
           MOVE SPACES TO WS-MESSAGE.

       210-CARD-CYCLE.
           MOVE SPACES TO WS-CARD-KEY
           DISPLAY CARD-SCREEN
           ACCEPT CARD-SCREEN
           IF WS-CARD-KEY = SPACES
              SET WS-BACK-TO-MENU TO TRUE
           ELSE
              MOVE SPACES TO WS-CARD-SHOW
              MOVE SPACES TO WS-MESSAGE
              IF WS-CARD-KEY(1:3) = 'TKN'
                 PERFORM 220-LOOKUP-BY-TOKEN
              ELSE
                 PERFORM 230-LOOKUP-BY-PAN
              END-IF
              MOVE SPACES TO WS-CARD-KEY
              MOVE SPACES TO WS-CLEAR-PAN
              MOVE SPACES TO TK-PAN
              MOVE SPACES TO SL-PAN
           END-IF.

       220-LOOKUP-BY-TOKEN.
           IF NOT WS-TOKENS-OPEN
              MOVE 'TOKEN CROSS-REFERENCE UNAVAILABLE' TO WS-MESSAGE
           ELSE
              MOVE 'D' TO TK-FUNCTION
              MOVE WS-CARD-KEY TO TK-TOKEN
              CALL 'TOKENIO' USING TOKEN-PARM
              IF TK-FILE-STATUS NOT = '00'
                 MOVE 'TOKEN NOT ON FILE' TO WS-MESSAGE
                 MOVE WS-CARD-KEY TO WS-AUDIT-PAN
                 MOVE 'INQ CARD TOKEN NOT ON FILE' TO WS-AUDIT-REASON
              ELSE
                 MOVE TK-PAN TO WS-CLEAR-PAN
                 MOVE TK-PAN-LENGTH TO WS-PAN-LENGTH
                 MOVE WS-CARD-KEY TO WS-SHOW-TOKEN
                 PERFORM 250-SHOW-CARD
                 MOVE WS-MASKED-PAN TO WS-AUDIT-PAN
                 MOVE 'INQ CARD BY TOKEN' TO WS-AUDIT-REASON
              END-IF
              PERFORM 700-WRITE-AUDIT
           END-IF.

       230-LOOKUP-BY-PAN.
           MOVE WS-CARD-KEY TO WS-CLEAR-PAN
           PERFORM 235-SIZE-PAN
           IF WS-PAN-LENGTH < 13 OR WS-PAN-LENGTH > 19
              MOVE 'ENTER A 13-19 DIGIT PAN OR A TOKEN' TO WS-MESSAGE
           ELSE
              IF WS-CLEAR-PAN(1:WS-PAN-LENGTH) IS NOT NUMERIC
                 MOVE 'ENTER A 13-19 DIGIT PAN OR A TOKEN'
                      TO WS-MESSAGE
              ELSE
                 PERFORM 260-MASK-PAN
                 MOVE WS-MASKED-PAN TO WS-AUDIT-PAN
                 PERFORM 040-CHECK-AUTHORITY
                 IF WS-AUTH-FOUND = ZERO
                    ADD 1 TO WS-TOTAL-REFUSED
                    MOVE 'OPERATOR NOT AUTHORIZED FOR PAN INQUIRY'
                         TO WS-MESSAGE
                    MOVE 'INQ CARD PAN REFUSED-AUTH'
                         TO WS-AUDIT-REASON
                 ELSE
                    PERFORM 240-FIND-TOKEN
                    PERFORM 250-SHOW-CARD
                    MOVE 'INQ CARD BY PAN' TO WS-AUDIT-REASON
                 END-IF
                 PERFORM 700-WRITE-AUDIT
              END-IF
           END-IF.

       235-SIZE-PAN.
           MOVE ZERO TO WS-PAN-LENGTH
           PERFORM VARYING WS-SCAN-INDEX FROM 19 BY -1
                   UNTIL WS-SCAN-INDEX < 1
                   OR WS-PAN-LENGTH > 0
              IF WS-CLEAR-PAN(WS-SCAN-INDEX:1) NOT = SPACE
                 MOVE WS-SCAN-INDEX TO WS-PAN-LENGTH
              END-IF
           END-PERFORM.

       240-FIND-TOKEN.
           IF WS-TOKENS-OPEN
              MOVE 'L' TO TK-FUNCTION
              MOVE WS-CLEAR-PAN TO TK-PAN
              MOVE WS-PAN-LENGTH TO TK-PAN-LENGTH
              CALL 'TOKENIO' USING TOKEN-PARM
              IF TK-FILE-STATUS = '00'
                 MOVE TK-TOKEN TO WS-SHOW-TOKEN
              ELSE
                 MOVE 'NONE ON FILE' TO WS-SHOW-TOKEN
              END-IF
           ELSE
              MOVE 'UNAVAILABLE' TO WS-SHOW-TOKEN
           END-IF.

       250-SHOW-CARD.
           PERFORM 260-MASK-PAN
           MOVE WS-MASKED-PAN TO WS-SHOW-MASKED-PAN
           PERFORM 270-SHOW-STOP-STATUS
           PERFORM 280-SHOW-ACTIVITY.

       260-MASK-PAN.
           MOVE SPACES TO WS-MASKED-PAN
           IF WS-PAN-LENGTH >= 13 AND WS-PAN-LENGTH <= 19
              MOVE WS-CLEAR-PAN(1:6) TO WS-MASKED-PAN(1:6)
              PERFORM VARYING WS-MASK-INDEX FROM 7 BY 1
                      UNTIL WS-MASK-INDEX > WS-PAN-LENGTH - 4
                 MOVE 'X' TO WS-MASKED-PAN(WS-MASK-INDEX:1)
              END-PERFORM
              MOVE WS-CLEAR-PAN(WS-PAN-LENGTH - 3:4)
                   TO WS-MASKED-PAN(WS-PAN-LENGTH - 3:4)
           ELSE
              MOVE ALL 'X' TO WS-MASKED-PAN
           END-IF.

       270-SHOW-STOP-STATUS.
           IF NOT WS-STOPS-OPEN
              MOVE 'STOP LIST UNAVAILABLE' TO WS-SHOW-STOP-STATUS
           ELSE
              MOVE 'I' TO SL-FUNCTION
              MOVE WS-CLEAR-PAN TO SL-PAN
              CALL 'STOPLKUP' USING STOP-LOOKUP-PARM
              MOVE SPACES TO SL-PAN
              IF SL-FOUND = 'N'
                 MOVE 'NOT ON STOP LIST' TO WS-SHOW-STOP-STATUS
              ELSE
                 IF SL-FOUND = 'F'
                    MOVE 'STOP NOT YET EFFECTIVE' TO WS-SHOW-STOP-STATUS
                 ELSE
                    IF SL-FOUND = 'E'
                       MOVE 'STOP EXPIRED' TO WS-SHOW-STOP-STATUS
                    ELSE
                       MOVE 'ON STOP LIST' TO WS-SHOW-STOP-STATUS
                    END-IF
                 END-IF
                 MOVE SL-REASON TO WS-SHOW-STOP-REASON
                 MOVE SL-SOURCE TO WS-SHOW-STOP-SOURCE
                 MOVE SL-EFF-DATE TO WS-SHOW-EFF-DATE
                 MOVE SL-EXP-DATE TO WS-SHOW-EXP-DATE
                 MOVE SL-ADD-DATE TO WS-SHOW-ADD-DATE
              END-IF
           END-IF.

       280-SHOW-ACTIVITY.
           IF NOT WS-ACTIVITY-OPEN
              MOVE 'TOKEN ACTIVITY UNAVAILABLE' TO WS-MESSAGE
           ELSE
              IF WS-SHOW-TOKEN(1:3) NOT = 'TKN'
                 MOVE 'NO TOKEN - NO BATCH ACTIVITY RECORDED'
                      TO WS-MESSAGE
              ELSE
                 MOVE WS-SHOW-TOKEN TO TA-TOKEN
                 READ ACTIVITY-FILE
                 IF WS-ACTIVITY-STATUS NOT = '00'
                    MOVE 'NO BATCH ACTIVITY RECORDED FOR THIS TOKEN'
                         TO WS-MESSAGE
                 ELSE
                    MOVE TA-CARD-TYPE TO WS-SHOW-CARD-TYPE
                    MOVE TA-FIRST-DATE TO WS-SHOW-FIRST-DATE
                    MOVE TA-LAST-DATE TO WS-SHOW-LAST-DATE
                    MOVE TA-BATCH-COUNT TO WS-SHOW-BATCH-COUNT
                    MOVE TA-DAY-COUNT TO WS-SHOW-DAY-COUNT
                    PERFORM VARYING WS-BATCH-INDEX FROM 1 BY 1
                            UNTIL WS-BATCH-INDEX > 10
                       MOVE TA-BATCH-ID(WS-BATCH-INDEX)
                            TO WS-SHOW-BATCH-ID(WS-BATCH-INDEX)
                    END-PERFORM
                    MOVE 'INQUIRY COMPLETE' TO WS-MESSAGE
                 END-IF
              END-IF
           END-IF.

       300-REWORK-INQUIRY.
           MOVE 'NO ' TO WS-MENU-SW
           MOVE SPACES TO WS-REWORK-SHOW
           PERFORM 310-REWORK-CYCLE UNTIL WS-BACK-TO-MENU
           MOVE SPACES TO WS-MESSAGE.

       310-REWORK-CYCLE.
           MOVE SPACES TO WS-INQ-BATCH-ID
           MOVE ZERO TO WS-INQ-SEQ
           DISPLAY REWORK-SCREEN
           ACCEPT REWORK-SCREEN
           IF WS-INQ-BATCH-ID = SPACES
              SET WS-BACK-TO-MENU TO TRUE
           ELSE
              MOVE SPACES TO WS-REWORK-SHOW
              MOVE SPACES TO WS-MESSAGE
              IF NOT WS-REWORK-OPEN
                 MOVE 'REWORK FILE UNAVAILABLE' TO WS-MESSAGE
              ELSE
                 MOVE SPACES TO WS-AUDIT-PAN
                 IF WS-INQ-SEQ > ZERO
                    PERFORM 320-READ-REWORK-ITEM
                 ELSE
                    PERFORM 330-LIST-OPEN-ITEMS
                 END-IF
                 PERFORM 700-WRITE-AUDIT
              END-IF
           END-IF.

       320-READ-REWORK-ITEM.
           MOVE WS-INQ-SEQ TO WS-SHOW-SEQ
           MOVE WS-INQ-BATCH-ID TO RWK-BATCH-ID
           MOVE WS-INQ-SEQ TO RWK-SEQ
           READ REWORK-FILE
           IF WS-REWORK-STATUS NOT = '00'
              MOVE SPACES TO WS-MESSAGE
              STRING 'NO REWORK ITEM FOR BATCH ' WS-INQ-BATCH-ID
                 ' SEQ ' WS-SHOW-SEQ
                 DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
              MOVE 1 TO WS-RWK-INDEX
              PERFORM 340-FORMAT-REWORK-LINE
              MOVE RWD-MASKED-PAN TO WS-AUDIT-PAN
              MOVE WS-DAYS-OPEN TO WS-SHOW-AGE
              MOVE SPACES TO WS-MESSAGE
              IF RWK-STATUS = 'O'
                 STRING 'ITEM IS OPEN - ' WS-SHOW-AGE ' DAYS OLD'
                    DELIMITED BY SIZE INTO WS-MESSAGE
              ELSE
                 MOVE 'ITEM IS CORRECTED' TO WS-MESSAGE
              END-IF
           END-IF
           MOVE SPACES TO WS-AUDIT-REASON
           STRING 'INQ REWORK ' WS-INQ-BATCH-ID '/' WS-INQ-SEQ
              DELIMITED BY SIZE INTO WS-AUDIT-REASON.

       330-LIST-OPEN-ITEMS.
           MOVE ZERO TO WS-RWK-INDEX
           MOVE ZERO TO WS-RWK-OPEN-COUNT
           MOVE 'NO ' TO WS-REWORK-END-SW
           MOVE WS-INQ-BATCH-ID TO RWK-BATCH-ID
           MOVE ZERO TO RWK-SEQ
           START REWORK-FILE KEY NOT LESS THAN RWK-KEY
           IF WS-REWORK-STATUS NOT = '00'
              SET WS-REWORK-END TO TRUE
           END-IF
           PERFORM 335-READ-NEXT-REWORK UNTIL WS-REWORK-END
           MOVE WS-RWK-OPEN-COUNT TO WS-SHOW-OPEN-COUNT
           MOVE SPACES TO WS-MESSAGE
           IF WS-RWK-OPEN-COUNT > WS-RWK-MAX
              STRING WS-SHOW-OPEN-COUNT ' OPEN ITEMS FOR BATCH '
                 WS-INQ-BATCH-ID ' - FIRST 10 SHOWN'
                 DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
              STRING WS-SHOW-OPEN-COUNT ' OPEN ITEMS FOR BATCH '
                 WS-INQ-BATCH-ID
                 DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF
           MOVE SPACES TO WS-AUDIT-REASON
           STRING 'INQ REWORK ' WS-INQ-BATCH-ID '/OPEN'
              DELIMITED BY SIZE INTO WS-AUDIT-REASON.

       335-READ-NEXT-REWORK.
           READ REWORK-FILE NEXT RECORD
               AT END
                  SET WS-REWORK-END TO TRUE
               NOT AT END
                  IF RWK-BATCH-ID NOT = WS-INQ-BATCH-ID
                     SET WS-REWORK-END TO TRUE
                  ELSE
                     IF RWK-STATUS = 'O'
                        ADD 1 TO WS-RWK-OPEN-COUNT
                        IF WS-RWK-INDEX < WS-RWK-MAX
                           ADD 1 TO WS-RWK-INDEX
                           PERFORM 340-FORMAT-REWORK-LINE
                        END-IF
                     END-IF
                  END-IF
           END-READ.

       340-FORMAT-REWORK-LINE.
           MOVE RWK-SEQ TO RWD-SEQ
           IF RWK-MASKED-PAN = SPACES OR LOW-VALUES
              MOVE ALL 'X' TO RWD-MASKED-PAN
           ELSE
              MOVE RWK-MASKED-PAN TO RWD-MASKED-PAN
           END-IF
           IF RWK-STATUS = 'O'
              MOVE 'OPEN' TO RWD-STATUS
           ELSE
              MOVE 'CORRECTED' TO RWD-STATUS
           END-IF
           MOVE RWK-LOG-DATE TO RWD-LOG-DATE
           IF RWK-LOG-DATE IS NUMERIC
              MOVE RWK-LOG-DATE TO WS-DATE-NUM
              COMPUTE WS-LOG-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-LOG-INT
           ELSE
              MOVE 99999 TO WS-DAYS-OPEN
           END-IF
           MOVE WS-DAYS-OPEN TO RWD-AGE
           MOVE RWK-REASON TO RWD-REASON
           MOVE WS-RWK-DETAIL TO WS-RWK-LINE(WS-RWK-INDEX).

       400-RUN-INQUIRY.
           MOVE 'NO ' TO WS-MENU-SW
           MOVE SPACES TO WS-RUN-SHOW
           PERFORM 410-RUN-CYCLE UNTIL WS-BACK-TO-MENU
           MOVE SPACES TO WS-MESSAGE.

       410-RUN-CYCLE.
           MOVE SPACES TO WS-INQ-RUN-ID
           MOVE SPACE TO WS-INQ-STREAM
           MOVE 'LUHN' TO WS-INQ-PROGRAM
           DISPLAY RUN-SCREEN
           ACCEPT RUN-SCREEN
           IF WS-INQ-RUN-ID = SPACES
              SET WS-BACK-TO-MENU TO TRUE
           ELSE
              MOVE SPACES TO WS-RUN-SHOW
              MOVE SPACES TO WS-MESSAGE
              IF NOT WS-RUNCTL-OPEN
                 MOVE 'RUN CONTROL FILE UNAVAILABLE' TO WS-MESSAGE
              ELSE
                 PERFORM 420-READ-RUN-CONTROL
                 MOVE SPACES TO WS-AUDIT-PAN
                 MOVE SPACES TO WS-AUDIT-REASON
                 STRING 'INQ RUN ' WS-INQ-RUN-ID ' STREAM '
                    WS-INQ-STREAM
                    DELIMITED BY SIZE INTO WS-AUDIT-REASON
                 PERFORM 700-WRITE-AUDIT
              END-IF
           END-IF.

       420-READ-RUN-CONTROL.
           MOVE 'R' TO RN-FUNCTION
           MOVE WS-INQ-RUN-ID TO RN-RUN-ID
           MOVE WS-INQ-PROGRAM TO RN-PROGRAM
           MOVE WS-INQ-STREAM TO RN-STREAM
           CALL 'RUNCTLIO' USING RUN-CONTROL-PARM
           IF RN-FOUND NOT = 'Y'
              MOVE SPACES TO WS-MESSAGE
              STRING 'NO RUN CONTROL FOR RUN ' WS-INQ-RUN-ID
                 ' PROGRAM ' WS-INQ-PROGRAM ' STREAM ' WS-INQ-STREAM
                 DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
              MOVE RN-START-TS TO WS-SHOW-START-TS
              MOVE RN-END-TS TO WS-SHOW-END-TS
              IF RN-STEP-STATUS = 'S'
                 MOVE 'STARTED' TO WS-SHOW-STEP-STATUS
              ELSE
                 IF RN-STEP-STATUS = 'F'
                    MOVE 'FAILED' TO WS-SHOW-STEP-STATUS
                 ELSE
                    MOVE 'COMPLETE' TO WS-SHOW-STEP-STATUS
                 END-IF
              END-IF
              MOVE RN-HIGH-COND TO WS-SHOW-HIGH-COND
              MOVE RN-PROCESSED TO WS-SHOW-PROCESSED
              MOVE RN-VALID TO WS-SHOW-VALID
              MOVE RN-INVALID TO WS-SHOW-INVALID
              MOVE RN-REJECTED TO WS-SHOW-REJECTED
              MOVE RN-DUPLICATE TO WS-SHOW-DUPLICATE
              IF RN-BALANCE = 'Y'
                 MOVE 'IN BALANCE' TO WS-SHOW-BALANCE
              ELSE
                 IF RN-BALANCE = 'N'
                    MOVE 'OUT OF BALANCE' TO WS-SHOW-BALANCE
                 ELSE
                    MOVE 'NOT RECONCILED' TO WS-SHOW-BALANCE
                 END-IF
              END-IF
              MOVE 'INQUIRY COMPLETE' TO WS-MESSAGE
           END-IF.

       700-WRITE-AUDIT.
           ADD 1 TO WS-TOTAL-INQUIRIES
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           ADD 1 TO WS-AUDIT-REL-KEY
           MOVE WS-RUN-ID TO AUD-RUN-ID
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO AUD-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO AUD-TIME
           MOVE WS-AUDIT-PAN TO AUD-MASKED-PAN
           MOVE 'NA' TO AUD-MOD-RESULT
           MOVE WS-AUDIT-REASON TO AUD-REASON
           MOVE WS-OPERATOR-ID TO AUD-BATCH-ID
           REWRITE AUD-RECORD
           IF WS-AUDIT-OUT-STATUS NOT = '00'
              WRITE AUD-RECORD
           END-IF
           IF WS-AUDIT-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING AUDIT-OUT, STATUS = '
                 WS-AUDIT-OUT-STATUS
              MOVE 20 TO WS-RETURN-CODE
              MOVE 'AUDIT WRITE FAILED - INQUIRY SESSION ENDED'
                   TO WS-MESSAGE
              SET WS-EXIT-REQUESTED TO TRUE
              SET WS-BACK-TO-MENU TO TRUE
           END-IF.

       900-CLOSE-FILES.
           CLOSE AUDIT-OUT
           IF WS-TOKENS-OPEN
              MOVE 'C' TO TK-FUNCTION
              CALL 'TOKENIO' USING TOKEN-PARM
           END-IF
           IF WS-STOPS-OPEN
              MOVE 'C' TO SL-FUNCTION
              CALL 'STOPLKUP' USING STOP-LOOKUP-PARM
           END-IF
           IF WS-RUNCTL-OPEN
              MOVE 'C' TO RN-FUNCTION
              CALL 'RUNCTLIO' USING RUN-CONTROL-PARM
           END-IF
           IF WS-ACTIVITY-OPEN
              CLOSE ACTIVITY-FILE
           END-IF
           IF WS-REWORK-OPEN
              CLOSE REWORK-FILE
           END-IF.

       950-WRITE-SUMMARY.
           DISPLAY '==================================='
           DISPLAY 'OPERATIONS INQUIRY SUMMARY'
           DISPLAY '==================================='
           DISPLAY 'OPERATOR        : ' WS-OPERATOR-ID
           DISPLAY 'INQUIRIES       : ' WS-TOTAL-INQUIRIES
           DISPLAY 'PAN REFUSED     : ' WS-TOTAL-REFUSED
           DISPLAY '==================================='.
