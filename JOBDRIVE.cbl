       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBDRIVE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-DEFINITION
               ASSIGN TO 'JOBDEF'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-DEF-STATUS.
           SELECT JOB-REPORT
               ASSIGN TO 'JOBRPT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-DEFINITION.
       01  JD-RECORD.
           05  JD-STEP-NO        PIC 9(3).
           05  JD-PROGRAM        PIC X(8).
           05  JD-GROUP          PIC X(1).
           05  JD-MAX-COND       PIC 9(2).
           05  JD-CHECKPOINT     PIC X(1).
           05  JD-RUNID-POS      PIC 9(2).
           05  JD-BUSDATE-POS    PIC 9(2).
           05  JD-PARM-LEN       PIC 9(2).
           05  JD-PARM           PIC X(60).
       FD  JOB-REPORT.
       01  RPT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-JOB-DEF-STATUS PIC XX VALUE SPACES.
        01 WS-JOB-REPORT-STATUS PIC XX VALUE SPACES.
        01 WS-EOF-SW      PIC X(3) VALUE 'NO '.
           88 WS-EOF                VALUE 'YES'.
        01 WS-STOPPED-SW  PIC X(3) VALUE 'NO '.
           88 WS-STREAM-STOPPED     VALUE 'YES'.
        01 WS-DEF-ERROR-SW PIC X(3) VALUE 'NO '.
           88 WS-DEF-ERROR          VALUE 'YES'.
        01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
        01 WS-TODAY       PIC X(8) VALUE SPACES.
        01 WS-RUN-ID      PIC X(8) VALUE SPACES.
        01 WS-BUS-DATE    PIC X(8) VALUE SPACES.
        01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.
        01 WS-STEP-RC     PIC 9(2) VALUE ZERO.
        01 WS-STEP-KEY.
           05 FILLER         PIC X(4) VALUE 'STEP'.
           05 WS-STEP-KEY-NO PIC 9(3).
           05 FILLER         PIC X(1) VALUE SPACE.
        01 WS-PRIOR-STATUS PIC X(1) VALUE SPACE.
        01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 50.
              10 WS-ST-STEP-NO     PIC 9(3).
              10 WS-ST-PROGRAM     PIC X(8).
              10 WS-ST-GROUP       PIC X(1).
              10 WS-ST-MAX-COND    PIC 9(2).
              10 WS-ST-CHECKPOINT  PIC X(1).
              10 WS-ST-RUNID-POS   PIC 9(2).
              10 WS-ST-BUSDATE-POS PIC 9(2).
              10 WS-ST-PARM-LEN    PIC 9(2).
              10 WS-ST-PARM        PIC X(60).
              10 WS-ST-START-TS    PIC X(14).
              10 WS-ST-END-TS      PIC X(14).
              10 WS-ST-RC          PIC 9(2).
              10 WS-ST-DISP        PIC X(12).
        01 WS-STEP-COUNT  PIC 9(2) VALUE ZERO.
        01 WS-STEP-MAX    PIC 9(2) VALUE 50.
        01 WS-STEP-INDEX  PIC 9(2) VALUE ZERO.
        01 WS-CHECK-INDEX PIC 9(2) VALUE ZERO.
        01 WS-GROUP-START PIC 9(2) VALUE ZERO.
        01 WS-GROUP-END   PIC 9(2) VALUE ZERO.
        01 WS-STEPS-RUN   PIC 9(3) VALUE ZERO.
        01 WS-STEPS-SKIPPED PIC 9(3) VALUE ZERO.
        01 WS-STEPS-RESTARTED PIC 9(3) VALUE ZERO.
        01 WS-STEPS-FAILED PIC 9(3) VALUE ZERO.
        01 WS-STEPS-NOT-RUN PIC 9(3) VALUE ZERO.
        01 WS-HIGH-STEP-RC PIC 9(2) VALUE ZERO.
        01 WS-STEP-PROGRAM PIC X(8) VALUE SPACES.
        01 WS-CALL-PARM.
           05 WS-CALL-LEN    PIC S9(4) COMP VALUE ZERO.
           05 WS-CALL-TEXT   PIC X(60) VALUE SPACES.
        01 WS-HEADING-1.
           05 FILLER         PIC X(34)
              VALUE 'JOB STREAM OPERATOR REPORT        '.
           05 FILLER         PIC X(6) VALUE '  DATE'.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 HDG-DATE       PIC X(8).
           05 FILLER         PIC X(9) VALUE '  RUN-ID '.
           05 HDG-RUN-ID     PIC X(8).
           05 FILLER         PIC X(14) VALUE SPACES.
        01 WS-HEADING-2.
           05 FILLER         PIC X(40)
              VALUE 'STEP  PROGRAM   GRP START           END '.
           05 FILLER         PIC X(40)
              VALUE '            RC  MAX  DISPOSITION        '.
        01 WS-STEP-LINE.
           05 STL-STEP-NO    PIC 9(3).
           05 FILLER         PIC X(3) VALUE SPACES.
           05 STL-PROGRAM    PIC X(8).
           05 FILLER         PIC X(3) VALUE SPACES.
           05 STL-GROUP      PIC X(1).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 STL-START-TS   PIC X(14).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 STL-END-TS     PIC X(14).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 STL-RC         PIC Z9.
           05 FILLER         PIC X(3) VALUE SPACES.
           05 STL-MAX-COND   PIC Z9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 STL-DISP       PIC X(12).
           05 FILLER         PIC X(7) VALUE SPACES.
        01 WS-COUNT-LINE.
           05 CNT-LABEL      PIC X(18).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CNT-VALUE      PIC ZZZZZZZZ9.
           05 FILLER         PIC X(51) VALUE SPACES.
       COPY RUNCTLP.
       LINKAGE SECTION.
        01 LK-PARM.
           05 LK-PARM-LEN     PIC S9(4) COMP.
           05 LK-RUN-ID       PIC X(8).
           05 LK-BUS-DATE     PIC X(8).
       PROCEDURE DIVISION USING LK-PARM.
       000-MAIN.
           PERFORM 010-INITIALIZE
           PERFORM 100-LOAD-JOB-DEFINITION
           IF WS-DEF-ERROR
              DISPLAY 'ERROR: JOB DEFINITION REJECTED - STREAM NOT RUN'
              CLOSE JOB-REPORT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 1 TO WS-STEP-INDEX
           PERFORM 300-RUN-GROUP
              UNTIL WS-STEP-INDEX > WS-STEP-COUNT
              OR WS-STREAM-STOPPED
           IF WS-STREAM-STOPPED
              PERFORM 380-MARK-NOT-RUN
                 VARYING WS-CHECK-INDEX FROM WS-STEP-INDEX BY 1
                 UNTIL WS-CHECK-INDEX > WS-STEP-COUNT
           END-IF
           PERFORM 800-WRITE-REPORT
           CLOSE JOB-REPORT
           PERFORM 900-WRITE-SUMMARY
           MOVE WS-HIGH-STEP-RC TO WS-RETURN-CODE
           IF WS-STREAM-STOPPED AND WS-RETURN-CODE < 12
              MOVE 12 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       010-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           IF LK-PARM-LEN < 8 OR LK-RUN-ID = SPACES
              DISPLAY 'ERROR: RUN-ID REQUIRED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE LK-RUN-ID TO WS-RUN-ID
           MOVE WS-TODAY TO WS-BUS-DATE
           IF LK-PARM-LEN > 8
              IF LK-BUS-DATE IS NUMERIC
                 MOVE LK-BUS-DATE TO WS-BUS-DATE
              END-IF
           END-IF
           MOVE 'O' TO RN-FUNCTION
           CALL 'RUNCTLIO' USING RUN-CONTROL-PARM
           IF RN-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: RUN CONTROL UNAVAILABLE, STATUS = '
                 RN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'C' TO RN-FUNCTION
           CALL 'RUNCTLIO' USING RUN-CONTROL-PARM
           OPEN OUTPUT JOB-REPORT
           IF WS-JOB-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN JOB-REPORT, STATUS = '
                 WS-JOB-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-TODAY TO HDG-DATE
           MOVE WS-RUN-ID TO HDG-RUN-ID
           MOVE WS-HEADING-1 TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE.

       100-LOAD-JOB-DEFINITION.
           OPEN INPUT JOB-DEFINITION
           IF WS-JOB-DEF-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN JOB-DEFINITION, STATUS = '
                 WS-JOB-DEF-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'NO ' TO WS-EOF-SW
           PERFORM 110-READ-STEP UNTIL WS-EOF
           CLOSE JOB-DEFINITION
           IF WS-STEP-COUNT = 0
              DISPLAY 'JOB DEFINITION HOLDS NO STEPS'
              SET WS-DEF-ERROR TO TRUE
           END-IF.

       110-READ-STEP.
           READ JOB-DEFINITION
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  IF JD-RECORD(1:1) NOT = '*'
                     AND JD-RECORD NOT = SPACES
                     PERFORM 120-EDIT-STEP
                  END-IF
           END-READ.

       120-EDIT-STEP.
           IF JD-STEP-NO IS NOT NUMERIC OR JD-PROGRAM = SPACES
              DISPLAY 'INVALID JOB DEFINITION RECORD: ' JD-RECORD(1:40)
              SET WS-DEF-ERROR TO TRUE
           ELSE
              IF WS-STEP-COUNT > 0
                 AND JD-STEP-NO NOT > WS-ST-STEP-NO(WS-STEP-COUNT)
                 DISPLAY 'STEP ' JD-STEP-NO ' OUT OF SEQUENCE'
                 SET WS-DEF-ERROR TO TRUE
              ELSE
                 IF WS-STEP-COUNT < WS-STEP-MAX
                    PERFORM 130-ADD-STEP
                 ELSE
                    DISPLAY 'ERROR: STEP TABLE FULL AT ' WS-STEP-MAX
                    SET WS-DEF-ERROR TO TRUE
                    SET WS-EOF TO TRUE
                 END-IF
              END-IF
           END-IF.

       130-ADD-STEP.
           ADD 1 TO WS-STEP-COUNT
           MOVE JD-STEP-NO TO WS-ST-STEP-NO(WS-STEP-COUNT)
           MOVE JD-PROGRAM TO WS-ST-PROGRAM(WS-STEP-COUNT)
           MOVE JD-GROUP TO WS-ST-GROUP(WS-STEP-COUNT)
           IF JD-MAX-COND IS NUMERIC
              MOVE JD-MAX-COND TO WS-ST-MAX-COND(WS-STEP-COUNT)
           ELSE
              MOVE 4 TO WS-ST-MAX-COND(WS-STEP-COUNT)
           END-IF
           MOVE JD-CHECKPOINT TO WS-ST-CHECKPOINT(WS-STEP-COUNT)
           IF JD-RUNID-POS IS NUMERIC AND JD-RUNID-POS <= 53
              MOVE JD-RUNID-POS TO WS-ST-RUNID-POS(WS-STEP-COUNT)
           ELSE
              MOVE ZERO TO WS-ST-RUNID-POS(WS-STEP-COUNT)
           END-IF
           IF JD-BUSDATE-POS IS NUMERIC AND JD-BUSDATE-POS <= 53
              MOVE JD-BUSDATE-POS TO WS-ST-BUSDATE-POS(WS-STEP-COUNT)
           ELSE
              MOVE ZERO TO WS-ST-BUSDATE-POS(WS-STEP-COUNT)
           END-IF
           IF JD-PARM-LEN IS NUMERIC AND JD-PARM-LEN <= 60
              MOVE JD-PARM-LEN TO WS-ST-PARM-LEN(WS-STEP-COUNT)
           ELSE
              MOVE ZERO TO WS-ST-PARM-LEN(WS-STEP-COUNT)
           END-IF
           MOVE JD-PARM TO WS-ST-PARM(WS-STEP-COUNT)
           MOVE SPACES TO WS-ST-START-TS(WS-STEP-COUNT)
           MOVE SPACES TO WS-ST-END-TS(WS-STEP-COUNT)
           MOVE ZERO TO WS-ST-RC(WS-STEP-COUNT)
           MOVE SPACES TO WS-ST-DISP(WS-STEP-COUNT).

       300-RUN-GROUP.
           MOVE WS-STEP-INDEX TO WS-GROUP-START
           MOVE WS-STEP-INDEX TO WS-GROUP-END
           IF WS-ST-GROUP(WS-GROUP-START) NOT = SPACE
              MOVE 'NO ' TO WS-EOF-SW
              PERFORM 305-EXTEND-GROUP UNTIL WS-EOF
           END-IF
           PERFORM 310-RUN-STEP
              VARYING WS-STEP-INDEX FROM WS-GROUP-START BY 1
              UNTIL WS-STEP-INDEX > WS-GROUP-END
           PERFORM 370-CHECK-STOP
              VARYING WS-CHECK-INDEX FROM WS-GROUP-START BY 1
              UNTIL WS-CHECK-INDEX > WS-GROUP-END.

       305-EXTEND-GROUP.
           IF WS-GROUP-END < WS-STEP-COUNT
              IF WS-ST-GROUP(WS-GROUP-END + 1)
                 = WS-ST-GROUP(WS-GROUP-START)
                 ADD 1 TO WS-GROUP-END
              ELSE
                 SET WS-EOF TO TRUE
              END-IF
           ELSE
              SET WS-EOF TO TRUE
           END-IF.

       310-RUN-STEP.
           MOVE WS-ST-STEP-NO(WS-STEP-INDEX) TO WS-STEP-KEY-NO
           PERFORM 400-READ-STEP-CONTROL
           IF WS-PRIOR-STATUS = 'C'
              ADD 1 TO WS-STEPS-SKIPPED
              MOVE 'SKIPPED-DONE' TO WS-ST-DISP(WS-STEP-INDEX)
              DISPLAY 'STEP ' WS-ST-STEP-NO(WS-STEP-INDEX) ' '
                 WS-ST-PROGRAM(WS-STEP-INDEX)
                 ' ALREADY COMPLETE FOR RUN ' WS-RUN-ID ' - SKIPPED'
           ELSE
              IF WS-PRIOR-STATUS = 'S' OR WS-PRIOR-STATUS = 'F'
                 ADD 1 TO WS-STEPS-RESTARTED
                 IF WS-ST-CHECKPOINT(WS-STEP-INDEX) = 'Y'
                    DISPLAY 'STEP ' WS-ST-STEP-NO(WS-STEP-INDEX) ' '
                       WS-ST-PROGRAM(WS-STEP-INDEX)
                       ' RESTARTING FROM ITS CHECKPOINT'
                 ELSE
                    DISPLAY 'STEP ' WS-ST-STEP-NO(WS-STEP-INDEX) ' '
                       WS-ST-PROGRAM(WS-STEP-INDEX)
                       ' RERUNNING FROM THE START'
                 END-IF
              END-IF
              PERFORM 320-BUILD-PARM
              PERFORM 330-CALL-STEP
           END-IF.

       320-BUILD-PARM.
           MOVE WS-ST-PARM(WS-STEP-INDEX) TO WS-CALL-TEXT
           IF WS-ST-RUNID-POS(WS-STEP-INDEX) > 0
              MOVE WS-RUN-ID
                 TO WS-CALL-TEXT(WS-ST-RUNID-POS(WS-STEP-INDEX):8)
           END-IF
           IF WS-ST-BUSDATE-POS(WS-STEP-INDEX) > 0
              MOVE WS-BUS-DATE
                 TO WS-CALL-TEXT(WS-ST-BUSDATE-POS(WS-STEP-INDEX):8)
           END-IF
           MOVE WS-ST-PARM-LEN(WS-STEP-INDEX) TO WS-CALL-LEN.

       330-CALL-STEP.
           ADD 1 TO WS-STEPS-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:14)
              TO WS-ST-START-TS(WS-STEP-INDEX)
           MOVE SPACES TO WS-ST-END-TS(WS-STEP-INDEX)
           MOVE 'S' TO WS-PRIOR-STATUS
           PERFORM 410-WRITE-STEP-CONTROL
           MOVE WS-ST-PROGRAM(WS-STEP-INDEX) TO WS-STEP-PROGRAM
           DISPLAY 'STEP ' WS-ST-STEP-NO(WS-STEP-INDEX) ' '
              WS-STEP-PROGRAM ' STARTED ' WS-ST-START-TS(WS-STEP-INDEX)
           MOVE ZERO TO RETURN-CODE
           CALL WS-STEP-PROGRAM USING WS-CALL-PARM
               ON EXCEPTION
                  DISPLAY 'ERROR: PROGRAM ' WS-STEP-PROGRAM
                     ' COULD NOT BE LOADED'
                  MOVE 16 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE ZERO TO RETURN-CODE
           CANCEL WS-STEP-PROGRAM
           MOVE WS-STEP-RC TO WS-ST-RC(WS-STEP-INDEX)
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:14)
              TO WS-ST-END-TS(WS-STEP-INDEX)
           IF WS-STEP-RC > WS-HIGH-STEP-RC
              MOVE WS-STEP-RC TO WS-HIGH-STEP-RC
           END-IF
           IF WS-STEP-RC > WS-ST-MAX-COND(WS-STEP-INDEX)
              MOVE 'F' TO WS-PRIOR-STATUS
              ADD 1 TO WS-STEPS-FAILED
              MOVE 'FAILED' TO WS-ST-DISP(WS-STEP-INDEX)
           ELSE
              MOVE 'C' TO WS-PRIOR-STATUS
              MOVE 'COMPLETED' TO WS-ST-DISP(WS-STEP-INDEX)
           END-IF
           DISPLAY 'STEP ' WS-ST-STEP-NO(WS-STEP-INDEX) ' '
              WS-STEP-PROGRAM ' ENDED ' WS-ST-END-TS(WS-STEP-INDEX)
              ' CC ' WS-STEP-RC
           PERFORM 410-WRITE-STEP-CONTROL.

       370-CHECK-STOP.
           IF WS-ST-DISP(WS-CHECK-INDEX) = 'FAILED'
              IF NOT WS-STREAM-STOPPED
                 DISPLAY 'STREAM STOPPED AFTER STEP '
                    WS-ST-STEP-NO(WS-CHECK-INDEX) ' '
                    WS-ST-PROGRAM(WS-CHECK-INDEX) ' CC '
                    WS-ST-RC(WS-CHECK-INDEX) ' ABOVE LIMIT '
                    WS-ST-MAX-COND(WS-CHECK-INDEX)
              END-IF
              SET WS-STREAM-STOPPED TO TRUE
           END-IF.

       380-MARK-NOT-RUN.
           ADD 1 TO WS-STEPS-NOT-RUN
           MOVE 'NOT RUN' TO WS-ST-DISP(WS-CHECK-INDEX).

       400-READ-STEP-CONTROL.
           MOVE SPACE TO WS-PRIOR-STATUS
           MOVE 'O' TO RN-FUNCTION
           CALL 'RUNCTLIO' USING RUN-CONTROL-PARM
           IF RN-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: RUN CONTROL UNAVAILABLE, STATUS = '
                 RN-FILE-STATUS ' - STEP STATUS NOT CHECKED'
              IF WS-HIGH-STEP-RC < 4
                 MOVE 4 TO WS-HIGH-STEP-RC
              END-IF
           ELSE
              MOVE 'R' TO RN-FUNCTION
              MOVE WS-RUN-ID TO RN-RUN-ID
              MOVE WS-STEP-KEY TO RN-PROGRAM
              MOVE SPACE TO RN-STREAM
              CALL 'RUNCTLIO' USING RUN-CONTROL-PARM
              IF RN-FOUND = 'Y'
                 MOVE RN-STEP-STATUS TO WS-PRIOR-STATUS
                 IF WS-PRIOR-STATUS = 'C'
                    MOVE RN-START-TS TO WS-ST-START-TS(WS-STEP-INDEX)
                    MOVE RN-END-TS TO WS-ST-END-TS(WS-STEP-INDEX)
                    MOVE RN-HIGH-COND TO WS-ST-RC(WS-STEP-INDEX)
                 END-IF
              END-IF
              MOVE 'C' TO RN-FUNCTION
              CALL 'RUNCTLIO' USING RUN-CONTROL-PARM
           END-IF.

       410-WRITE-STEP-CONTROL.
           MOVE 'O' TO RN-FUNCTION
           CALL 'RUNCTLIO' USING RUN-CONTROL-PARM
           IF RN-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: RUN CONTROL UNAVAILABLE, STATUS = '
                 RN-FILE-STATUS ' - STEP STATUS NOT RECORDED'
              IF WS-HIGH-STEP-RC < 4
                 MOVE 4 TO WS-HIGH-STEP-RC
              END-IF
           ELSE
              MOVE 'W' TO RN-FUNCTION
              MOVE WS-RUN-ID TO RN-RUN-ID
              MOVE WS-STEP-KEY TO RN-PROGRAM
              MOVE SPACE TO RN-STREAM
              MOVE WS-ST-START-TS(WS-STEP-INDEX) TO RN-START-TS
              MOVE WS-ST-END-TS(WS-STEP-INDEX) TO RN-END-TS
              MOVE ZERO TO RN-PROCESSED
              MOVE ZERO TO RN-VALID
              MOVE ZERO TO RN-INVALID
              MOVE ZERO TO RN-REJECTED
              MOVE ZERO TO RN-DUPLICATE
              IF WS-PRIOR-STATUS = 'C'
                 MOVE 'Y' TO RN-BALANCE
              ELSE
                 MOVE 'N' TO RN-BALANCE
              END-IF
              MOVE WS-ST-RC(WS-STEP-INDEX) TO RN-HIGH-COND
              MOVE WS-ST-PROGRAM(WS-STEP-INDEX) TO RN-STEP-PROGRAM
              MOVE WS-PRIOR-STATUS TO RN-STEP-STATUS
              CALL 'RUNCTLIO' USING RUN-CONTROL-PARM
              IF RN-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING RUN-CONTROL, STATUS = '
                    RN-FILE-STATUS
                 MOVE 20 TO WS-HIGH-STEP-RC
              END-IF
              MOVE 'C' TO RN-FUNCTION
              CALL 'RUNCTLIO' USING RUN-CONTROL-PARM
           END-IF.

       800-WRITE-REPORT.
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
              MOVE WS-ST-STEP-NO(WS-STEP-INDEX) TO STL-STEP-NO
              MOVE WS-ST-PROGRAM(WS-STEP-INDEX) TO STL-PROGRAM
              MOVE WS-ST-GROUP(WS-STEP-INDEX) TO STL-GROUP
              MOVE WS-ST-START-TS(WS-STEP-INDEX) TO STL-START-TS
              MOVE WS-ST-END-TS(WS-STEP-INDEX) TO STL-END-TS
              MOVE WS-ST-RC(WS-STEP-INDEX) TO STL-RC
              MOVE WS-ST-MAX-COND(WS-STEP-INDEX) TO STL-MAX-COND
              MOVE WS-ST-DISP(WS-STEP-INDEX) TO STL-DISP
              MOVE WS-STEP-LINE TO RPT-LINE
              PERFORM 850-WRITE-RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'STEPS DEFINED' TO CNT-LABEL
           MOVE WS-STEP-COUNT TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'STEPS RUN' TO CNT-LABEL
           MOVE WS-STEPS-RUN TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'STEPS RESTARTED' TO CNT-LABEL
           MOVE WS-STEPS-RESTARTED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'SKIPPED AS DONE' TO CNT-LABEL
           MOVE WS-STEPS-SKIPPED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'STEPS FAILED' TO CNT-LABEL
           MOVE WS-STEPS-FAILED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'STEPS NOT RUN' TO CNT-LABEL
           MOVE WS-STEPS-NOT-RUN TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'HIGHEST STEP CC' TO CNT-LABEL
           MOVE WS-HIGH-STEP-RC TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-STREAM-STOPPED
              MOVE 'STREAM STOPPED - RERUN WITH SAME RUN-ID TO RESTART'
                 TO RPT-LINE
           ELSE
              MOVE 'STREAM COMPLETE' TO RPT-LINE
           END-IF
           PERFORM 850-WRITE-RPT-LINE.

       850-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-JOB-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING JOB-REPORT, STATUS = '
                 WS-JOB-REPORT-STATUS
              MOVE 20 TO WS-HIGH-STEP-RC
           END-IF.

       900-WRITE-SUMMARY.
           DISPLAY '==================================='
           DISPLAY 'JOB STREAM SUMMARY'
           DISPLAY 'RUN ID          : ' WS-RUN-ID
           DISPLAY 'STEPS DEFINED   : ' WS-STEP-COUNT
           DISPLAY 'STEPS RUN       : ' WS-STEPS-RUN
           DISPLAY 'STEPS RESTARTED : ' WS-STEPS-RESTARTED
           DISPLAY 'SKIPPED AS DONE : ' WS-STEPS-SKIPPED
           DISPLAY 'STEPS FAILED    : ' WS-STEPS-FAILED
           DISPLAY 'STEPS NOT RUN   : ' WS-STEPS-NOT-RUN
           DISPLAY 'HIGHEST STEP CC : ' WS-HIGH-STEP-RC
           IF WS-STREAM-STOPPED
              DISPLAY 'STREAM STOPPED'
           ELSE
              DISPLAY 'STREAM COMPLETE'
           END-IF
           DISPLAY '==================================='.
