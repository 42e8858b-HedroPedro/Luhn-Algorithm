              MOVE RN-DUPLICATE TO RC-DUPLICATE
              MOVE RN-BALANCE TO RC-BALANCE
              MOVE RN-HIGH-COND TO RC-HIGH-COND
              MOVE RN-STEP-PROGRAM TO RC-STEP-PROGRAM
              MOVE RN-STEP-STATUS TO RC-STEP-STATUS
              WRITE RC-RECORD
              IF WS-RUN-CONTROL-STATUS = '22'
                 REWRITE RC-RECORD
                 MOVE RC-DUPLICATE TO RN-DUPLICATE
                 MOVE RC-BALANCE TO RN-BALANCE
                 MOVE RC-HIGH-COND TO RN-HIGH-COND
                 MOVE RC-STEP-PROGRAM TO RN-STEP-PROGRAM
                 MOVE RC-STEP-STATUS TO RN-STEP-STATUS
              END-IF
           END-IF.

