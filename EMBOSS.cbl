        01 WS-CARDS-SENT  PIC 9(9) VALUE ZERO.
        01 WS-GEN-UNMATCHED PIC 9(9) VALUE ZERO.
        01 WS-REQ-UNMATCHED PIC 9(9) VALUE ZERO.
        01 WS-CARDS-RECORDED PIC 9(9) VALUE ZERO.
        01 WS-CARDS-NOT-RECORDED PIC 9(9) VALUE ZERO.
        01 WS-HASH-TOTAL  PIC 9(16) VALUE ZERO.
        01 WS-MASKED-PAN  PIC X(19) VALUE SPACES.
        01 WS-MASK-INDEX  PIC 9(2)  VALUE ZERO.
        01 WS-RETURN-CODE PIC 9(2)  VALUE ZERO.
       COPY TOKENP.
       COPY CARDP.
        01 WS-EMBOSS-HEADER.
           05 EMB-HDR-TYPE   PIC X(1).
           05 EMB-HDR-BATCH-ID PIC X(8).
           CLOSE ISSUE-REQUESTS
           CLOSE EMBOSS-OUT
           CLOSE CONTROL-REPORT
           MOVE 'C' TO TK-FUNCTION
           CALL 'TOKENIO' USING TOKEN-PARM
           MOVE 'C' TO CD-FUNCTION
           CALL 'CARDIO' USING CARD-MASTER-PARM
           IF WS-CARDS-NOT-RECORDED > 0 AND WS-RETURN-CODE < 8
              MOVE 8 TO WS-RETURN-CODE
           END-IF
           IF (WS-GEN-UNMATCHED > 0 OR WS-REQ-UNMATCHED > 0)
              AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
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
           MOVE 'O' TO CD-FUNCTION
           CALL 'CARDIO' USING CARD-MASTER-PARM
           IF CD-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: CANNOT OPEN CARD-MASTER, STATUS = '
                 CD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-BATCH-ID TO HDG-BATCH-ID
           MOVE WS-BUS-DATE TO HDG-BUS-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
              PERFORM 055-ACCUMULATE-HASH
              PERFORM 510-WRITE-EMBOSS-DETAIL
              PERFORM 070-REPORT-CARD
              PERFORM 520-RECORD-ISSUED-CARD
           END-IF.

       040-READ-REQUEST.
           MOVE WS-EMBOSS-DETAIL TO EMB-RECORD
           PERFORM 560-WRITE-EMBOSS-RECORD.

       520-RECORD-ISSUED-CARD.
           MOVE 'T' TO TK-FUNCTION
           MOVE GEN-PAN TO TK-PAN
           MOVE GEN-PAN-LENGTH TO TK-PAN-LENGTH
           CALL 'TOKENIO' USING TOKEN-PARM
           IF TK-FILE-STATUS NOT = '00'
              ADD 1 TO WS-CARDS-NOT-RECORDED
              DISPLAY 'ERROR TOKENIZING ' WS-MASKED-PAN
                 ', STATUS = ' TK-FILE-STATUS
                 ' - CARD NOT ON CARD MASTER'
           ELSE
              MOVE 'W' TO CD-FUNCTION
              MOVE TK-TOKEN TO CD-TOKEN
              MOVE WS-MASKED-PAN TO CD-MASKED-PAN
              MOVE ISS-NAME TO CD-NAME
              MOVE ISS-PRODUCT TO CD-PRODUCT
              MOVE ISS-EXPIRY TO CD-EXPIRY
              MOVE WS-BUS-DATE TO CD-ISSUE-DATE
              SET CD-ISSUED TO TRUE
              MOVE WS-BATCH-ID TO CD-BATCH-ID
              CALL 'CARDIO' USING CARD-MASTER-PARM
              IF CD-FILE-STATUS = '00'
                 ADD 1 TO WS-CARDS-RECORDED
                 IF CD-FOUND = 'Y' AND NOT CD-ISSUED
                    DISPLAY 'CARD ' WS-MASKED-PAN ' ALREADY ON CARD '
                       'MASTER WITH STATUS ' CD-STATUS ' - NOT RESET'
                 END-IF
              ELSE
                 ADD 1 TO WS-CARDS-NOT-RECORDED
                 DISPLAY 'ERROR WRITING CARD-MASTER, STATUS = '
                    CD-FILE-STATUS ' FOR ' WS-MASKED-PAN
              END-IF
           END-IF.

       550-WRITE-EMBOSS-TRAILER.
           MOVE 'T' TO EMB-TRL-TYPE
           MOVE WS-CARDS-SENT TO EMB-TRL-REC-COUNT
           MOVE WS-REQ-UNMATCHED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'CARDS ON MASTER' TO CNT-LABEL
           MOVE WS-CARDS-RECORDED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           MOVE 'CARDS NOT ON MSTR' TO CNT-LABEL
           MOVE WS-CARDS-NOT-RECORDED TO CNT-VALUE
           MOVE WS-COUNT-LINE TO RPT-LINE
           PERFORM 850-WRITE-RPT-LINE
           DISPLAY '==================================='
           DISPLAY 'EMBOSSING EXTRACT SUMMARY'
           DISPLAY 'CARDS SENT      : ' WS-CARDS-SENT
           DISPLAY 'CARDS UNMATCHED : ' WS-GEN-UNMATCHED
           DISPLAY 'REQUESTS LEFT   : ' WS-REQ-UNMATCHED
           DISPLAY 'CARDS ON MASTER : ' WS-CARDS-RECORDED
           DISPLAY 'CARDS NOT ON MST: ' WS-CARDS-NOT-RECORDED
           DISPLAY '==================================='.
