       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST
               ASSIGN TO 'WATCHLST'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS WCH-ORIGINATOR
               FILE STATUS IS WS-WATCH-LIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST.
       COPY WCHRECR.
       WORKING-STORAGE SECTION.
        01 WS-WATCH-LIST-STATUS PIC XX VALUE SPACES.
        01 WS-OPEN-SW     PIC X(3) VALUE 'NO '.
           88 WS-FILE-OPEN          VALUE 'YES'.
        01 WS-UPDATE-SW   PIC X(3) VALUE 'NO '.
           88 WS-UPDATE-ALLOWED     VALUE 'YES'.
       LINKAGE SECTION.
       COPY WATCHP.
       PROCEDURE DIVISION USING WATCH-LIST-PARM.
       000-MAIN.
           IF WL-FUNCTION = 'O'
              PERFORM 100-OPEN-LIST
           ELSE
              IF WL-FUNCTION = 'I'
                 PERFORM 110-OPEN-LIST-INPUT
              ELSE
                 IF WL-FUNCTION = 'R'
                    PERFORM 300-READ-ENTRY
                 ELSE
                    IF WL-FUNCTION = 'W'
                       PERFORM 200-WRITE-ENTRY
                    ELSE
                       IF WL-FUNCTION = 'D'
                          PERFORM 400-DELETE-ENTRY
                       ELSE
                          IF WL-FUNCTION = 'C'
                             PERFORM 500-CLOSE-LIST
                          ELSE
                             MOVE '99' TO WL-FILE-STATUS
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           GOBACK.

       100-OPEN-LIST.
           OPEN I-O WATCH-LIST
           IF WS-WATCH-LIST-STATUS NOT = '00'
              OPEN OUTPUT WATCH-LIST
              CLOSE WATCH-LIST
              OPEN I-O WATCH-LIST
           END-IF
           MOVE WS-WATCH-LIST-STATUS TO WL-FILE-STATUS
           IF WS-WATCH-LIST-STATUS = '00'
              MOVE 'YES' TO WS-OPEN-SW
              MOVE 'YES' TO WS-UPDATE-SW
           END-IF.

       110-OPEN-LIST-INPUT.
           OPEN INPUT WATCH-LIST
           MOVE WS-WATCH-LIST-STATUS TO WL-FILE-STATUS
           IF WS-WATCH-LIST-STATUS = '00'
              MOVE 'YES' TO WS-OPEN-SW
              MOVE 'NO ' TO WS-UPDATE-SW
           END-IF.

       200-WRITE-ENTRY.
           IF NOT WS-FILE-OPEN OR NOT WS-UPDATE-ALLOWED
              MOVE '47' TO WL-FILE-STATUS
           ELSE
              MOVE WL-ORIGINATOR TO WCH-ORIGINATOR
              MOVE WL-STATUS TO WCH-STATUS
              MOVE WL-LISTED-DATE TO WCH-LISTED-DATE
              MOVE WL-SCORED-DATE TO WCH-SCORED-DATE
              MOVE WL-BATCHES TO WCH-BATCHES
              MOVE WL-RECORDS TO WCH-RECORDS
              MOVE WL-REJECT-PCT TO WCH-REJECT-PCT
              MOVE WL-LUHN-PCT TO WCH-LUHN-PCT
              MOVE WL-DUP-PCT TO WCH-DUP-PCT
              MOVE WL-OOB-COUNT TO WCH-OOB-COUNT
              MOVE WL-REASON TO WCH-REASON
              WRITE WCH-RECORD
              IF WS-WATCH-LIST-STATUS = '22'
                 REWRITE WCH-RECORD
              END-IF
              MOVE WS-WATCH-LIST-STATUS TO WL-FILE-STATUS
           END-IF.

       300-READ-ENTRY.
           MOVE 'N' TO WL-FOUND
           IF NOT WS-FILE-OPEN
              MOVE '47' TO WL-FILE-STATUS
           ELSE
              MOVE WL-ORIGINATOR TO WCH-ORIGINATOR
              READ WATCH-LIST
              MOVE WS-WATCH-LIST-STATUS TO WL-FILE-STATUS
              IF WS-WATCH-LIST-STATUS = '00'
                 MOVE 'Y' TO WL-FOUND
                 MOVE WCH-STATUS TO WL-STATUS
                 MOVE WCH-LISTED-DATE TO WL-LISTED-DATE
                 MOVE WCH-SCORED-DATE TO WL-SCORED-DATE
                 MOVE WCH-BATCHES TO WL-BATCHES
                 MOVE WCH-RECORDS TO WL-RECORDS
                 MOVE WCH-REJECT-PCT TO WL-REJECT-PCT
                 MOVE WCH-LUHN-PCT TO WL-LUHN-PCT
                 MOVE WCH-DUP-PCT TO WL-DUP-PCT
                 MOVE WCH-OOB-COUNT TO WL-OOB-COUNT
                 MOVE WCH-REASON TO WL-REASON
              END-IF
           END-IF.

       400-DELETE-ENTRY.
           MOVE 'N' TO WL-FOUND
           IF NOT WS-FILE-OPEN OR NOT WS-UPDATE-ALLOWED
              MOVE '47' TO WL-FILE-STATUS
           ELSE
              MOVE WL-ORIGINATOR TO WCH-ORIGINATOR
              DELETE WATCH-LIST RECORD
              MOVE WS-WATCH-LIST-STATUS TO WL-FILE-STATUS
              IF WS-WATCH-LIST-STATUS = '00'
                 MOVE 'Y' TO WL-FOUND
              END-IF
           END-IF.

       500-CLOSE-LIST.
           CLOSE WATCH-LIST
           MOVE WS-WATCH-LIST-STATUS TO WL-FILE-STATUS
           MOVE 'NO ' TO WS-OPEN-SW
           MOVE 'NO ' TO WS-UPDATE-SW.
