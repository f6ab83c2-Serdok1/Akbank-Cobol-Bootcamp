
       FILE SECTION.
       FD  PREV-FILE RECORDING MODE F.
       01  PREV-REC                      PIC X(75).
       FD  CURR-FILE RECORDING MODE F.
       01  CURR-REC                      PIC X(75).
       FD  DELTA-FILE RECORDING MODE F.
       01  DELTA-REC                     PIC X(76).
       FD  WORK-FILE.
           05    DW-FIRST                PIC X(15).
           05    DW-LAST                 PIC X(15).
           05    DW-BIRTH                PIC X(8).
           05    DW-STATUS               PIC X(1).
       WORKING-STORAGE SECTION.
       01  DELTA-TITLE                   PIC X(76) VALUE
           "DELTA REPORT - CURRENT RUN VS PRIOR RUN".
           05 WS-PL-LAST                 PIC X(15).
           05 FILLER                     PIC X(1).
           05 WS-PL-BIRTH                PIC X(8).
           05 FILLER                     PIC X(26).
           05 WS-PL-STATUS               PIC X(1).
       01  WS-FLAGS.
           05 STATUS-PREVFILE            PIC 99.
              88 PREVFILE-SUCC           VALUE 00 97.
       0110-FILE-CONTROL.
           IF NOT PREVFILE-SUCC
              DISPLAY "Prior report file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT CURRFILE-SUCC
              DISPLAY "Current report file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT DLTFILE-SUCC
              DISPLAY "Delta report file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT WORKFILE-SUCC
              DISPLAY "Delta work file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       0150-PRINT-HEADINGS.
           MOVE DELTA-TITLE TO DELTA-REC.
           PERFORM 0250-READ-PRIOR.
           PERFORM UNTIL PREV-EOF
               MOVE PREV-REC TO WS-PRT-LINE
               IF WS-PL-STATUS = SPACE
                   MOVE "A" TO WS-PL-STATUS
               END-IF
               IF WS-PL-ORDER NUMERIC
                   PERFORM 0260-STORE-PRIOR
               END-IF
           MOVE WS-PL-FIRST TO DW-FIRST.
           MOVE WS-PL-LAST  TO DW-LAST.
           MOVE WS-PL-BIRTH TO DW-BIRTH.
           MOVE WS-PL-STATUS TO DW-STATUS.
           WRITE WORK-REC
               INVALID KEY
                   REWRITE WORK-REC
           PERFORM 0350-READ-CURRENT.
           PERFORM UNTIL CURR-EOF
               MOVE CURR-REC TO WS-PRT-LINE
               IF WS-PL-STATUS = SPACE
                   MOVE "A" TO WS-PL-STATUS
               END-IF
               IF WS-PL-ORDER NUMERIC
                   PERFORM 0360-COMPARE-RECORD
               END-IF
                       MOVE WS-PL-BIRTH TO DL-NEW
                       PERFORM 0380-REPORT-CHANGED
                   END-IF
                   IF WS-PL-STATUS NOT = DW-STATUS
                       MOVE "STATUS" TO DL-FIELD
                       MOVE DW-STATUS TO DL-OLD
                       MOVE WS-PL-STATUS TO DL-NEW
                       PERFORM 0380-REPORT-CHANGED
                   END-IF
                   IF WS-RECORD-CHANGED = 1
                       ADD 1 TO WS-CHG-CNT
                   END-IF
           CLOSE DELTA-FILE.
           CLOSE WORK-FILE.
       0999-EXIT.
           GOBACK.
