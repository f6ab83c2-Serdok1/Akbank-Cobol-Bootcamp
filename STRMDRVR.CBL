       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STRMDRVR.
       AUTHOR.        SINA EREN OZBAYRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRM-PARAM ASSIGN TO STRMPARM
                       FILE STATUS IS STATUS-STRMPARM.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
                       FILE STATUS IS STATUS-RUNCTL.
           SELECT BACKUP-FILE ASSIGN TO MASTBKUP
                       FILE STATUS IS STATUS-BKPFILE.
           SELECT CHECKPOINT-FILE ASSIGN TO CHKPOINT
                       FILE STATUS IS STATUS-CHKFILE.
           SELECT USER-MASTER ASSIGN TO USERMAST
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS MA-ORDER
                       ALTERNATE RECORD KEY IS MA-BRANCH
                           WITH DUPLICATES
                       FILE STATUS IS STATUS-MASTER.
       DATA DIVISION.

       FILE SECTION.
       FD  STRM-PARAM RECORDING MODE F.
       01  STRM-PARAM-REC.
           05    SC-ACTION               PIC X(1).
              88 SC-RESUME               VALUE "R" " ".
              88 SC-NEW-RUN              VALUE "N".
              88 SC-BACKOUT              VALUE "B".
       FD  RUN-CONTROL RECORDING MODE F.
       01  RUN-CONTROL-REC.
           05    RC-STEP-NO              PIC 9(2).
           05    RC-STEP-NAME            PIC X(8).
           05    RC-MAX-RC               PIC 9(2).
           05    RC-STATUS               PIC X(1).
           05    RC-STREAM-DATE          PIC 9(8).
           05    RC-START-DATE           PIC 9(8).
           05    RC-START-TIME           PIC 9(6).
           05    RC-END-DATE             PIC 9(8).
           05    RC-END-TIME             PIC 9(6).
           05    RC-RETURN-CODE          PIC 9(4).
       FD  BACKUP-FILE RECORDING MODE F.
       01  BACKUP-REC                    PIC X(130).
       FD  CHECKPOINT-FILE RECORDING MODE F.
       01  CHECKPOINT-REC.
           05    CK-READ-CNT             PIC 9(11).
       FD  USER-MASTER.
       01  MASTER-REC.
           05    MA-ORDER                PIC 9(7).
           05    MA-BRANCH               PIC 9(3).
           05    MA-FIRST-NAME           PIC X(15).
           05    MA-LAST-NAME            PIC X(15).
           05    MA-BIRTH-DATE           PIC 9(8).
           05    MA-CURRENT-DATE         PIC 9(8).
           05    MA-LIVED-DAYS           PIC 9(5).
           05    MA-AGE-YEARS            PIC 9(3).
           05    MA-AGE-MONTHS           PIC 9(2).
           05    MA-AGE-DAYS             PIC 9(2).
           05    MA-PHONE                PIC X(11).
           05    MA-EMAIL                PIC X(30).
           05    MA-STATUS               PIC X(1).
              88 MA-ACTIVE               VALUE "A" " ".
              88 MA-CLOSED               VALUE "C".
              88 MA-DECEASED             VALUE "D".
              88 MA-ERASED               VALUE "E".
           05    MA-STATUS-DATE          PIC 9(8).
           05    MA-STATUS-REASON        PIC X(2).
           05    MA-NAME-EDITED          PIC X(1).
              88 MA-NAME-WAS-EDITED      VALUE "Y".
           05    FILLER                  PIC X(9).
       WORKING-STORAGE SECTION.
       01  WS-STEP-DEFS.
           05 FILLER                     PIC X(12) VALUE "01USRMERGE04".
           05 FILLER                     PIC X(12) VALUE "02MASTBKUP00".
           05 FILLER                     PIC X(12) VALUE "03ODEV2   04".
           05 FILLER                     PIC X(12) VALUE "04REJCORR 04".
           05 FILLER                     PIC X(12) VALUE "05DUPMATCH04".
           05 FILLER                     PIC X(12) VALUE "06DELTARPT04".
           05 FILLER                     PIC X(12) VALUE "07MSTRFRSH04".
           05 FILLER                     PIC X(12) VALUE "08HSKPARCH04".
       01  WS-STEP-DEF-TABLE REDEFINES WS-STEP-DEFS.
           05 WS-STEP-DEF OCCURS 8 TIMES.
              10 SD-STEP-NO              PIC 9(2).
              10 SD-STEP-NAME            PIC X(8).
              10 SD-MAX-RC               PIC 9(2).
       01  WS-STEP-TABLE.
           05 WS-STEP OCCURS 8 TIMES.
              10 ST-STATUS               PIC X(1).
                 88 ST-PENDING           VALUE "P".
                 88 ST-STARTED           VALUE "S".
                 88 ST-COMPLETE          VALUE "C".
                 88 ST-FAILED            VALUE "F".
              10 ST-START-DATE           PIC 9(8).
              10 ST-START-TIME           PIC 9(6).
              10 ST-END-DATE             PIC 9(8).
              10 ST-END-TIME             PIC 9(6).
              10 ST-RETURN-CODE          PIC 9(4).
       01  WS-FLAGS.
           05 STATUS-STRMPARM            PIC 99.
              88 STRMPARM-SUCC           VALUE 00 97.
           05 STATUS-RUNCTL              PIC 99.
              88 RUNCTL-SUCC             VALUE 00 97.
              88 RUNCTL-EOF              VALUE 10.
              88 RUNCTL-NO-FILE          VALUE 35.
           05 STATUS-BKPFILE             PIC 99.
              88 BKPFILE-SUCC            VALUE 00 97.
           05 STATUS-CHKFILE             PIC 99.
              88 CHKFILE-SUCC            VALUE 00 97.
           05 STATUS-MASTER              PIC 99.
              88 MASTER-SUCC             VALUE 00 97.
              88 MASTER-EOF              VALUE 10.
              88 MASTER-NO-FILE          VALUE 35.
           05 WS-STREAM-STOPPED          PIC 9(1)  VALUE 0.
           05 WS-ALL-COMPLETE            PIC 9(1)  VALUE 0.
           05 WS-CHECKPOINT-FOUND        PIC 9(1)  VALUE 0.
           05 WS-RESUME-REFUSED          PIC 9(1)  VALUE 0.
       01  WS-ACTION                     PIC X(1)  VALUE "R".
           88 ACTION-RESUME              VALUE "R".
           88 ACTION-NEW-RUN             VALUE "N".
           88 ACTION-BACKOUT             VALUE "B".
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-STREAM-DATE                PIC 9(8)  VALUE 0.
       01  WS-STEP-IDX                   PIC 9(2).
       01  WS-CTL-IDX                    PIC 9(2).
       01  WS-STEP-RC                    PIC 9(4)  VALUE 0.
       01  WS-STREAM-RC                  PIC 9(4)  VALUE 0.
       01  WS-BACKUP-CNT                 PIC 9(9)  VALUE 0.
       01  WS-CALL-NAME                  PIC X(8).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0070-READ-PARAMETERS.
           PERFORM 0080-SET-RUN-DATE.
           PERFORM 0100-LOAD-RUN-CONTROL.
           IF ACTION-BACKOUT
               PERFORM 0700-BACKOUT-STREAM
           ELSE
               PERFORM 0190-CHECK-RESUME
               IF WS-RESUME-REFUSED = 0
                   PERFORM 0200-RUN-STREAM
               END-IF
           END-IF.
           PERFORM 0500-PRINT-SUMMARY.
           PERFORM 0999-EXIT.
       0070-READ-PARAMETERS.
           OPEN INPUT STRM-PARAM.
           IF STRMPARM-SUCC
               READ STRM-PARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-NEW-RUN
                           MOVE "N" TO WS-ACTION
                       ELSE
                           IF SC-BACKOUT
                               MOVE "B" TO WS-ACTION
                           ELSE
                               IF NOT SC-RESUME
                                   DISPLAY SC-ACTION ": Invalid stream"
                                           " action - R assumed."
                               END-IF
                           END-IF
                       END-IF
               END-READ
               CLOSE STRM-PARAM
           END-IF.
       0080-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
       0100-LOAD-RUN-CONTROL.
           PERFORM 0150-RESET-STEP-TABLE.
           IF NOT ACTION-NEW-RUN
               OPEN INPUT RUN-CONTROL
               IF RUNCTL-SUCC
                   PERFORM 0160-READ-RUN-CONTROL
                   PERFORM 0170-LOAD-STEP
                       UNTIL RUNCTL-EOF
                   CLOSE RUN-CONTROL
               ELSE
                   IF NOT RUNCTL-NO-FILE
                       DISPLAY "Run control file not usable. Exiting..."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
           MOVE 1 TO WS-ALL-COMPLETE.
           MOVE 1 TO WS-STEP-IDX.
           PERFORM 0180-CHECK-COMPLETE
               UNTIL WS-STEP-IDX > 8.
           IF WS-ALL-COMPLETE = 1 AND ACTION-RESUME
               DISPLAY "Previous stream of " WS-STREAM-DATE
                       " complete - starting new stream."
               PERFORM 0150-RESET-STEP-TABLE
           END-IF.
           IF WS-STREAM-DATE = 0
               MOVE WS-RUN-DATE TO WS-STREAM-DATE
           END-IF.
       0150-RESET-STEP-TABLE.
           MOVE 0 TO WS-STREAM-DATE.
           MOVE 1 TO WS-STEP-IDX.
           PERFORM 0155-RESET-STEP
               UNTIL WS-STEP-IDX > 8.
       0155-RESET-STEP.
           MOVE "P" TO ST-STATUS (WS-STEP-IDX).
           MOVE 0   TO ST-START-DATE (WS-STEP-IDX).
           MOVE 0   TO ST-START-TIME (WS-STEP-IDX).
           MOVE 0   TO ST-END-DATE (WS-STEP-IDX).
           MOVE 0   TO ST-END-TIME (WS-STEP-IDX).
           MOVE 0   TO ST-RETURN-CODE (WS-STEP-IDX).
           ADD 1 TO WS-STEP-IDX.
       0160-READ-RUN-CONTROL.
           READ RUN-CONTROL
               AT END
                   CONTINUE
           END-READ.
       0170-LOAD-STEP.
           IF RC-STEP-NO NOT NUMERIC OR RC-STEP-NO < 1
               OR RC-STEP-NO > 8
               DISPLAY "Run control record out of range - ignored."
           ELSE
               MOVE RC-STEP-NO TO WS-STEP-IDX
               IF RC-STEP-NAME NOT = SD-STEP-NAME (WS-STEP-IDX)
                   DISPLAY RC-STEP-NAME ": Run control step does not"
                           " match stream - ignored."
               ELSE
                   MOVE RC-STREAM-DATE TO WS-STREAM-DATE
                   MOVE RC-STATUS      TO ST-STATUS (WS-STEP-IDX)
                   MOVE RC-START-DATE  TO ST-START-DATE (WS-STEP-IDX)
                   MOVE RC-START-TIME  TO ST-START-TIME (WS-STEP-IDX)
                   MOVE RC-END-DATE    TO ST-END-DATE (WS-STEP-IDX)
                   MOVE RC-END-TIME    TO ST-END-TIME (WS-STEP-IDX)
                   MOVE RC-RETURN-CODE TO ST-RETURN-CODE (WS-STEP-IDX)
               END-IF
           END-IF.
           PERFORM 0160-READ-RUN-CONTROL.
       0180-CHECK-COMPLETE.
           IF NOT ST-COMPLETE (WS-STEP-IDX)
               MOVE 0 TO WS-ALL-COMPLETE
           END-IF.
           ADD 1 TO WS-STEP-IDX.
       0190-CHECK-RESUME.
           IF ST-FAILED (3)
               MOVE 0 TO WS-CHECKPOINT-FOUND
               OPEN INPUT CHECKPOINT-FILE
               IF CHKFILE-SUCC
                   READ CHECKPOINT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 1 TO WS-CHECKPOINT-FOUND
                   END-READ
                   CLOSE CHECKPOINT-FILE
               END-IF
               IF WS-CHECKPOINT-FOUND = 0
                   DISPLAY "Step 03 ODEV2 ended RC "
                           ST-RETURN-CODE (3)
                           " after updating the master - resume"
                           " refused."
                   DISPLAY "Run B to back out the master, then rerun"
                           " the stream."
                   MOVE 16 TO WS-STREAM-RC
                   MOVE 1 TO WS-RESUME-REFUSED
               END-IF
           END-IF.
       0200-RUN-STREAM.
           DISPLAY "BATCH STREAM OF " WS-STREAM-DATE " STARTED".
           MOVE 1 TO WS-STEP-IDX.
           PERFORM 0300-RUN-STEP
               UNTIL WS-STEP-IDX > 8 OR WS-STREAM-STOPPED = 1.
       0300-RUN-STEP.
           IF ST-COMPLETE (WS-STEP-IDX)
               DISPLAY "Step " SD-STEP-NO (WS-STEP-IDX) " "
                       SD-STEP-NAME (WS-STEP-IDX)
                       " already complete - not rerun."
           ELSE
               MOVE "S" TO ST-STATUS (WS-STEP-IDX)
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO ST-START-DATE (WS-STEP-IDX)
               MOVE FUNCTION CURRENT-DATE(9:6)
                   TO ST-START-TIME (WS-STEP-IDX)
               MOVE 0 TO ST-END-DATE (WS-STEP-IDX)
               MOVE 0 TO ST-END-TIME (WS-STEP-IDX)
               MOVE 0 TO ST-RETURN-CODE (WS-STEP-IDX)
               PERFORM 0600-WRITE-RUN-CONTROL
               DISPLAY "Step " SD-STEP-NO (WS-STEP-IDX) " "
                       SD-STEP-NAME (WS-STEP-IDX) " started."
               PERFORM 0350-EXECUTE-STEP
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO ST-END-DATE (WS-STEP-IDX)
               MOVE FUNCTION CURRENT-DATE(9:6)
                   TO ST-END-TIME (WS-STEP-IDX)
               MOVE WS-STEP-RC TO ST-RETURN-CODE (WS-STEP-IDX)
               IF WS-STEP-RC > WS-STREAM-RC
                   MOVE WS-STEP-RC TO WS-STREAM-RC
               END-IF
               IF WS-STEP-RC > SD-MAX-RC (WS-STEP-IDX)
                   MOVE "F" TO ST-STATUS (WS-STEP-IDX)
                   MOVE 1 TO WS-STREAM-STOPPED
                   DISPLAY "Step " SD-STEP-NO (WS-STEP-IDX) " "
                           SD-STEP-NAME (WS-STEP-IDX) " ended RC "
                           WS-STEP-RC " - over limit "
                           SD-MAX-RC (WS-STEP-IDX)
                           " - stream stopped."
               ELSE
                   MOVE "C" TO ST-STATUS (WS-STEP-IDX)
                   DISPLAY "Step " SD-STEP-NO (WS-STEP-IDX) " "
                           SD-STEP-NAME (WS-STEP-IDX) " ended RC "
                           WS-STEP-RC "."
               END-IF
               PERFORM 0600-WRITE-RUN-CONTROL
           END-IF.
           ADD 1 TO WS-STEP-IDX.
       0350-EXECUTE-STEP.
           MOVE 0 TO WS-STEP-RC.
           IF SD-STEP-NAME (WS-STEP-IDX) = "MASTBKUP"
               PERFORM 0400-TAKE-BACKUP
           ELSE
               MOVE SD-STEP-NAME (WS-STEP-IDX) TO WS-CALL-NAME
               MOVE 0 TO RETURN-CODE
               CALL WS-CALL-NAME
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE 0 TO RETURN-CODE
           END-IF.
       0400-TAKE-BACKUP.
           MOVE 0 TO WS-BACKUP-CNT.
           OPEN INPUT USER-MASTER.
           IF MASTER-NO-FILE
               DISPLAY "No user master yet - empty backup taken."
               OPEN OUTPUT BACKUP-FILE
               CLOSE BACKUP-FILE
           ELSE
               IF NOT MASTER-SUCC
                   DISPLAY "User master file not usable - no backup."
                   MOVE 16 TO WS-STEP-RC
               ELSE
                   OPEN OUTPUT BACKUP-FILE
                   IF NOT BKPFILE-SUCC
                       DISPLAY "Master backup file not usable"
                               " - no backup."
                       MOVE 16 TO WS-STEP-RC
                   ELSE
                       PERFORM 0410-COPY-MASTER
                       CLOSE BACKUP-FILE
                       DISPLAY "Master snapshot taken - "
                               WS-BACKUP-CNT " records."
                   END-IF
                   CLOSE USER-MASTER
               END-IF
           END-IF.
       0410-COPY-MASTER.
           MOVE ZEROS TO MA-ORDER.
           START USER-MASTER KEY NOT < MA-ORDER
               INVALID KEY
                   MOVE 10 TO STATUS-MASTER
           END-START.
           IF NOT MASTER-EOF
               PERFORM 0420-COPY-MASTER-REC
                   UNTIL MASTER-EOF
           END-IF.
       0420-COPY-MASTER-REC.
           READ USER-MASTER NEXT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE MASTER-REC TO BACKUP-REC
                   WRITE BACKUP-REC
                   ADD 1 TO WS-BACKUP-CNT
           END-READ.
       0500-PRINT-SUMMARY.
           DISPLAY "BATCH STREAM SUMMARY - STREAM OF " WS-STREAM-DATE.
           MOVE 1 TO WS-STEP-IDX.
           PERFORM 0510-PRINT-STEP
               UNTIL WS-STEP-IDX > 8.
           DISPLAY "  HIGHEST RETURN CODE: " WS-STREAM-RC.
       0510-PRINT-STEP.
           DISPLAY "  STEP " SD-STEP-NO (WS-STEP-IDX)
                   " " SD-STEP-NAME (WS-STEP-IDX)
                   " STATUS " ST-STATUS (WS-STEP-IDX)
                   " START " ST-START-DATE (WS-STEP-IDX)
                   " " ST-START-TIME (WS-STEP-IDX)
                   " END " ST-END-DATE (WS-STEP-IDX)
                   " " ST-END-TIME (WS-STEP-IDX)
                   " RC " ST-RETURN-CODE (WS-STEP-IDX).
           ADD 1 TO WS-STEP-IDX.
       0600-WRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL.
           IF NOT RUNCTL-SUCC
               DISPLAY "Run control file not usable. Exiting..."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-CTL-IDX.
           PERFORM 0610-WRITE-STEP
               UNTIL WS-CTL-IDX > 8.
           CLOSE RUN-CONTROL.
       0610-WRITE-STEP.
           MOVE SD-STEP-NO (WS-CTL-IDX)      TO RC-STEP-NO.
           MOVE SD-STEP-NAME (WS-CTL-IDX)    TO RC-STEP-NAME.
           MOVE SD-MAX-RC (WS-CTL-IDX)       TO RC-MAX-RC.
           MOVE ST-STATUS (WS-CTL-IDX)       TO RC-STATUS.
           MOVE WS-STREAM-DATE               TO RC-STREAM-DATE.
           MOVE ST-START-DATE (WS-CTL-IDX)   TO RC-START-DATE.
           MOVE ST-START-TIME (WS-CTL-IDX)   TO RC-START-TIME.
           MOVE ST-END-DATE (WS-CTL-IDX)     TO RC-END-DATE.
           MOVE ST-END-TIME (WS-CTL-IDX)     TO RC-END-TIME.
           MOVE ST-RETURN-CODE (WS-CTL-IDX)  TO RC-RETURN-CODE.
           WRITE RUN-CONTROL-REC.
           ADD 1 TO WS-CTL-IDX.
       0700-BACKOUT-STREAM.
           IF NOT ST-COMPLETE (2)
               DISPLAY "No master backup taken by this stream -"
                       " backout refused."
               MOVE 16 TO WS-STREAM-RC
           ELSE
               DISPLAY "Backout requested - restoring master from"
                       " stream backup of " WS-STREAM-DATE "."
               MOVE "MASTBKOT" TO WS-CALL-NAME
               MOVE 0 TO RETURN-CODE
               CALL WS-CALL-NAME
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE 0 TO RETURN-CODE
               MOVE WS-STEP-RC TO WS-STREAM-RC
               IF WS-STEP-RC = 0
                   PERFORM 0150-RESET-STEP-TABLE
                   MOVE WS-RUN-DATE TO WS-STREAM-DATE
                   PERFORM 0600-WRITE-RUN-CONTROL
                   DISPLAY "Master backed out - stream reset, rerun"
                           " from step 01."
               ELSE
                   DISPLAY "Backout ended RC " WS-STEP-RC
                           " - run control not reset."
               END-IF
           END-IF.
       0999-EXIT.
           MOVE WS-STREAM-RC TO RETURN-CODE.
           STOP RUN.
