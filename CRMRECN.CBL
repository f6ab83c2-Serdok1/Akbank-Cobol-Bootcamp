       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRMRECN.
       AUTHOR.        SINA EREN OZBAYRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRM-CONTROL ASSIGN TO CRMCTL
                       FILE STATUS IS STATUS-CRMCTL.
           SELECT CRM-FEED ASSIGN TO CRMFEED
                       FILE STATUS IS STATUS-FEEDFILE.
           SELECT CRM-ACK ASSIGN TO CRMACK
                       FILE STATUS IS STATUS-ACKFILE.
           SELECT RECN-OUT ASSIGN TO CRMRPT
                       FILE STATUS IS STATUS-RECNOUT.
           SELECT ACK-WORK ASSIGN TO CRMWORK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS AW-SEQ
                       FILE STATUS IS STATUS-WORKFILE.
       DATA DIVISION.

       FILE SECTION.
       FD  CRM-CONTROL RECORDING MODE F.
       01  CRM-CONTROL-REC.
           05    CC-BATCH-NO             PIC 9(7).
           05    CC-ACK-SEQ              PIC 9(9).
           05    CC-ACK-JRN-POS          PIC 9(9).
           05    CC-ACK-DATE             PIC 9(8).
           05    CC-SENT-STATUS          PIC X(1).
              88 CC-ACKNOWLEDGED         VALUE "A".
              88 CC-PENDING              VALUE "P".
           05    CC-PEND-BATCH           PIC 9(7).
           05    CC-PEND-LAST-SEQ        PIC 9(9).
           05    CC-PEND-JRN-POS         PIC 9(9).
           05    CC-PEND-DATE            PIC 9(8).
       FD  CRM-FEED RECORDING MODE F.
       01  CRM-FEED-REC                  PIC X(140).
       FD  CRM-ACK RECORDING MODE F.
       01  CRM-ACK-REC                   PIC X(50).
       FD  RECN-OUT RECORDING MODE F.
       01  RECN-REC                      PIC X(80).
       FD  ACK-WORK.
       01  ACK-WORK-REC.
           05    AW-SEQ                  PIC 9(9).
           05    AW-RESULT               PIC X(1).
              88 AW-ACCEPTED             VALUE "A".
              88 AW-REJECTED             VALUE "R".
           05    AW-REASON               PIC X(30).
           05    AW-MATCHED              PIC 9(1).
       WORKING-STORAGE SECTION.
       01  WS-FEED-REC                   PIC X(140).
       01  WS-FEED-HEADER REDEFINES WS-FEED-REC.
           05    FH-REC-TYPE             PIC X(3).
              88 FH-HEADER               VALUE "HDR".
              88 FH-DETAIL               VALUE "DTL".
              88 FH-TRAILER              VALUE "TRL".
           05    FH-CREATE-DATE          PIC 9(8).
           05    FH-CREATE-TIME          PIC 9(6).
           05    FH-BATCH-NO             PIC 9(7).
           05    FH-FIRST-SEQ            PIC 9(9).
           05    FH-SOURCE-ID            PIC X(8).
           05    FILLER                  PIC X(99).
       01  WS-FEED-DETAIL REDEFINES WS-FEED-REC.
           05    FILLER                  PIC X(3).
           05    FD-SEQ                  PIC 9(9).
           05    FD-EVENT                PIC X(3).
           05    FD-EVENT-DATE           PIC 9(8).
           05    FD-EVENT-TIME           PIC 9(6).
           05    FD-ORDER                PIC 9(7).
           05    FD-BRANCH               PIC 9(3).
           05    FD-FIRST-NAME           PIC X(15).
           05    FD-LAST-NAME            PIC X(15).
           05    FD-BIRTH-DATE           PIC 9(8).
           05    FD-PHONE                PIC X(11).
           05    FD-EMAIL                PIC X(30).
           05    FD-STATUS               PIC X(1).
           05    FD-STATUS-DATE          PIC 9(8).
           05    FD-JRN-POS              PIC 9(9).
           05    FILLER                  PIC X(4).
       01  WS-FEED-TRAILER REDEFINES WS-FEED-REC.
           05    FILLER                  PIC X(3).
           05    FT-RECORD-CNT           PIC 9(9).
           05    FT-LAST-SEQ             PIC 9(9).
           05    FT-HASH-TOTAL           PIC 9(15).
           05    FILLER                  PIC X(104).
       01  WS-ACK-REC                    PIC X(50).
       01  WS-ACK-HEADER REDEFINES WS-ACK-REC.
           05    AH-REC-TYPE             PIC X(3).
              88 AH-HEADER               VALUE "HDR".
              88 AH-DETAIL               VALUE "DTL".
              88 AH-TRAILER              VALUE "TRL".
           05    AH-BATCH-NO             PIC 9(7).
           05    AH-ACK-DATE             PIC 9(8).
           05    FILLER                  PIC X(32).
       01  WS-ACK-DETAIL REDEFINES WS-ACK-REC.
           05    FILLER                  PIC X(3).
           05    AD-SEQ                  PIC 9(9).
           05    AD-RESULT               PIC X(1).
              88 AD-RESULT-VALID         VALUE "A" "R".
           05    AD-REASON               PIC X(30).
           05    FILLER                  PIC X(7).
       01  WS-ACK-TRAILER REDEFINES WS-ACK-REC.
           05    FILLER                  PIC X(3).
           05    AT-RECORD-CNT           PIC 9(9).
           05    FILLER                  PIC X(38).
       01  RECN-TITLE.
           05 FILLER                     PIC X(36) VALUE
              "CRM FEED ACKNOWLEDGEMENT - BATCH: ".
           05 RT-BATCH-NO                PIC 9(7).
           05 FILLER                     PIC X(37) VALUE SPACES.
       01  RECN-HEADER.
           05 FILLER                     PIC X(10) VALUE "STATE".
           05 FILLER                     PIC X(10) VALUE "SEQUENCE".
           05 FILLER                     PIC X(8)  VALUE "ORDER".
           05 FILLER                     PIC X(4)  VALUE "EVT".
           05 FILLER                     PIC X(48) VALUE "REASON".
       01  RECN-LINE.
           05 RL-STATE                   PIC X(9).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RL-SEQ                     PIC 9(9).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RL-ORDER                   PIC X(7).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RL-EVENT                   PIC X(3).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RL-REASON                  PIC X(30).
           05 FILLER                     PIC X(18) VALUE SPACES.
       01  RECN-COUNT-LINE.
           05 RC-LABEL                   PIC X(34).
           05 RC-COUNT                   PIC Z(14)9.
           05 FILLER                     PIC X(31) VALUE SPACES.
       01  RECN-RESULT-LINE.
           05 FILLER                     PIC X(8)  VALUE "RESULT: ".
           05 RR-RESULT                  PIC X(50).
           05 FILLER                     PIC X(22) VALUE SPACES.
       01  WS-FLAGS.
           05 STATUS-CRMCTL              PIC 99.
              88 CRMCTL-SUCC             VALUE 00 97.
           05 STATUS-FEEDFILE            PIC 99.
              88 FEEDFILE-SUCC           VALUE 00 97.
              88 FEED-EOF                VALUE 10.
           05 STATUS-ACKFILE             PIC 99.
              88 ACKFILE-SUCC            VALUE 00 97.
              88 ACK-EOF                 VALUE 10.
              88 ACKFILE-NO-FILE         VALUE 35.
           05 STATUS-RECNOUT             PIC 99.
              88 RECNOUT-SUCC            VALUE 00 97.
           05 STATUS-WORKFILE            PIC 99.
              88 WORKFILE-SUCC           VALUE 00 97.
              88 WORK-EOF                VALUE 10.
           05 WS-ACK-AVAIL               PIC 9(1)  VALUE 0.
           05 WS-ACK-VALID               PIC 9(1)  VALUE 1.
           05 WS-FEED-VALID              PIC 9(1)  VALUE 1.
           05 WS-PREFIX-OPEN             PIC 9(1)  VALUE 1.
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-ACK-DTL-CNT                PIC 9(9)  VALUE 0.
       01  WS-ACK-DUP-CNT                PIC 9(9)  VALUE 0.
       01  WS-ACK-UNKNOWN-CNT            PIC 9(9)  VALUE 0.
       01  WS-FEED-DTL-CNT               PIC 9(9)  VALUE 0.
       01  WS-FEED-HASH                  PIC 9(15) VALUE 0.
       01  WS-ACCEPTED-CNT               PIC 9(9)  VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(9)  VALUE 0.
       01  WS-UNACKED-CNT                PIC 9(9)  VALUE 0.
       01  WS-PREFIX-SEQ                 PIC 9(9)  VALUE 0.
       01  WS-PREFIX-JRN-POS             PIC 9(9)  VALUE 0.
       01  WS-OLD-ACK-SEQ                PIC 9(9)  VALUE 0.
       01  WS-RECN-RC                    PIC 9(2)  VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0080-SET-RUN-DATE.
           PERFORM 0090-READ-CONTROL.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0150-PRINT-HEADINGS.
           PERFORM 0200-LOAD-ACKNOWLEDGEMENT.
           PERFORM 0300-RECONCILE-FEED.
           PERFORM 0400-REPORT-UNKNOWN-ACKS.
           PERFORM 0500-ADVANCE-CONTROL.
           PERFORM 0600-PRINT-SUMMARY.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
       0080-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
       0090-READ-CONTROL.
           OPEN INPUT CRM-CONTROL.
           IF NOT CRMCTL-SUCC
              DISPLAY "CRM control file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ CRM-CONTROL
               AT END
                   DISPLAY "CRM control file empty. Exiting..."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE CRM-CONTROL.
           IF NOT CC-PENDING
               DISPLAY "No CRM batch awaiting acknowledgement -"
                       " nothing to reconcile."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CC-ACK-SEQ TO WS-OLD-ACK-SEQ.
       0100-OPEN-FILES.
           OPEN INPUT  CRM-FEED.
           OPEN OUTPUT RECN-OUT.
           OPEN INPUT  CRM-ACK.
           IF ACKFILE-SUCC
               MOVE 1 TO WS-ACK-AVAIL
           ELSE
               IF NOT ACKFILE-NO-FILE
                   DISPLAY "CRM acknowledgement file not usable."
               END-IF
           END-IF.
           OPEN OUTPUT ACK-WORK.
           CLOSE ACK-WORK.
           OPEN I-O ACK-WORK.
       0110-FILE-CONTROL.
           IF NOT FEEDFILE-SUCC
              DISPLAY "CRM feed file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT RECNOUT-SUCC
              DISPLAY "Reconciliation report file not found. "
                      "Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT WORKFILE-SUCC
              DISPLAY "Acknowledgement work file not usable. "
                      "Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       0150-PRINT-HEADINGS.
           MOVE CC-PEND-BATCH TO RT-BATCH-NO.
           MOVE RECN-TITLE TO RECN-REC.
           WRITE RECN-REC.
           MOVE SPACES TO RECN-REC.
           WRITE RECN-REC.
           MOVE RECN-HEADER TO RECN-REC.
           WRITE RECN-REC.
           MOVE SPACES TO RECN-REC.
           WRITE RECN-REC.
       0200-LOAD-ACKNOWLEDGEMENT.
           IF WS-ACK-AVAIL = 0
               MOVE 0 TO WS-ACK-VALID
           ELSE
               PERFORM 0250-READ-ACK
               IF ACK-EOF OR NOT AH-HEADER
                   DISPLAY "Acknowledgement header missing."
                   MOVE 0 TO WS-ACK-VALID
               ELSE
                   IF AH-BATCH-NO NOT = CC-PEND-BATCH
                       DISPLAY "Acknowledgement is for batch "
                               AH-BATCH-NO ", expected "
                               CC-PEND-BATCH "."
                       MOVE 0 TO WS-ACK-VALID
                   ELSE
                       PERFORM 0250-READ-ACK
                       PERFORM 0260-STORE-ACK
                           UNTIL ACK-EOF OR AH-TRAILER
                       IF NOT AH-TRAILER
                           DISPLAY "Acknowledgement trailer missing."
                           MOVE 0 TO WS-ACK-VALID
                       ELSE
                           IF AT-RECORD-CNT NOT = WS-ACK-DTL-CNT
                               DISPLAY "Acknowledgement trailer count "
                                       AT-RECORD-CNT " does not match "
                                       WS-ACK-DTL-CNT " details."
                               MOVE 0 TO WS-ACK-VALID
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0250-READ-ACK.
           READ CRM-ACK INTO WS-ACK-REC
               AT END
                   CONTINUE
           END-READ.
       0260-STORE-ACK.
           IF AH-DETAIL AND AD-SEQ NUMERIC AND AD-RESULT-VALID
               ADD 1 TO WS-ACK-DTL-CNT
               MOVE AD-SEQ    TO AW-SEQ
               MOVE AD-RESULT TO AW-RESULT
               MOVE AD-REASON TO AW-REASON
               MOVE 0         TO AW-MATCHED
               WRITE ACK-WORK-REC
                   INVALID KEY
                       ADD 1 TO WS-ACK-DUP-CNT
               END-WRITE
           ELSE
               DISPLAY "Invalid acknowledgement record: "
                       WS-ACK-REC
               MOVE 0 TO WS-ACK-VALID
           END-IF.
           PERFORM 0250-READ-ACK.
       0300-RECONCILE-FEED.
           PERFORM 0350-READ-FEED.
           IF FEED-EOF OR NOT FH-HEADER
               DISPLAY "CRM feed header missing."
               MOVE 0 TO WS-FEED-VALID
           ELSE
               IF FH-BATCH-NO NOT = CC-PEND-BATCH
                   DISPLAY "CRM feed holds batch " FH-BATCH-NO
                           ", expected " CC-PEND-BATCH "."
                   MOVE 0 TO WS-FEED-VALID
               ELSE
                   PERFORM 0350-READ-FEED
                   PERFORM 0360-MATCH-EVENT
                       UNTIL FEED-EOF OR FH-TRAILER
                   IF NOT FH-TRAILER
                       DISPLAY "CRM feed trailer missing."
                       MOVE 0 TO WS-FEED-VALID
                   ELSE
                       IF FT-RECORD-CNT NOT = WS-FEED-DTL-CNT
                           OR FT-HASH-TOTAL NOT = WS-FEED-HASH
                           OR FT-LAST-SEQ NOT = CC-PEND-LAST-SEQ
                           DISPLAY "CRM feed trailer does not agree"
                                   " with its details."
                           MOVE 0 TO WS-FEED-VALID
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0350-READ-FEED.
           READ CRM-FEED INTO WS-FEED-REC
               AT END
                   CONTINUE
           END-READ.
       0360-MATCH-EVENT.
           ADD 1 TO WS-FEED-DTL-CNT.
           ADD FD-ORDER TO WS-FEED-HASH.
           MOVE SPACES TO RECN-LINE.
           MOVE FD-SEQ   TO RL-SEQ.
           MOVE FD-ORDER TO RL-ORDER.
           MOVE FD-EVENT TO RL-EVENT.
           MOVE FD-SEQ TO AW-SEQ.
           IF WS-ACK-VALID = 0
               PERFORM 0390-REPORT-UNACKED
           ELSE
               READ ACK-WORK
                   INVALID KEY
                       PERFORM 0390-REPORT-UNACKED
                   NOT INVALID KEY
                       MOVE 1 TO AW-MATCHED
                       REWRITE ACK-WORK-REC
                       IF AW-ACCEPTED
                           ADD 1 TO WS-ACCEPTED-CNT
                           IF WS-PREFIX-OPEN = 1
                               MOVE FD-SEQ     TO WS-PREFIX-SEQ
                               MOVE FD-JRN-POS TO WS-PREFIX-JRN-POS
                           END-IF
                       ELSE
                           ADD 1 TO WS-REJECTED-CNT
                           MOVE 0 TO WS-PREFIX-OPEN
                           MOVE "REJECTED" TO RL-STATE
                           MOVE AW-REASON  TO RL-REASON
                           MOVE RECN-LINE TO RECN-REC
                           WRITE RECN-REC
                       END-IF
               END-READ
           END-IF.
           PERFORM 0350-READ-FEED.
       0390-REPORT-UNACKED.
           ADD 1 TO WS-UNACKED-CNT.
           MOVE 0 TO WS-PREFIX-OPEN.
           MOVE "UNACKED" TO RL-STATE.
           MOVE "NO ACKNOWLEDGEMENT RECEIVED" TO RL-REASON.
           MOVE RECN-LINE TO RECN-REC.
           WRITE RECN-REC.
       0400-REPORT-UNKNOWN-ACKS.
           MOVE ZEROS TO AW-SEQ.
           START ACK-WORK KEY NOT < AW-SEQ
               INVALID KEY
                   MOVE 10 TO STATUS-WORKFILE
           END-START.
           IF NOT WORK-EOF
               PERFORM 0440-READ-WORK-NEXT
               PERFORM 0450-CHECK-UNKNOWN
                   UNTIL WORK-EOF
           END-IF.
       0440-READ-WORK-NEXT.
           READ ACK-WORK NEXT
               AT END
                   CONTINUE
           END-READ.
       0450-CHECK-UNKNOWN.
           IF AW-MATCHED = 0
               MOVE SPACES TO RECN-LINE
               MOVE "UNKNOWN" TO RL-STATE
               MOVE AW-SEQ TO RL-SEQ
               MOVE "SEQUENCE NOT IN THIS FEED" TO RL-REASON
               MOVE RECN-LINE TO RECN-REC
               WRITE RECN-REC
               ADD 1 TO WS-ACK-UNKNOWN-CNT
           END-IF.
           PERFORM 0440-READ-WORK-NEXT.
       0500-ADVANCE-CONTROL.
           IF WS-FEED-VALID = 0
               MOVE "FEED DOES NOT MATCH CONTROL - NOT ADVANCED"
                   TO RR-RESULT
               MOVE 8 TO WS-RECN-RC
           ELSE IF WS-ACK-AVAIL = 0
               MOVE "NO ACKNOWLEDGEMENT RECEIVED - NOT ADVANCED"
                   TO RR-RESULT
               MOVE 4 TO WS-RECN-RC
           ELSE IF WS-ACK-VALID = 0
               MOVE "INVALID ACKNOWLEDGEMENT - NOT ADVANCED"
                   TO RR-RESULT
               MOVE 8 TO WS-RECN-RC
           ELSE
               IF WS-REJECTED-CNT = 0 AND WS-UNACKED-CNT = 0
                   MOVE CC-PEND-LAST-SEQ TO CC-ACK-SEQ
                   MOVE CC-PEND-JRN-POS  TO CC-ACK-JRN-POS
                   MOVE "BATCH FULLY ACKNOWLEDGED" TO RR-RESULT
               ELSE
                   IF WS-PREFIX-SEQ > 0
                       MOVE WS-PREFIX-SEQ     TO CC-ACK-SEQ
                       MOVE WS-PREFIX-JRN-POS TO CC-ACK-JRN-POS
                   END-IF
                   MOVE "PARTLY ACKNOWLEDGED - REMAINDER RESENT"
                       TO RR-RESULT
                   MOVE 4 TO WS-RECN-RC
               END-IF
               MOVE WS-RUN-DATE TO CC-ACK-DATE
               MOVE "A" TO CC-SENT-STATUS
               OPEN OUTPUT CRM-CONTROL
               IF NOT CRMCTL-SUCC
                   DISPLAY "CRM control file not usable - control"
                           " not updated."
                   MOVE 16 TO WS-RECN-RC
               ELSE
                   WRITE CRM-CONTROL-REC
                   CLOSE CRM-CONTROL
               END-IF
           END-IF.
       0600-PRINT-SUMMARY.
           MOVE SPACES TO RECN-REC.
           WRITE RECN-REC.
           MOVE "EVENTS IN FEED:" TO RC-LABEL.
           MOVE WS-FEED-DTL-CNT TO RC-COUNT.
           PERFORM 0610-WRITE-COUNT-LINE.
           MOVE "EVENTS ACCEPTED:" TO RC-LABEL.
           MOVE WS-ACCEPTED-CNT TO RC-COUNT.
           PERFORM 0610-WRITE-COUNT-LINE.
           MOVE "EVENTS REJECTED:" TO RC-LABEL.
           MOVE WS-REJECTED-CNT TO RC-COUNT.
           PERFORM 0610-WRITE-COUNT-LINE.
           MOVE "EVENTS NOT ACKNOWLEDGED:" TO RC-LABEL.
           MOVE WS-UNACKED-CNT TO RC-COUNT.
           PERFORM 0610-WRITE-COUNT-LINE.
           MOVE "ACKNOWLEDGEMENTS NOT IN FEED:" TO RC-LABEL.
           MOVE WS-ACK-UNKNOWN-CNT TO RC-COUNT.
           PERFORM 0610-WRITE-COUNT-LINE.
           MOVE "DUPLICATE ACKNOWLEDGEMENTS:" TO RC-LABEL.
           MOVE WS-ACK-DUP-CNT TO RC-COUNT.
           PERFORM 0610-WRITE-COUNT-LINE.
           MOVE "FEED ORDER HASH TOTAL:" TO RC-LABEL.
           MOVE WS-FEED-HASH TO RC-COUNT.
           PERFORM 0610-WRITE-COUNT-LINE.
           MOVE "LAST SENT SEQUENCE BEFORE:" TO RC-LABEL.
           MOVE WS-OLD-ACK-SEQ TO RC-COUNT.
           PERFORM 0610-WRITE-COUNT-LINE.
           MOVE "LAST SENT SEQUENCE AFTER:" TO RC-LABEL.
           MOVE CC-ACK-SEQ TO RC-COUNT.
           PERFORM 0610-WRITE-COUNT-LINE.
           MOVE SPACES TO RECN-REC.
           WRITE RECN-REC.
           MOVE RECN-RESULT-LINE TO RECN-REC.
           WRITE RECN-REC.
           DISPLAY "CRM RECONCILIATION: " RR-RESULT.
       0610-WRITE-COUNT-LINE.
           MOVE RECN-COUNT-LINE TO RECN-REC.
           WRITE RECN-REC.
       0800-CLOSE-FILES.
           CLOSE CRM-FEED.
           CLOSE RECN-OUT.
           CLOSE ACK-WORK.
           IF WS-ACK-AVAIL = 1
               CLOSE CRM-ACK
           END-IF.
       0999-EXIT.
           MOVE WS-RECN-RC TO RETURN-CODE.
           STOP RUN.
