       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRMEXTR.
       AUTHOR.        SINA EREN OZBAYRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRM-CONTROL ASSIGN TO CRMCTL
                       FILE STATUS IS STATUS-CRMCTL.
           SELECT JOURNAL-FILE ASSIGN TO TRNJRNL
                       FILE STATUS IS STATUS-JRNFILE.
           SELECT CRM-FEED ASSIGN TO CRMFEED
                       FILE STATUS IS STATUS-FEEDFILE.
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
       FD  JOURNAL-FILE RECORDING MODE F.
       01  JOURNAL-REC.
           05    JR-RUN-DATE             PIC 9(8).
           05    JR-RUN-TIME             PIC 9(6).
           05    JR-PROGRAM              PIC X(8).
           05    JR-TRANS-CODE           PIC X(1).
              88 JR-TRANS-ADD            VALUE "A".
              88 JR-TRANS-CHANGE         VALUE "C" "R" "T".
              88 JR-TRANS-DELETE         VALUE "D" "E".
           05    JR-ORDER                PIC 9(7).
           05    JR-BEFORE-IMAGE         PIC X(130).
           05    JR-AFTER-IMAGE          PIC X(130).
           05    JR-OPERATOR             PIC X(8).
       FD  CRM-FEED RECORDING MODE F.
       01  CRM-FEED-REC                  PIC X(140).
       WORKING-STORAGE SECTION.
       01  WS-FEED-HEADER.
           05    FH-REC-TYPE             PIC X(3)  VALUE "HDR".
           05    FH-CREATE-DATE          PIC 9(8).
           05    FH-CREATE-TIME          PIC 9(6).
           05    FH-BATCH-NO             PIC 9(7).
           05    FH-FIRST-SEQ            PIC 9(9).
           05    FH-SOURCE-ID            PIC X(8)  VALUE "USERMAST".
           05    FILLER                  PIC X(99) VALUE SPACES.
       01  WS-FEED-DETAIL.
           05    FD-REC-TYPE             PIC X(3)  VALUE "DTL".
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
           05    FILLER                  PIC X(4)  VALUE SPACES.
       01  WS-FEED-TRAILER.
           05    FT-REC-TYPE             PIC X(3)  VALUE "TRL".
           05    FT-RECORD-CNT           PIC 9(9).
           05    FT-LAST-SEQ             PIC 9(9).
           05    FT-HASH-TOTAL           PIC 9(15).
           05    FILLER                  PIC X(104) VALUE SPACES.
       01  WS-JRN-IMAGE.
           05    JI-ORDER                PIC 9(7).
           05    JI-BRANCH               PIC 9(3).
           05    JI-FIRST-NAME           PIC X(15).
           05    JI-LAST-NAME            PIC X(15).
           05    JI-BIRTH-DATE           PIC 9(8).
           05    JI-CURRENT-DATE         PIC 9(8).
           05    JI-LIVED-DAYS           PIC 9(5).
           05    JI-AGE-YEARS            PIC 9(3).
           05    JI-AGE-MONTHS           PIC 9(2).
           05    JI-AGE-DAYS             PIC 9(2).
           05    JI-PHONE                PIC X(11).
           05    JI-EMAIL                PIC X(30).
           05    JI-STATUS               PIC X(1).
           05    JI-STATUS-DATE          PIC 9(8).
           05    JI-STATUS-REASON        PIC X(2).
           05    JI-NAME-EDITED          PIC X(1).
           05    FILLER                  PIC X(9).
       01  WS-FLAGS.
           05 STATUS-CRMCTL              PIC 99.
              88 CRMCTL-SUCC             VALUE 00 97.
              88 CRMCTL-NO-FILE          VALUE 35.
           05 STATUS-JRNFILE             PIC 99.
              88 JRNFILE-SUCC            VALUE 00 97.
              88 JRN-EOF                 VALUE 10.
           05 STATUS-FEEDFILE            PIC 99.
              88 FEEDFILE-SUCC           VALUE 00 97.
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-TIME                   PIC 9(6).
       01  WS-JRN-POS                    PIC 9(9)  VALUE 0.
       01  WS-NEXT-SEQ                   PIC 9(9)  VALUE 0.
       01  WS-JRN-READ-CNT               PIC 9(9)  VALUE 0.
       01  WS-EVENT-CNT                  PIC 9(9)  VALUE 0.
       01  WS-NOT-SENT-CNT               PIC 9(9)  VALUE 0.
       01  WS-HASH-TOTAL                 PIC 9(15) VALUE 0.
       01  WS-EXTR-RC                    PIC 9(2)  VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0080-SET-RUN-DATE.
           PERFORM 0090-READ-CONTROL.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-FEED-HEADER.
           PERFORM 0200-SKIP-SENT-ENTRIES.
           PERFORM 0300-EXTRACT-EVENTS.
           PERFORM 0500-WRITE-FEED-TRAILER.
           PERFORM 0600-UPDATE-CONTROL.
           PERFORM 0700-PRINT-SUMMARY.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
       0080-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
       0090-READ-CONTROL.
           INITIALIZE CRM-CONTROL-REC.
           MOVE "A" TO CC-SENT-STATUS.
           OPEN INPUT CRM-CONTROL.
           IF CRMCTL-SUCC
               READ CRM-CONTROL
                   AT END
                       INITIALIZE CRM-CONTROL-REC
                       MOVE "A" TO CC-SENT-STATUS
               END-READ
               CLOSE CRM-CONTROL
           ELSE
               IF CRMCTL-NO-FILE
                   DISPLAY "CRM control file not found - first"
                           " extract, full journal sent."
               ELSE
                   DISPLAY "CRM control file not usable. Exiting..."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF CC-PENDING
               DISPLAY "Batch " CC-PEND-BATCH " not acknowledged -"
                       " events after sequence " CC-ACK-SEQ
                       " onward are sent again."
               MOVE 4 TO WS-EXTR-RC
           END-IF.
           MOVE CC-ACK-SEQ TO WS-NEXT-SEQ.
       0100-OPEN-FILES.
           OPEN INPUT  JOURNAL-FILE.
           IF NOT JRNFILE-SUCC
              DISPLAY "Journal file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CRM-FEED.
           IF NOT FEEDFILE-SUCC
              DISPLAY "CRM feed file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       0150-WRITE-FEED-HEADER.
           MOVE WS-RUN-DATE    TO FH-CREATE-DATE.
           MOVE WS-RUN-TIME    TO FH-CREATE-TIME.
           COMPUTE FH-BATCH-NO = CC-BATCH-NO + 1.
           COMPUTE FH-FIRST-SEQ = CC-ACK-SEQ + 1.
           MOVE WS-FEED-HEADER TO CRM-FEED-REC.
           WRITE CRM-FEED-REC.
       0200-SKIP-SENT-ENTRIES.
           PERFORM 0350-READ-JOURNAL.
           PERFORM UNTIL JRN-EOF OR WS-JRN-POS = CC-ACK-JRN-POS
               ADD 1 TO WS-JRN-POS
               PERFORM 0350-READ-JOURNAL
           END-PERFORM.
           IF WS-JRN-POS < CC-ACK-JRN-POS
               DISPLAY "Journal holds " WS-JRN-POS " entries, control"
                       " shows " CC-ACK-JRN-POS " sent - check"
                       " journal. Exiting..."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       0300-EXTRACT-EVENTS.
           PERFORM UNTIL JRN-EOF
               ADD 1 TO WS-JRN-POS
               ADD 1 TO WS-JRN-READ-CNT
               PERFORM 0400-BUILD-EVENT
               PERFORM 0350-READ-JOURNAL
           END-PERFORM.
       0350-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   CONTINUE
           END-READ.
       0400-BUILD-EVENT.
           MOVE SPACES TO FD-EVENT.
           IF JR-TRANS-ADD
               MOVE "ADD" TO FD-EVENT
           ELSE
               IF JR-TRANS-CHANGE
                   MOVE "CHG" TO FD-EVENT
               ELSE
                   IF JR-TRANS-DELETE
                       MOVE "DEL" TO FD-EVENT
                   END-IF
               END-IF
           END-IF.
           IF FD-EVENT = SPACES
               ADD 1 TO WS-NOT-SENT-CNT
           ELSE
               IF JR-AFTER-IMAGE = SPACES
                   MOVE JR-BEFORE-IMAGE TO WS-JRN-IMAGE
               ELSE
                   MOVE JR-AFTER-IMAGE  TO WS-JRN-IMAGE
               END-IF
               ADD 1 TO WS-NEXT-SEQ
               MOVE WS-NEXT-SEQ      TO FD-SEQ
               MOVE JR-RUN-DATE      TO FD-EVENT-DATE
               MOVE JR-RUN-TIME      TO FD-EVENT-TIME
               MOVE JR-ORDER         TO FD-ORDER
               MOVE JI-BRANCH        TO FD-BRANCH
               MOVE JI-FIRST-NAME    TO FD-FIRST-NAME
               MOVE JI-LAST-NAME     TO FD-LAST-NAME
               MOVE JI-BIRTH-DATE    TO FD-BIRTH-DATE
               MOVE JI-PHONE         TO FD-PHONE
               MOVE JI-EMAIL         TO FD-EMAIL
               MOVE JI-STATUS        TO FD-STATUS
               IF FD-STATUS = SPACE
                   MOVE "A" TO FD-STATUS
               END-IF
               MOVE JI-STATUS-DATE   TO FD-STATUS-DATE
               MOVE WS-JRN-POS       TO FD-JRN-POS
               MOVE WS-FEED-DETAIL TO CRM-FEED-REC
               WRITE CRM-FEED-REC
               ADD 1 TO WS-EVENT-CNT
               ADD JR-ORDER TO WS-HASH-TOTAL
           END-IF.
       0500-WRITE-FEED-TRAILER.
           MOVE WS-EVENT-CNT  TO FT-RECORD-CNT.
           MOVE WS-NEXT-SEQ   TO FT-LAST-SEQ.
           MOVE WS-HASH-TOTAL TO FT-HASH-TOTAL.
           MOVE WS-FEED-TRAILER TO CRM-FEED-REC.
           WRITE CRM-FEED-REC.
       0600-UPDATE-CONTROL.
           MOVE FH-BATCH-NO TO CC-BATCH-NO.
           MOVE FH-BATCH-NO TO CC-PEND-BATCH.
           MOVE WS-NEXT-SEQ TO CC-PEND-LAST-SEQ.
           MOVE WS-JRN-POS  TO CC-PEND-JRN-POS.
           MOVE WS-RUN-DATE TO CC-PEND-DATE.
           MOVE "P"         TO CC-SENT-STATUS.
           OPEN OUTPUT CRM-CONTROL.
           IF NOT CRMCTL-SUCC
               DISPLAY "CRM control file not usable - control not"
                       " updated."
               MOVE 16 TO WS-EXTR-RC
           ELSE
               WRITE CRM-CONTROL-REC
               CLOSE CRM-CONTROL
           END-IF.
       0700-PRINT-SUMMARY.
           DISPLAY "CRM CHANGE FEED EXTRACT SUMMARY".
           DISPLAY "  BATCH NUMBER:              " FH-BATCH-NO.
           DISPLAY "  FIRST SEQUENCE:            " FH-FIRST-SEQ.
           DISPLAY "  LAST SEQUENCE:             " WS-NEXT-SEQ.
           DISPLAY "  JOURNAL ENTRIES SCANNED:   " WS-JRN-READ-CNT.
           DISPLAY "  EVENTS WRITTEN:            " WS-EVENT-CNT.
           DISPLAY "  ENTRIES NOT SENT:          " WS-NOT-SENT-CNT.
           DISPLAY "  ORDER HASH TOTAL:          " WS-HASH-TOTAL.
       0800-CLOSE-FILES.
           CLOSE JOURNAL-FILE.
           CLOSE CRM-FEED.
       0999-EXIT.
           MOVE WS-EXTR-RC TO RETURN-CODE.
           STOP RUN.
