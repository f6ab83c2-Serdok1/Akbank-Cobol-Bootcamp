       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MSTPURGE.
       AUTHOR.        SINA EREN OZBAYRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO PARMFILE
                       FILE STATUS IS STATUS-PARMFILE.
           SELECT PURGE-OUT ASSIGN TO PRGLINE
                       FILE STATUS IS STATUS-PRGFILE.
           SELECT JOURNAL-FILE ASSIGN TO TRNJRNL
                       FILE STATUS IS STATUS-JRNFILE.
           SELECT USER-MASTER ASSIGN TO USERMAST
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS MA-ORDER
                       ALTERNATE RECORD KEY IS MA-BRANCH
                           WITH DUPLICATES
                       FILE STATUS IS STATUS-MASTER.
       DATA DIVISION.

       FILE SECTION.
       FD  PARAM-FILE RECORDING MODE F.
       01  PARAM-REC.
           05    PM-MIN-YEAR             PIC 9(4).
           05    PM-MAX-AGE              PIC 9(3).
           05    PM-BDAY-DAYS            PIC 9(3).
           05    PM-REJ-MIN-READ         PIC 9(5).
           05    PM-REJ-LIMIT-PCT        PIC 9(3).
           05    PM-PURGE-DAYS           PIC 9(4).
       FD  PURGE-OUT RECORDING MODE F.
       01  PURGE-REC                     PIC X(80).
       FD  JOURNAL-FILE RECORDING MODE F.
       01  JOURNAL-REC.
           05    JR-RUN-DATE             PIC 9(8).
           05    JR-RUN-TIME             PIC 9(6).
           05    JR-PROGRAM              PIC X(8).
           05    JR-TRANS-CODE           PIC X(1).
           05    JR-ORDER                PIC 9(7).
           05    JR-BEFORE-IMAGE         PIC X(130).
           05    JR-AFTER-IMAGE          PIC X(130).
           05    JR-OPERATOR             PIC X(8).
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
       01  PURGE-TITLE                   PIC X(80) VALUE
           "MASTER PURGE REGISTER - CLOSED CUSTOMERS PAST RETENTION".
       01  PURGE-DATE-LINE.
           05 FILLER                     PIC X(10) VALUE "RUN DATE: ".
           05 PD-RUN-DATE                PIC 9(8).
           05 FILLER                     PIC X(18) VALUE
              "  RETENTION DAYS: ".
           05 PD-PURGE-DAYS              PIC ZZZ9.
           05 FILLER                     PIC X(40) VALUE SPACES.
       01  PURGE-HEADER.
           05 FILLER                     PIC X(7)  VALUE "ORD.".
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 FILLER                     PIC X(3)  VALUE "BRN".
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 FILLER                     PIC X(31) VALUE "NAME".
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 FILLER                     PIC X(1)  VALUE "S".
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 FILLER                     PIC X(8)  VALUE "CLOSED".
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 FILLER                     PIC X(2)  VALUE "RS".
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 FILLER                     PIC X(5)  VALUE "DAYS".
           05 FILLER                     PIC X(17) VALUE SPACES.
       01  PURGE-DETAIL.
           05 PG-ORDER                   PIC 9(7).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 PG-BRANCH                  PIC 9(3).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 PG-NAME                    PIC X(31).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 PG-STATUS                  PIC X(1).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 PG-STATUS-DATE             PIC 9(8).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 PG-REASON                  PIC X(2).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 PG-DAYS                    PIC ZZZZ9.
           05 FILLER                     PIC X(17) VALUE SPACES.
       01  PURGE-COUNT-LINE.
           05 PC-LABEL                   PIC X(22).
           05 PC-COUNT                   PIC ZZZZZZ9.
           05 FILLER                     PIC X(51) VALUE SPACES.
       01  WS-FLAGS.
           05 STATUS-PARMFILE            PIC 99.
              88 PARMFILE-SUCC           VALUE 00 97.
           05 STATUS-PRGFILE             PIC 99.
              88 PRGFILE-SUCC            VALUE 00 97.
           05 STATUS-JRNFILE             PIC 99.
              88 JRNFILE-SUCC            VALUE 00 97.
              88 JRNFILE-NO-FILE         VALUE 35.
           05 STATUS-MASTER              PIC 99.
              88 MASTER-SUCC             VALUE 00 97.
              88 MASTER-EOF              VALUE 10.
       01  WS-RUN-DATE-WORK.
           05  WS-RUN-DATE               PIC 9(8).
           05  WS-RUN-DATE-INT           PIC 9(8).
           05  WS-STATUS-DATE-INT        PIC 9(8).
       01  WS-PURGE-DAYS                 PIC 9(4)  VALUE 365.
       01  WS-DAYS-CLOSED                PIC 9(5)  VALUE 0.
       01  WS-NAME-BUILD                 PIC X(31).
       01  READ-CNT                      PIC 9(9)  VALUE 0.
       01  WS-INACTIVE-CNT               PIC 9(9)  VALUE 0.
       01  WS-PURGED-CNT                 PIC 9(9)  VALUE 0.
       01  WS-RETAINED-CNT               PIC 9(9)  VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0070-READ-PARAMETERS.
           PERFORM 0080-SET-RUN-DATE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0150-PRINT-HEADINGS.
           PERFORM 0200-PURGE-MASTER.
           PERFORM 0500-PRINT-SUMMARY.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
       0070-READ-PARAMETERS.
           OPEN INPUT PARAM-FILE.
           IF PARMFILE-SUCC
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM-PURGE-DAYS NUMERIC AND PM-PURGE-DAYS > 0
                           MOVE PM-PURGE-DAYS TO WS-PURGE-DAYS
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
       0080-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
       0100-OPEN-FILES.
           OPEN OUTPUT PURGE-OUT.
           OPEN I-O USER-MASTER.
           OPEN EXTEND JOURNAL-FILE.
           IF JRNFILE-NO-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
       0110-FILE-CONTROL.
           IF NOT PRGFILE-SUCC
              DISPLAY "Purge register file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT MASTER-SUCC
              DISPLAY "User master file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT JRNFILE-SUCC
              DISPLAY "Journal file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       0150-PRINT-HEADINGS.
           MOVE PURGE-TITLE TO PURGE-REC.
           WRITE PURGE-REC.
           MOVE SPACES TO PURGE-REC.
           WRITE PURGE-REC.
           MOVE WS-RUN-DATE   TO PD-RUN-DATE.
           MOVE WS-PURGE-DAYS TO PD-PURGE-DAYS.
           MOVE PURGE-DATE-LINE TO PURGE-REC.
           WRITE PURGE-REC.
           MOVE SPACES TO PURGE-REC.
           WRITE PURGE-REC.
           MOVE PURGE-HEADER TO PURGE-REC.
           WRITE PURGE-REC.
           MOVE SPACES TO PURGE-REC.
           WRITE PURGE-REC.
       0200-PURGE-MASTER.
           MOVE ZEROS TO MA-ORDER.
           START USER-MASTER KEY NOT < MA-ORDER
               INVALID KEY
                   MOVE 10 TO STATUS-MASTER
           END-START.
           IF NOT MASTER-EOF
               PERFORM 0210-READ-MASTER-NEXT
               PERFORM 0300-CHECK-RECORD
                   UNTIL MASTER-EOF
           END-IF.
       0210-READ-MASTER-NEXT.
           READ USER-MASTER NEXT
               AT END
                   CONTINUE
           END-READ.
       0300-CHECK-RECORD.
           ADD 1 TO READ-CNT.
           IF NOT MA-ACTIVE
               ADD 1 TO WS-INACTIVE-CNT
               IF MA-STATUS-DATE NUMERIC
                   AND MA-STATUS-DATE > 0
                   AND MA-STATUS-DATE NOT > WS-RUN-DATE
                   COMPUTE WS-STATUS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(MA-STATUS-DATE)
                   COMPUTE WS-DAYS-CLOSED =
                       WS-RUN-DATE-INT - WS-STATUS-DATE-INT
                   IF WS-DAYS-CLOSED > WS-PURGE-DAYS
                       PERFORM 0310-PURGE-RECORD
                   ELSE
                       ADD 1 TO WS-RETAINED-CNT
                   END-IF
               ELSE
                   ADD 1 TO WS-RETAINED-CNT
               END-IF
           END-IF.
           PERFORM 0210-READ-MASTER-NEXT.
       0310-PURGE-RECORD.
           MOVE MASTER-REC TO JR-BEFORE-IMAGE.
           DELETE USER-MASTER
               INVALID KEY
                   DISPLAY MA-ORDER ": Purge delete failed - status "
                           STATUS-MASTER
                   ADD 1 TO WS-RETAINED-CNT
               NOT INVALID KEY
                   PERFORM 0320-WRITE-JOURNAL
                   PERFORM 0330-PRINT-PURGED
                   ADD 1 TO WS-PURGED-CNT
           END-DELETE.
       0320-WRITE-JOURNAL.
           MOVE WS-RUN-DATE TO JR-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JR-RUN-TIME.
           MOVE "MSTPURGE" TO JR-PROGRAM.
           MOVE "BATCH" TO JR-OPERATOR.
           MOVE "P" TO JR-TRANS-CODE.
           MOVE MA-ORDER TO JR-ORDER.
           MOVE SPACES TO JR-AFTER-IMAGE.
           WRITE JOURNAL-REC.
       0330-PRINT-PURGED.
           MOVE SPACES TO WS-NAME-BUILD.
           STRING
               FUNCTION TRIM(MA-FIRST-NAME) DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               FUNCTION TRIM(MA-LAST-NAME)  DELIMITED BY SIZE
               INTO WS-NAME-BUILD
           END-STRING.
           MOVE MA-ORDER         TO PG-ORDER.
           MOVE MA-BRANCH        TO PG-BRANCH.
           MOVE WS-NAME-BUILD    TO PG-NAME.
           MOVE MA-STATUS        TO PG-STATUS.
           MOVE MA-STATUS-DATE   TO PG-STATUS-DATE.
           MOVE MA-STATUS-REASON TO PG-REASON.
           MOVE WS-DAYS-CLOSED   TO PG-DAYS.
           MOVE PURGE-DETAIL TO PURGE-REC.
           WRITE PURGE-REC.
       0500-PRINT-SUMMARY.
           MOVE SPACES TO PURGE-REC.
           WRITE PURGE-REC.
           MOVE "RECORDS READ:" TO PC-LABEL.
           MOVE READ-CNT TO PC-COUNT.
           MOVE PURGE-COUNT-LINE TO PURGE-REC.
           WRITE PURGE-REC.
           MOVE "RECORDS NOT ACTIVE:" TO PC-LABEL.
           MOVE WS-INACTIVE-CNT TO PC-COUNT.
           MOVE PURGE-COUNT-LINE TO PURGE-REC.
           WRITE PURGE-REC.
           MOVE "RECORDS PURGED:" TO PC-LABEL.
           MOVE WS-PURGED-CNT TO PC-COUNT.
           MOVE PURGE-COUNT-LINE TO PURGE-REC.
           WRITE PURGE-REC.
           MOVE "INACTIVE RETAINED:" TO PC-LABEL.
           MOVE WS-RETAINED-CNT TO PC-COUNT.
           MOVE PURGE-COUNT-LINE TO PURGE-REC.
           WRITE PURGE-REC.
       0800-CLOSE-FILES.
           CLOSE PURGE-OUT.
           CLOSE USER-MASTER.
           CLOSE JOURNAL-FILE.
       0999-EXIT.
           STOP RUN.
