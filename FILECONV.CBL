       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FILECONV.
       AUTHOR.        SINA EREN OZBAYRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO OLDMAST
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS OM-ORDER
                       ALTERNATE RECORD KEY IS OM-BRANCH
                           WITH DUPLICATES
                       FILE STATUS IS STATUS-OLDMAST.
           SELECT OLD-BACKUP ASSIGN TO OLDBKUP
                       FILE STATUS IS STATUS-OLDBKUP.
           SELECT OLD-JOURNAL ASSIGN TO OLDJRNL
                       FILE STATUS IS STATUS-OLDJRNL.
           SELECT OLD-REJECT ASSIGN TO OLDREJL
                       FILE STATUS IS STATUS-OLDREJL.
           SELECT OLD-NEW-REJECT ASSIGN TO OLDNREJ
                       FILE STATUS IS STATUS-OLDNREJ.
           SELECT OLD-REJECT-ARCH ASSIGN TO OLDRARC
                       FILE STATUS IS STATUS-OLDRARC.
           SELECT OLD-PREV-REPORT ASSIGN TO OLDPREV
                       FILE STATUS IS STATUS-OLDPREV.
           SELECT OLD-REPORT-ARCH ASSIGN TO OLDPARC
                       FILE STATUS IS STATUS-OLDPARC.
           SELECT USER-MASTER ASSIGN TO USERMAST
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS MA-ORDER
                       ALTERNATE RECORD KEY IS MA-BRANCH
                           WITH DUPLICATES
                       FILE STATUS IS STATUS-MASTER.
           SELECT BACKUP-FILE ASSIGN TO MASTBKUP
                       FILE STATUS IS STATUS-BKPFILE.
           SELECT JOURNAL-FILE ASSIGN TO TRNJRNL
                       FILE STATUS IS STATUS-JRNFILE.
           SELECT REJECT-FILE ASSIGN TO REJLINE
                       FILE STATUS IS STATUS-REJFILE.
           SELECT NEW-REJECT-FILE ASSIGN TO NEWREJL
                       FILE STATUS IS STATUS-NEWREJ.
           SELECT REJECT-ARCH ASSIGN TO REJARCH
                       FILE STATUS IS STATUS-REJARCH.
           SELECT PREV-REPORT ASSIGN TO PRTPREV
                       FILE STATUS IS STATUS-PREVFILE.
           SELECT REPORT-ARCH ASSIGN TO PRTARCH
                       FILE STATUS IS STATUS-RPTARCH.
       DATA DIVISION.

       FILE SECTION.
       FD  OLD-MASTER.
       01  OLD-MASTER-REC.
           05    OM-ORDER                PIC 9(7).
           05    OM-BRANCH               PIC 9(3).
           05    FILLER                  PIC X(99).
       FD  OLD-BACKUP RECORDING MODE F.
       01  OLD-BACKUP-REC                PIC X(109).
       FD  OLD-JOURNAL RECORDING MODE F.
       01  OLD-JOURNAL-REC.
           05    OJ-RUN-DATE             PIC 9(8).
           05    OJ-RUN-TIME             PIC 9(6).
           05    OJ-PROGRAM              PIC X(8).
           05    OJ-TRANS-CODE           PIC X(1).
           05    OJ-ORDER                PIC 9(7).
           05    OJ-BEFORE-IMAGE         PIC X(109).
           05    OJ-AFTER-IMAGE          PIC X(109).
       FD  OLD-REJECT RECORDING MODE F.
       01  OLD-REJECT-REC                PIC X(142).
       FD  OLD-NEW-REJECT RECORDING MODE F.
       01  OLD-NEW-REJECT-REC            PIC X(142).
       FD  OLD-REJECT-ARCH RECORDING MODE F.
       01  OLD-REJECT-ARCH-REC.
           05    OA-ARCH-DATE            PIC 9(8).
           05    OA-SOURCE               PIC X(8).
           05    OA-REJECT-IMAGE         PIC X(142).
       FD  OLD-PREV-REPORT RECORDING MODE F.
       01  OLD-PREV-REC                  PIC X(73).
       FD  OLD-REPORT-ARCH RECORDING MODE F.
       01  OLD-REPORT-ARCH-REC.
           05    OP-ARCH-DATE            PIC 9(8).
           05    OP-REPORT-IMAGE         PIC X(73).
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
       FD  BACKUP-FILE RECORDING MODE F.
       01  BACKUP-REC                    PIC X(130).
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
       FD  REJECT-FILE RECORDING MODE F.
       01  REJECT-REC.
           05    RJ-IMAGE                PIC X(142).
           05    FILLER                  PIC X(1).
           05    RJ-SOURCE-ID-O          PIC X(8).
       FD  NEW-REJECT-FILE RECORDING MODE F.
       01  NEW-REJECT-REC.
           05    NR-IMAGE                PIC X(142).
           05    FILLER                  PIC X(1).
           05    NR-SOURCE-ID-O          PIC X(8).
       FD  REJECT-ARCH RECORDING MODE F.
       01  REJECT-ARCH-REC.
           05    RA-ARCH-DATE            PIC 9(8).
           05    RA-SOURCE               PIC X(8).
           05    RA-REJECT-IMAGE         PIC X(151).
       FD  PREV-REPORT RECORDING MODE F.
       01  PREV-REC.
           05    PV-IMAGE                PIC X(73).
           05    FILLER                  PIC X(1).
           05    PV-STATUS               PIC X(1).
       FD  REPORT-ARCH RECORDING MODE F.
       01  REPORT-ARCH-REC.
           05    PA-ARCH-DATE            PIC 9(8).
           05    PA-REPORT-IMAGE         PIC X(75).
       WORKING-STORAGE SECTION.
       01  WS-NEW-IMAGE.
           05    NI-BASE                 PIC X(109).
           05    NI-STATUS               PIC X(1).
           05    NI-STATUS-DATE          PIC 9(8).
           05    NI-STATUS-REASON        PIC X(2).
           05    NI-NAME-EDITED          PIC X(1).
           05    FILLER                  PIC X(9).
       01  WS-REJ-IMAGE.
           05    RI-BASE                 PIC X(142).
           05    FILLER                  PIC X(1).
           05    RI-SOURCE-ID            PIC X(8).
       01  WS-PRT-IMAGE.
           05    PI-BASE                 PIC X(73).
           05    FILLER                  PIC X(1).
           05    PI-STATUS               PIC X(1).
       01  WS-FILE-TABLE.
           05 WS-FILE-ENTRY OCCURS 8 TIMES.
              10 FT-NAME                 PIC X(8).
              10 FT-READ                 PIC 9(9).
              10 FT-WRITTEN              PIC 9(9).
              10 FT-RESULT               PIC X(20).
       01  WS-FLAGS.
           05 STATUS-OLDMAST             PIC 99.
              88 OLDMAST-SUCC            VALUE 00 97.
              88 OLDMAST-EOF             VALUE 10.
              88 OLDMAST-NO-FILE         VALUE 35.
           05 STATUS-OLDBKUP             PIC 99.
              88 OLDBKUP-SUCC            VALUE 00 97.
              88 OLDBKUP-EOF             VALUE 10.
              88 OLDBKUP-NO-FILE         VALUE 35.
           05 STATUS-OLDJRNL             PIC 99.
              88 OLDJRNL-SUCC            VALUE 00 97.
              88 OLDJRNL-EOF             VALUE 10.
              88 OLDJRNL-NO-FILE         VALUE 35.
           05 STATUS-OLDREJL             PIC 99.
              88 OLDREJL-SUCC            VALUE 00 97.
              88 OLDREJL-EOF             VALUE 10.
              88 OLDREJL-NO-FILE         VALUE 35.
           05 STATUS-OLDNREJ             PIC 99.
              88 OLDNREJ-SUCC            VALUE 00 97.
              88 OLDNREJ-EOF             VALUE 10.
              88 OLDNREJ-NO-FILE         VALUE 35.
           05 STATUS-OLDRARC             PIC 99.
              88 OLDRARC-SUCC            VALUE 00 97.
              88 OLDRARC-EOF             VALUE 10.
              88 OLDRARC-NO-FILE         VALUE 35.
           05 STATUS-OLDPREV             PIC 99.
              88 OLDPREV-SUCC            VALUE 00 97.
              88 OLDPREV-EOF             VALUE 10.
              88 OLDPREV-NO-FILE         VALUE 35.
           05 STATUS-OLDPARC             PIC 99.
              88 OLDPARC-SUCC            VALUE 00 97.
              88 OLDPARC-EOF             VALUE 10.
              88 OLDPARC-NO-FILE         VALUE 35.
           05 STATUS-MASTER              PIC 99.
              88 MASTER-SUCC             VALUE 00 97.
           05 STATUS-BKPFILE             PIC 99.
              88 BKPFILE-SUCC            VALUE 00 97.
           05 STATUS-JRNFILE             PIC 99.
              88 JRNFILE-SUCC            VALUE 00 97.
           05 STATUS-REJFILE             PIC 99.
              88 REJFILE-SUCC            VALUE 00 97.
           05 STATUS-NEWREJ              PIC 99.
              88 NEWREJ-SUCC             VALUE 00 97.
           05 STATUS-REJARCH             PIC 99.
              88 REJARCH-SUCC            VALUE 00 97.
           05 STATUS-PREVFILE            PIC 99.
              88 PREVFILE-SUCC           VALUE 00 97.
           05 STATUS-RPTARCH             PIC 99.
              88 RPTARCH-SUCC            VALUE 00 97.
       01  WS-FT-IDX                     PIC 9(2).
       01  WS-CONV-RC                    PIC 9(2)  VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0080-SET-FILE-TABLE.
           PERFORM 0100-CONVERT-MASTER.
           PERFORM 0200-CONVERT-BACKUP.
           PERFORM 0300-CONVERT-JOURNAL.
           PERFORM 0400-CONVERT-REJECTS.
           PERFORM 0450-CONVERT-NEW-REJECTS.
           PERFORM 0500-CONVERT-REJECT-ARCH.
           PERFORM 0600-CONVERT-PREV-REPORT.
           PERFORM 0650-CONVERT-REPORT-ARCH.
           PERFORM 0700-PRINT-SUMMARY.
           PERFORM 0999-EXIT.
       0080-SET-FILE-TABLE.
           INITIALIZE WS-FILE-TABLE.
           MOVE "USERMAST" TO FT-NAME (1).
           MOVE "MASTBKUP" TO FT-NAME (2).
           MOVE "TRNJRNL"  TO FT-NAME (3).
           MOVE "REJLINE"  TO FT-NAME (4).
           MOVE "NEWREJL"  TO FT-NAME (5).
           MOVE "REJARCH"  TO FT-NAME (6).
           MOVE "PRTPREV"  TO FT-NAME (7).
           MOVE "PRTARCH"  TO FT-NAME (8).
       0100-CONVERT-MASTER.
           MOVE 1 TO WS-FT-IDX.
           OPEN INPUT OLD-MASTER.
           IF OLDMAST-NO-FILE
               MOVE "NOT PRESENT" TO FT-RESULT (WS-FT-IDX)
           ELSE
               IF NOT OLDMAST-SUCC
                   PERFORM 0900-OLD-NOT-USABLE
               ELSE
                   OPEN OUTPUT USER-MASTER
                   IF NOT MASTER-SUCC
                       PERFORM 0910-NEW-NOT-USABLE
                   ELSE
                       MOVE ZEROS TO OM-ORDER
                       START OLD-MASTER KEY NOT < OM-ORDER
                           INVALID KEY
                               MOVE 10 TO STATUS-OLDMAST
                       END-START
                       IF NOT OLDMAST-EOF
                           PERFORM 0110-CONVERT-MASTER-REC
                               UNTIL OLDMAST-EOF
                       END-IF
                       CLOSE USER-MASTER
                       PERFORM 0920-SET-RESULT
                   END-IF
                   CLOSE OLD-MASTER
               END-IF
           END-IF.
       0110-CONVERT-MASTER-REC.
           READ OLD-MASTER NEXT
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO FT-READ (WS-FT-IDX)
                   MOVE OLD-MASTER-REC TO NI-BASE
                   PERFORM 0800-SET-STATUS-FIELDS
                   MOVE WS-NEW-IMAGE TO MASTER-REC
                   WRITE MASTER-REC
                       INVALID KEY
                           DISPLAY MA-ORDER ": Duplicate master key"
                                   " - not converted."
                       NOT INVALID KEY
                           ADD 1 TO FT-WRITTEN (WS-FT-IDX)
                   END-WRITE
           END-READ.
       0200-CONVERT-BACKUP.
           MOVE 2 TO WS-FT-IDX.
           OPEN INPUT OLD-BACKUP.
           IF OLDBKUP-NO-FILE
               MOVE "NOT PRESENT" TO FT-RESULT (WS-FT-IDX)
           ELSE
               IF NOT OLDBKUP-SUCC
                   PERFORM 0900-OLD-NOT-USABLE
               ELSE
                   OPEN OUTPUT BACKUP-FILE
                   IF NOT BKPFILE-SUCC
                       PERFORM 0910-NEW-NOT-USABLE
                   ELSE
                       PERFORM 0210-READ-OLD-BACKUP
                       PERFORM 0220-CONVERT-BACKUP-REC
                           UNTIL OLDBKUP-EOF
                       CLOSE BACKUP-FILE
                       PERFORM 0920-SET-RESULT
                   END-IF
                   CLOSE OLD-BACKUP
               END-IF
           END-IF.
       0210-READ-OLD-BACKUP.
           READ OLD-BACKUP
               AT END
                   CONTINUE
           END-READ.
       0220-CONVERT-BACKUP-REC.
           ADD 1 TO FT-READ (WS-FT-IDX).
           MOVE OLD-BACKUP-REC TO NI-BASE.
           PERFORM 0800-SET-STATUS-FIELDS.
           MOVE WS-NEW-IMAGE TO BACKUP-REC.
           WRITE BACKUP-REC.
           ADD 1 TO FT-WRITTEN (WS-FT-IDX).
           PERFORM 0210-READ-OLD-BACKUP.
       0300-CONVERT-JOURNAL.
           MOVE 3 TO WS-FT-IDX.
           OPEN INPUT OLD-JOURNAL.
           IF OLDJRNL-NO-FILE
               MOVE "NOT PRESENT" TO FT-RESULT (WS-FT-IDX)
           ELSE
               IF NOT OLDJRNL-SUCC
                   PERFORM 0900-OLD-NOT-USABLE
               ELSE
                   OPEN OUTPUT JOURNAL-FILE
                   IF NOT JRNFILE-SUCC
                       PERFORM 0910-NEW-NOT-USABLE
                   ELSE
                       PERFORM 0310-READ-OLD-JOURNAL
                       PERFORM 0320-CONVERT-JOURNAL-REC
                           UNTIL OLDJRNL-EOF
                       CLOSE JOURNAL-FILE
                       PERFORM 0920-SET-RESULT
                   END-IF
                   CLOSE OLD-JOURNAL
               END-IF
           END-IF.
       0310-READ-OLD-JOURNAL.
           READ OLD-JOURNAL
               AT END
                   CONTINUE
           END-READ.
       0320-CONVERT-JOURNAL-REC.
           ADD 1 TO FT-READ (WS-FT-IDX).
           MOVE OJ-RUN-DATE   TO JR-RUN-DATE.
           MOVE OJ-RUN-TIME   TO JR-RUN-TIME.
           MOVE OJ-PROGRAM    TO JR-PROGRAM.
           MOVE OJ-TRANS-CODE TO JR-TRANS-CODE.
           MOVE OJ-ORDER      TO JR-ORDER.
           IF OJ-BEFORE-IMAGE = SPACES
               MOVE SPACES TO JR-BEFORE-IMAGE
           ELSE
               MOVE OJ-BEFORE-IMAGE TO NI-BASE
               PERFORM 0800-SET-STATUS-FIELDS
               MOVE WS-NEW-IMAGE TO JR-BEFORE-IMAGE
           END-IF.
           IF OJ-AFTER-IMAGE = SPACES
               MOVE SPACES TO JR-AFTER-IMAGE
           ELSE
               MOVE OJ-AFTER-IMAGE TO NI-BASE
               PERFORM 0800-SET-STATUS-FIELDS
               MOVE WS-NEW-IMAGE TO JR-AFTER-IMAGE
           END-IF.
           MOVE SPACES TO JR-OPERATOR.
           WRITE JOURNAL-REC.
           ADD 1 TO FT-WRITTEN (WS-FT-IDX).
           PERFORM 0310-READ-OLD-JOURNAL.
       0400-CONVERT-REJECTS.
           MOVE 4 TO WS-FT-IDX.
           OPEN INPUT OLD-REJECT.
           IF OLDREJL-NO-FILE
               MOVE "NOT PRESENT" TO FT-RESULT (WS-FT-IDX)
           ELSE
               IF NOT OLDREJL-SUCC
                   PERFORM 0900-OLD-NOT-USABLE
               ELSE
                   OPEN OUTPUT REJECT-FILE
                   IF NOT REJFILE-SUCC
                       PERFORM 0910-NEW-NOT-USABLE
                   ELSE
                       PERFORM 0410-READ-OLD-REJECT
                       PERFORM 0420-CONVERT-REJECT-REC
                           UNTIL OLDREJL-EOF
                       CLOSE REJECT-FILE
                       PERFORM 0920-SET-RESULT
                   END-IF
                   CLOSE OLD-REJECT
               END-IF
           END-IF.
       0410-READ-OLD-REJECT.
           READ OLD-REJECT
               AT END
                   CONTINUE
           END-READ.
       0420-CONVERT-REJECT-REC.
           ADD 1 TO FT-READ (WS-FT-IDX).
           MOVE SPACES TO REJECT-REC.
           MOVE OLD-REJECT-REC TO RJ-IMAGE.
           MOVE SPACES TO RJ-SOURCE-ID-O.
           WRITE REJECT-REC.
           ADD 1 TO FT-WRITTEN (WS-FT-IDX).
           PERFORM 0410-READ-OLD-REJECT.
       0450-CONVERT-NEW-REJECTS.
           MOVE 5 TO WS-FT-IDX.
           OPEN INPUT OLD-NEW-REJECT.
           IF OLDNREJ-NO-FILE
               MOVE "NOT PRESENT" TO FT-RESULT (WS-FT-IDX)
           ELSE
               IF NOT OLDNREJ-SUCC
                   PERFORM 0900-OLD-NOT-USABLE
               ELSE
                   OPEN OUTPUT NEW-REJECT-FILE
                   IF NOT NEWREJ-SUCC
                       PERFORM 0910-NEW-NOT-USABLE
                   ELSE
                       PERFORM 0460-READ-OLD-NEW-REJECT
                       PERFORM 0470-CONVERT-NEW-REJECT-REC
                           UNTIL OLDNREJ-EOF
                       CLOSE NEW-REJECT-FILE
                       PERFORM 0920-SET-RESULT
                   END-IF
                   CLOSE OLD-NEW-REJECT
               END-IF
           END-IF.
       0460-READ-OLD-NEW-REJECT.
           READ OLD-NEW-REJECT
               AT END
                   CONTINUE
           END-READ.
       0470-CONVERT-NEW-REJECT-REC.
           ADD 1 TO FT-READ (WS-FT-IDX).
           MOVE SPACES TO NEW-REJECT-REC.
           MOVE OLD-NEW-REJECT-REC TO NR-IMAGE.
           MOVE SPACES TO NR-SOURCE-ID-O.
           WRITE NEW-REJECT-REC.
           ADD 1 TO FT-WRITTEN (WS-FT-IDX).
           PERFORM 0460-READ-OLD-NEW-REJECT.
       0500-CONVERT-REJECT-ARCH.
           MOVE 6 TO WS-FT-IDX.
           OPEN INPUT OLD-REJECT-ARCH.
           IF OLDRARC-NO-FILE
               MOVE "NOT PRESENT" TO FT-RESULT (WS-FT-IDX)
           ELSE
               IF NOT OLDRARC-SUCC
                   PERFORM 0900-OLD-NOT-USABLE
               ELSE
                   OPEN OUTPUT REJECT-ARCH
                   IF NOT REJARCH-SUCC
                       PERFORM 0910-NEW-NOT-USABLE
                   ELSE
                       PERFORM 0510-READ-OLD-REJECT-ARCH
                       PERFORM 0520-CONVERT-REJECT-ARCH-REC
                           UNTIL OLDRARC-EOF
                       CLOSE REJECT-ARCH
                       PERFORM 0920-SET-RESULT
                   END-IF
                   CLOSE OLD-REJECT-ARCH
               END-IF
           END-IF.
       0510-READ-OLD-REJECT-ARCH.
           READ OLD-REJECT-ARCH
               AT END
                   CONTINUE
           END-READ.
       0520-CONVERT-REJECT-ARCH-REC.
           ADD 1 TO FT-READ (WS-FT-IDX).
           MOVE SPACES TO WS-REJ-IMAGE.
           MOVE OA-REJECT-IMAGE TO RI-BASE.
           MOVE OA-ARCH-DATE TO RA-ARCH-DATE.
           MOVE OA-SOURCE    TO RA-SOURCE.
           MOVE WS-REJ-IMAGE TO RA-REJECT-IMAGE.
           WRITE REJECT-ARCH-REC.
           ADD 1 TO FT-WRITTEN (WS-FT-IDX).
           PERFORM 0510-READ-OLD-REJECT-ARCH.
       0600-CONVERT-PREV-REPORT.
           MOVE 7 TO WS-FT-IDX.
           OPEN INPUT OLD-PREV-REPORT.
           IF OLDPREV-NO-FILE
               MOVE "NOT PRESENT" TO FT-RESULT (WS-FT-IDX)
           ELSE
               IF NOT OLDPREV-SUCC
                   PERFORM 0900-OLD-NOT-USABLE
               ELSE
                   OPEN OUTPUT PREV-REPORT
                   IF NOT PREVFILE-SUCC
                       PERFORM 0910-NEW-NOT-USABLE
                   ELSE
                       PERFORM 0610-READ-OLD-PREV-REPORT
                       PERFORM 0620-CONVERT-PREV-REPORT-REC
                           UNTIL OLDPREV-EOF
                       CLOSE PREV-REPORT
                       PERFORM 0920-SET-RESULT
                   END-IF
                   CLOSE OLD-PREV-REPORT
               END-IF
           END-IF.
       0610-READ-OLD-PREV-REPORT.
           READ OLD-PREV-REPORT
               AT END
                   CONTINUE
           END-READ.
       0620-CONVERT-PREV-REPORT-REC.
           ADD 1 TO FT-READ (WS-FT-IDX).
           MOVE SPACES TO PREV-REC.
           MOVE OLD-PREV-REC TO PV-IMAGE.
           MOVE "A" TO PV-STATUS.
           WRITE PREV-REC.
           ADD 1 TO FT-WRITTEN (WS-FT-IDX).
           PERFORM 0610-READ-OLD-PREV-REPORT.
       0650-CONVERT-REPORT-ARCH.
           MOVE 8 TO WS-FT-IDX.
           OPEN INPUT OLD-REPORT-ARCH.
           IF OLDPARC-NO-FILE
               MOVE "NOT PRESENT" TO FT-RESULT (WS-FT-IDX)
           ELSE
               IF NOT OLDPARC-SUCC
                   PERFORM 0900-OLD-NOT-USABLE
               ELSE
                   OPEN OUTPUT REPORT-ARCH
                   IF NOT RPTARCH-SUCC
                       PERFORM 0910-NEW-NOT-USABLE
                   ELSE
                       PERFORM 0660-READ-OLD-REPORT-ARCH
                       PERFORM 0670-CONVERT-REPORT-ARCH-REC
                           UNTIL OLDPARC-EOF
                       CLOSE REPORT-ARCH
                       PERFORM 0920-SET-RESULT
                   END-IF
                   CLOSE OLD-REPORT-ARCH
               END-IF
           END-IF.
       0660-READ-OLD-REPORT-ARCH.
           READ OLD-REPORT-ARCH
               AT END
                   CONTINUE
           END-READ.
       0670-CONVERT-REPORT-ARCH-REC.
           ADD 1 TO FT-READ (WS-FT-IDX).
           MOVE SPACES TO WS-PRT-IMAGE.
           MOVE OP-REPORT-IMAGE TO PI-BASE.
           MOVE "A" TO PI-STATUS.
           MOVE OP-ARCH-DATE TO PA-ARCH-DATE.
           MOVE WS-PRT-IMAGE TO PA-REPORT-IMAGE.
           WRITE REPORT-ARCH-REC.
           ADD 1 TO FT-WRITTEN (WS-FT-IDX).
           PERFORM 0660-READ-OLD-REPORT-ARCH.
       0700-PRINT-SUMMARY.
           DISPLAY "FILE CONVERSION SUMMARY".
           MOVE 1 TO WS-FT-IDX.
           PERFORM 0710-PRINT-FILE-LINE
               UNTIL WS-FT-IDX > 8.
           DISPLAY "  RETURN CODE: " WS-CONV-RC.
       0710-PRINT-FILE-LINE.
           DISPLAY "  " FT-NAME (WS-FT-IDX)
                   " READ: " FT-READ (WS-FT-IDX)
                   " WRITTEN: " FT-WRITTEN (WS-FT-IDX)
                   " " FT-RESULT (WS-FT-IDX).
           ADD 1 TO WS-FT-IDX.
       0800-SET-STATUS-FIELDS.
           MOVE "A"    TO NI-STATUS.
           MOVE 0      TO NI-STATUS-DATE.
           MOVE SPACES TO NI-STATUS-REASON.
           MOVE "N"    TO NI-NAME-EDITED.
       0900-OLD-NOT-USABLE.
           DISPLAY "Old " FT-NAME (WS-FT-IDX)
                   " file not usable - not converted.".
           MOVE "OLD FILE NOT USABLE" TO FT-RESULT (WS-FT-IDX).
           MOVE 8 TO WS-CONV-RC.
       0910-NEW-NOT-USABLE.
           DISPLAY FT-NAME (WS-FT-IDX)
                   " file not usable - not converted.".
           MOVE "NEW FILE NOT USABLE" TO FT-RESULT (WS-FT-IDX).
           MOVE 8 TO WS-CONV-RC.
       0920-SET-RESULT.
           IF FT-WRITTEN (WS-FT-IDX) = FT-READ (WS-FT-IDX)
               MOVE "CONVERTED" TO FT-RESULT (WS-FT-IDX)
           ELSE
               MOVE "INCOMPLETE" TO FT-RESULT (WS-FT-IDX)
               MOVE 8 TO WS-CONV-RC
           END-IF.
       0999-EXIT.
           MOVE WS-CONV-RC TO RETURN-CODE.
           STOP RUN.
