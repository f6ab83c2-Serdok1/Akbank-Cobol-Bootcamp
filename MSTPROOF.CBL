       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MSTPROOF.
       AUTHOR.        SINA EREN OZBAYRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO MASTBKUP
                       FILE STATUS IS STATUS-BKPFILE.
           SELECT JOURNAL-FILE ASSIGN TO TRNJRNL
                       FILE STATUS IS STATUS-JRNFILE.
           SELECT RBLD-PARAM ASSIGN TO RBLDPARM
                       FILE STATUS IS STATUS-RBLDPARM.
           SELECT PROOF-OUT ASSIGN TO PRFLINE
                       FILE STATUS IS STATUS-PRFOUT.
           SELECT PROOF-WORK ASSIGN TO PROOFWRK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS PW-ORDER
                       FILE STATUS IS STATUS-WORKFILE.
           SELECT USER-MASTER ASSIGN TO USERMAST
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS MA-ORDER
                       ALTERNATE RECORD KEY IS MA-BRANCH
                           WITH DUPLICATES
                       FILE STATUS IS STATUS-MASTER.
       DATA DIVISION.

       FILE SECTION.
       FD  BACKUP-FILE RECORDING MODE F.
       01  BACKUP-REC                    PIC X(130).
       FD  JOURNAL-FILE RECORDING MODE F.
       01  JOURNAL-REC.
           05    JR-RUN-DATE             PIC 9(8).
           05    JR-RUN-TIME             PIC 9(6).
           05    JR-PROGRAM              PIC X(8).
           05    JR-TRANS-CODE           PIC X(1).
              88 JR-TRANS-ADD            VALUE "A".
              88 JR-TRANS-CHANGE         VALUE "C".
              88 JR-TRANS-DELETE         VALUE "D".
              88 JR-TRANS-REINSTATE      VALUE "R".
              88 JR-TRANS-TRANSFER       VALUE "T".
              88 JR-TRANS-ERASE          VALUE "E".
              88 JR-TRANS-PURGE          VALUE "P".
           05    JR-ORDER                PIC 9(7).
           05    JR-BEFORE-IMAGE         PIC X(130).
           05    JR-AFTER-IMAGE          PIC X(130).
           05    JR-OPERATOR             PIC X(8).
       FD  RBLD-PARAM RECORDING MODE F.
       01  RBLD-PARAM-REC.
           05    RB-FROM-DATE            PIC 9(8).
           05    RB-ASOF-DATE            PIC 9(8).
       FD  PROOF-OUT RECORDING MODE F.
       01  PROOF-REC                     PIC X(80).
       FD  PROOF-WORK.
       01  WORK-REC.
           05    PW-IMAGE.
              10 PW-ORDER                PIC 9(7).
              10 FILLER                  PIC X(123).
           05    PW-STATE                PIC 9(1).
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
       01  PROOF-TITLE                   PIC X(80) VALUE
           "MASTER PROOF - USERMAST VS MASTBKUP PLUS TRNJRNL".
       01  PROOF-HEADER.
           05 FILLER                     PIC X(8)  VALUE "TYPE".
           05 FILLER                     PIC X(8)  VALUE "ORD.".
           05 FILLER                     PIC X(13) VALUE "FIELD".
           05 FILLER                     PIC X(25) VALUE "EXPECTED".
           05 FILLER                     PIC X(26) VALUE "ACTUAL".
       01  PROOF-LINE.
           05 PL-TYPE                    PIC X(7).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 PL-ORDER                   PIC X(7).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 PL-FIELD                   PIC X(12).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 PL-EXPECTED                PIC X(24).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 PL-ACTUAL                  PIC X(24).
           05 FILLER                     PIC X(2)  VALUE SPACES.
       01  PROOF-COUNT-LINE.
           05 PC-LABEL                   PIC X(30).
           05 FILLER                     PIC X(10) VALUE "EXPECTED: ".
           05 PC-EXPECTED                PIC Z(14)9.
           05 FILLER                     PIC X(10) VALUE "  ACTUAL: ".
           05 PC-ACTUAL                  PIC Z(14)9.
       01  PROOF-JOURNAL-LINE.
           05 PJ-LABEL                   PIC X(30).
           05 PJ-CNT                     PIC Z(8)9.
           05 FILLER                     PIC X(41) VALUE SPACES.
       01  PROOF-RESULT-LINE.
           05 FILLER                     PIC X(8)  VALUE "RESULT: ".
           05 PR-RESULT                  PIC X(40).
           05 FILLER                     PIC X(32) VALUE SPACES.
       01  EXPECTED-REC.
           05    EX-ORDER                PIC 9(7).
           05    EX-BRANCH               PIC 9(3).
           05    EX-FIRST-NAME           PIC X(15).
           05    EX-LAST-NAME            PIC X(15).
           05    EX-BIRTH-DATE           PIC 9(8).
           05    EX-CURRENT-DATE         PIC 9(8).
           05    EX-LIVED-DAYS           PIC 9(5).
           05    EX-AGE-YEARS            PIC 9(3).
           05    EX-AGE-MONTHS           PIC 9(2).
           05    EX-AGE-DAYS             PIC 9(2).
           05    EX-PHONE                PIC X(11).
           05    EX-EMAIL                PIC X(30).
           05    EX-STATUS               PIC X(1).
           05    EX-STATUS-DATE          PIC 9(8).
           05    EX-STATUS-REASON        PIC X(2).
           05    EX-NAME-EDITED          PIC X(1).
           05    FILLER                  PIC X(9).
       01  WS-FLAGS.
           05 STATUS-BKPFILE             PIC 99.
              88 BKPFILE-SUCC            VALUE 00 97.
              88 BKP-EOF                 VALUE 10.
           05 STATUS-JRNFILE             PIC 99.
              88 JRNFILE-SUCC            VALUE 00 97.
              88 JRN-EOF                 VALUE 10.
           05 STATUS-RBLDPARM            PIC 99.
              88 RBLDPARM-SUCC           VALUE 00 97.
           05 STATUS-PRFOUT              PIC 99.
              88 PRFOUT-SUCC             VALUE 00 97.
           05 STATUS-WORKFILE            PIC 99.
              88 WORKFILE-SUCC           VALUE 00 97.
              88 WORK-EOF                VALUE 10.
           05 STATUS-MASTER              PIC 99.
              88 MASTER-SUCC             VALUE 00 97.
              88 MASTER-EOF              VALUE 10.
           05 WS-RECORD-CHANGED          PIC 9(1).
       01  WS-FROM-DATE                  PIC 9(8)  VALUE 0.
       01  WS-ASOF-DATE                  PIC 9(8)  VALUE 99999999.
       01  WS-LOADED-CNT                 PIC 9(9)  VALUE 0.
       01  WS-APPLIED-CNT                PIC 9(9)  VALUE 0.
       01  WS-SKIPPED-CNT                PIC 9(9)  VALUE 0.
       01  WS-WARNING-CNT                PIC 9(9)  VALUE 0.
       01  WS-MISSING-CNT                PIC 9(9)  VALUE 0.
       01  WS-EXTRA-CNT                  PIC 9(9)  VALUE 0.
       01  WS-DIFFER-CNT                 PIC 9(9)  VALUE 0.
       01  WS-EXP-REC-CNT                PIC 9(15) VALUE 0.
       01  WS-ACT-REC-CNT                PIC 9(15) VALUE 0.
       01  WS-EXP-ORDER-HASH             PIC 9(15) VALUE 0.
       01  WS-ACT-ORDER-HASH             PIC 9(15) VALUE 0.
       01  WS-EXP-BIRTH-HASH             PIC 9(15) VALUE 0.
       01  WS-ACT-BIRTH-HASH             PIC 9(15) VALUE 0.
       01  WS-PROOF-RC                   PIC 9(2)  VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0070-READ-PARAMETERS.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0150-PRINT-HEADINGS.
           PERFORM 0200-LOAD-BACKUP.
           PERFORM 0300-REPLAY-JOURNAL.
           PERFORM 0500-COMPARE-MASTER.
           PERFORM 0600-REPORT-MISSING.
           PERFORM 0700-PRINT-SUMMARY.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
       0070-READ-PARAMETERS.
           OPEN INPUT RBLD-PARAM.
           IF RBLDPARM-SUCC
               READ RBLD-PARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RB-FROM-DATE NUMERIC
                           MOVE RB-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF RB-ASOF-DATE NUMERIC AND RB-ASOF-DATE > 0
                           MOVE RB-ASOF-DATE TO WS-ASOF-DATE
                       END-IF
               END-READ
               CLOSE RBLD-PARAM
           END-IF.
       0100-OPEN-FILES.
           OPEN INPUT  BACKUP-FILE.
           IF NOT BKPFILE-SUCC
              DISPLAY "Master backup file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT  JOURNAL-FILE.
           IF NOT JRNFILE-SUCC
              DISPLAY "Journal file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT PROOF-OUT.
           OPEN INPUT  USER-MASTER.
           OPEN OUTPUT PROOF-WORK.
           CLOSE PROOF-WORK.
           OPEN I-O PROOF-WORK.
       0110-FILE-CONTROL.
           IF NOT PRFOUT-SUCC
              DISPLAY "Proof report file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT MASTER-SUCC
              DISPLAY "User master file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT WORKFILE-SUCC
              DISPLAY "Proof work file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       0150-PRINT-HEADINGS.
           MOVE PROOF-TITLE TO PROOF-REC.
           WRITE PROOF-REC.
           MOVE SPACES TO PROOF-REC.
           WRITE PROOF-REC.
           MOVE PROOF-HEADER TO PROOF-REC.
           WRITE PROOF-REC.
           MOVE SPACES TO PROOF-REC.
           WRITE PROOF-REC.
       0200-LOAD-BACKUP.
           PERFORM 0250-READ-BACKUP.
           PERFORM UNTIL BKP-EOF
               MOVE BACKUP-REC TO PW-IMAGE
               MOVE 1          TO PW-STATE
               WRITE WORK-REC
                   INVALID KEY
                       MOVE "DUP BACKUP" TO PL-FIELD
                       PERFORM 0490-REPORT-WARNING
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-CNT
               END-WRITE
               PERFORM 0250-READ-BACKUP
           END-PERFORM.
       0250-READ-BACKUP.
           READ BACKUP-FILE
               AT END
                   CONTINUE
           END-READ.
       0300-REPLAY-JOURNAL.
           PERFORM 0350-READ-JOURNAL.
           PERFORM UNTIL JRN-EOF
               IF JR-RUN-DATE NOT < WS-FROM-DATE
                   AND JR-RUN-DATE NOT > WS-ASOF-DATE
                   PERFORM 0400-APPLY-JOURNAL-ENTRY
               ELSE
                   ADD 1 TO WS-SKIPPED-CNT
               END-IF
               PERFORM 0350-READ-JOURNAL
           END-PERFORM.
       0350-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   CONTINUE
           END-READ.
       0400-APPLY-JOURNAL-ENTRY.
           IF JR-TRANS-ADD
               PERFORM 0410-APPLY-ADD
           ELSE
               IF JR-TRANS-CHANGE OR JR-TRANS-REINSTATE
                   OR JR-TRANS-TRANSFER OR JR-TRANS-ERASE
                   PERFORM 0420-APPLY-CHANGE
               ELSE
                   IF JR-TRANS-DELETE
                       IF JR-AFTER-IMAGE = SPACES
                           PERFORM 0430-APPLY-DELETE
                       ELSE
                           PERFORM 0420-APPLY-CHANGE
                       END-IF
                   ELSE
                       IF JR-TRANS-PURGE
                           PERFORM 0430-APPLY-DELETE
                       ELSE
                           MOVE JR-ORDER TO PW-ORDER
                           MOVE "BAD CODE" TO PL-FIELD
                           MOVE JR-TRANS-CODE TO PL-EXPECTED
                           PERFORM 0490-REPORT-WARNING
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0410-APPLY-ADD.
           MOVE JR-AFTER-IMAGE TO PW-IMAGE.
           MOVE 1              TO PW-STATE.
           WRITE WORK-REC
               INVALID KEY
                   REWRITE WORK-REC
                   MOVE "ADD EXISTS" TO PL-FIELD
                   PERFORM 0490-REPORT-WARNING
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-CNT
           END-WRITE.
       0420-APPLY-CHANGE.
           MOVE JR-AFTER-IMAGE TO PW-IMAGE.
           MOVE 1              TO PW-STATE.
           REWRITE WORK-REC
               INVALID KEY
                   WRITE WORK-REC
                   MOVE "CHG MISSING" TO PL-FIELD
                   PERFORM 0490-REPORT-WARNING
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-CNT
           END-REWRITE.
       0430-APPLY-DELETE.
           MOVE JR-ORDER TO PW-ORDER.
           DELETE PROOF-WORK
               INVALID KEY
                   MOVE "DEL MISSING" TO PL-FIELD
                   PERFORM 0490-REPORT-WARNING
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-CNT
           END-DELETE.
       0490-REPORT-WARNING.
           MOVE "WARNING" TO PL-TYPE.
           MOVE PW-ORDER  TO PL-ORDER.
           MOVE PROOF-LINE TO PROOF-REC.
           WRITE PROOF-REC.
           MOVE SPACES TO PROOF-LINE.
           ADD 1 TO WS-WARNING-CNT.
       0500-COMPARE-MASTER.
           MOVE ZEROS TO MA-ORDER.
           START USER-MASTER KEY NOT < MA-ORDER
               INVALID KEY
                   MOVE 10 TO STATUS-MASTER
           END-START.
           IF NOT MASTER-EOF
               PERFORM 0540-READ-MASTER-NEXT
               PERFORM 0550-COMPARE-RECORD
                   UNTIL MASTER-EOF
           END-IF.
       0540-READ-MASTER-NEXT.
           READ USER-MASTER NEXT
               AT END
                   CONTINUE
           END-READ.
       0550-COMPARE-RECORD.
           ADD 1             TO WS-ACT-REC-CNT.
           ADD MA-ORDER      TO WS-ACT-ORDER-HASH.
           ADD MA-BIRTH-DATE TO WS-ACT-BIRTH-HASH.
           MOVE MA-ORDER TO PW-ORDER.
           READ PROOF-WORK
               INVALID KEY
                   PERFORM 0560-REPORT-EXTRA
               NOT INVALID KEY
                   MOVE 2 TO PW-STATE
                   MOVE PW-IMAGE TO EXPECTED-REC
                   MOVE 0 TO WS-RECORD-CHANGED
                   PERFORM 0570-COMPARE-FIELDS
                   IF WS-RECORD-CHANGED = 1
                       ADD 1 TO WS-DIFFER-CNT
                   END-IF
                   REWRITE WORK-REC
           END-READ.
           PERFORM 0540-READ-MASTER-NEXT.
       0560-REPORT-EXTRA.
           MOVE SPACES TO PROOF-LINE.
           MOVE "EXTRA" TO PL-TYPE.
           MOVE MA-ORDER TO PL-ORDER.
           STRING
               FUNCTION TRIM(MA-FIRST-NAME) DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               FUNCTION TRIM(MA-LAST-NAME)  DELIMITED BY SIZE
               INTO PL-ACTUAL
           END-STRING.
           MOVE PROOF-LINE TO PROOF-REC.
           WRITE PROOF-REC.
           MOVE SPACES TO PROOF-LINE.
           ADD 1 TO WS-EXTRA-CNT.
       0570-COMPARE-FIELDS.
           MOVE MA-CURRENT-DATE TO EX-CURRENT-DATE.
           MOVE MA-LIVED-DAYS   TO EX-LIVED-DAYS.
           MOVE MA-AGE-YEARS    TO EX-AGE-YEARS.
           MOVE MA-AGE-MONTHS   TO EX-AGE-MONTHS.
           MOVE MA-AGE-DAYS     TO EX-AGE-DAYS.
           IF MA-BRANCH NOT = EX-BRANCH
               MOVE "BRANCH" TO PL-FIELD
               MOVE EX-BRANCH TO PL-EXPECTED
               MOVE MA-BRANCH TO PL-ACTUAL
               PERFORM 0580-REPORT-DIFFERENCE
           END-IF.
           IF MA-FIRST-NAME NOT = EX-FIRST-NAME
               MOVE "FIRST-NAME" TO PL-FIELD
               MOVE EX-FIRST-NAME TO PL-EXPECTED
               MOVE MA-FIRST-NAME TO PL-ACTUAL
               PERFORM 0580-REPORT-DIFFERENCE
           END-IF.
           IF MA-LAST-NAME NOT = EX-LAST-NAME
               MOVE "LAST-NAME" TO PL-FIELD
               MOVE EX-LAST-NAME TO PL-EXPECTED
               MOVE MA-LAST-NAME TO PL-ACTUAL
               PERFORM 0580-REPORT-DIFFERENCE
           END-IF.
           IF MA-BIRTH-DATE NOT = EX-BIRTH-DATE
               MOVE "BIRTH-DATE" TO PL-FIELD
               MOVE EX-BIRTH-DATE TO PL-EXPECTED
               MOVE MA-BIRTH-DATE TO PL-ACTUAL
               PERFORM 0580-REPORT-DIFFERENCE
           END-IF.
           IF MA-PHONE NOT = EX-PHONE
               MOVE "PHONE" TO PL-FIELD
               MOVE EX-PHONE TO PL-EXPECTED
               MOVE MA-PHONE TO PL-ACTUAL
               PERFORM 0580-REPORT-DIFFERENCE
           END-IF.
           IF MA-EMAIL NOT = EX-EMAIL
               MOVE "EMAIL" TO PL-FIELD
               MOVE EX-EMAIL TO PL-EXPECTED
               MOVE MA-EMAIL TO PL-ACTUAL
               PERFORM 0580-REPORT-DIFFERENCE
           END-IF.
           IF MA-STATUS NOT = EX-STATUS
               MOVE "STATUS" TO PL-FIELD
               MOVE EX-STATUS TO PL-EXPECTED
               MOVE MA-STATUS TO PL-ACTUAL
               PERFORM 0580-REPORT-DIFFERENCE
           END-IF.
           IF MA-STATUS-DATE NOT = EX-STATUS-DATE
               MOVE "STATUS-DATE" TO PL-FIELD
               MOVE EX-STATUS-DATE TO PL-EXPECTED
               MOVE MA-STATUS-DATE TO PL-ACTUAL
               PERFORM 0580-REPORT-DIFFERENCE
           END-IF.
           IF MA-STATUS-REASON NOT = EX-STATUS-REASON
               MOVE "REASON" TO PL-FIELD
               MOVE EX-STATUS-REASON TO PL-EXPECTED
               MOVE MA-STATUS-REASON TO PL-ACTUAL
               PERFORM 0580-REPORT-DIFFERENCE
           END-IF.
           IF MA-NAME-EDITED NOT = EX-NAME-EDITED
               MOVE "NAME-EDITED" TO PL-FIELD
               MOVE EX-NAME-EDITED TO PL-EXPECTED
               MOVE MA-NAME-EDITED TO PL-ACTUAL
               PERFORM 0580-REPORT-DIFFERENCE
           END-IF.
           IF MASTER-REC NOT = EXPECTED-REC
               AND WS-RECORD-CHANGED = 0
               MOVE "RECORD" TO PL-FIELD
               MOVE "RESERVED AREA DIFFERS" TO PL-EXPECTED
               PERFORM 0580-REPORT-DIFFERENCE
           END-IF.
       0580-REPORT-DIFFERENCE.
           MOVE "DIFFER" TO PL-TYPE.
           MOVE MA-ORDER TO PL-ORDER.
           MOVE PROOF-LINE TO PROOF-REC.
           WRITE PROOF-REC.
           MOVE SPACES TO PROOF-LINE.
           MOVE 1 TO WS-RECORD-CHANGED.
       0600-REPORT-MISSING.
           MOVE ZEROS TO PW-ORDER.
           START PROOF-WORK KEY NOT < PW-ORDER
               INVALID KEY
                   MOVE 10 TO STATUS-WORKFILE
           END-START.
           IF NOT WORK-EOF
               PERFORM 0640-READ-WORK-NEXT
               PERFORM 0650-CHECK-MISSING
                   UNTIL WORK-EOF
           END-IF.
       0640-READ-WORK-NEXT.
           READ PROOF-WORK NEXT
               AT END
                   CONTINUE
           END-READ.
       0650-CHECK-MISSING.
           MOVE PW-IMAGE TO EXPECTED-REC.
           ADD 1             TO WS-EXP-REC-CNT.
           ADD EX-ORDER      TO WS-EXP-ORDER-HASH.
           ADD EX-BIRTH-DATE TO WS-EXP-BIRTH-HASH.
           IF PW-STATE = 1
               MOVE SPACES TO PROOF-LINE
               MOVE "MISSING" TO PL-TYPE
               MOVE EX-ORDER TO PL-ORDER
               STRING
                   FUNCTION TRIM(EX-FIRST-NAME) DELIMITED BY SIZE
                   " "                          DELIMITED BY SIZE
                   FUNCTION TRIM(EX-LAST-NAME)  DELIMITED BY SIZE
                   INTO PL-EXPECTED
               END-STRING
               MOVE PROOF-LINE TO PROOF-REC
               WRITE PROOF-REC
               MOVE SPACES TO PROOF-LINE
               ADD 1 TO WS-MISSING-CNT
           END-IF.
           PERFORM 0640-READ-WORK-NEXT.
       0700-PRINT-SUMMARY.
           MOVE SPACES TO PROOF-REC.
           WRITE PROOF-REC.
           MOVE "BACKUP RECORDS LOADED:" TO PJ-LABEL.
           MOVE WS-LOADED-CNT TO PJ-CNT.
           PERFORM 0710-WRITE-JOURNAL-LINE.
           MOVE "JOURNAL ENTRIES APPLIED:" TO PJ-LABEL.
           MOVE WS-APPLIED-CNT TO PJ-CNT.
           PERFORM 0710-WRITE-JOURNAL-LINE.
           MOVE "JOURNAL ENTRIES SKIPPED:" TO PJ-LABEL.
           MOVE WS-SKIPPED-CNT TO PJ-CNT.
           PERFORM 0710-WRITE-JOURNAL-LINE.
           MOVE "REPLAY WARNINGS:" TO PJ-LABEL.
           MOVE WS-WARNING-CNT TO PJ-CNT.
           PERFORM 0710-WRITE-JOURNAL-LINE.
           MOVE "RECORDS MISSING FROM MASTER:" TO PJ-LABEL.
           MOVE WS-MISSING-CNT TO PJ-CNT.
           PERFORM 0710-WRITE-JOURNAL-LINE.
           MOVE "RECORDS EXTRA ON MASTER:" TO PJ-LABEL.
           MOVE WS-EXTRA-CNT TO PJ-CNT.
           PERFORM 0710-WRITE-JOURNAL-LINE.
           MOVE "RECORDS WITH DIFFERENCES:" TO PJ-LABEL.
           MOVE WS-DIFFER-CNT TO PJ-CNT.
           PERFORM 0710-WRITE-JOURNAL-LINE.
           MOVE SPACES TO PROOF-REC.
           WRITE PROOF-REC.
           MOVE "RECORD COUNT" TO PC-LABEL.
           MOVE WS-EXP-REC-CNT TO PC-EXPECTED.
           MOVE WS-ACT-REC-CNT TO PC-ACTUAL.
           PERFORM 0720-WRITE-COUNT-LINE.
           MOVE "ORDER NUMBER HASH" TO PC-LABEL.
           MOVE WS-EXP-ORDER-HASH TO PC-EXPECTED.
           MOVE WS-ACT-ORDER-HASH TO PC-ACTUAL.
           PERFORM 0720-WRITE-COUNT-LINE.
           MOVE "BIRTH DATE HASH" TO PC-LABEL.
           MOVE WS-EXP-BIRTH-HASH TO PC-EXPECTED.
           MOVE WS-ACT-BIRTH-HASH TO PC-ACTUAL.
           PERFORM 0720-WRITE-COUNT-LINE.
           IF WS-MISSING-CNT > 0 OR WS-EXTRA-CNT > 0
               OR WS-DIFFER-CNT > 0
               OR WS-EXP-REC-CNT NOT = WS-ACT-REC-CNT
               OR WS-EXP-ORDER-HASH NOT = WS-ACT-ORDER-HASH
               OR WS-EXP-BIRTH-HASH NOT = WS-ACT-BIRTH-HASH
               MOVE 8 TO WS-PROOF-RC
               MOVE "MASTER NOT PROVEN - REBUILD REQUIRED"
                   TO PR-RESULT
           ELSE
               IF WS-WARNING-CNT > 0
                   MOVE 4 TO WS-PROOF-RC
                   MOVE "MASTER PROVEN WITH JOURNAL WARNINGS"
                       TO PR-RESULT
               ELSE
                   MOVE 0 TO WS-PROOF-RC
                   MOVE "MASTER PROVEN" TO PR-RESULT
               END-IF
           END-IF.
           MOVE SPACES TO PROOF-REC.
           WRITE PROOF-REC.
           MOVE PROOF-RESULT-LINE TO PROOF-REC.
           WRITE PROOF-REC.
           DISPLAY "MASTER PROOF: " PR-RESULT.
       0710-WRITE-JOURNAL-LINE.
           MOVE PROOF-JOURNAL-LINE TO PROOF-REC.
           WRITE PROOF-REC.
       0720-WRITE-COUNT-LINE.
           MOVE PROOF-COUNT-LINE TO PROOF-REC.
           WRITE PROOF-REC.
       0800-CLOSE-FILES.
           CLOSE BACKUP-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE PROOF-OUT.
           CLOSE PROOF-WORK.
           CLOSE USER-MASTER.
       0999-EXIT.
           MOVE WS-PROOF-RC TO RETURN-CODE.
           STOP RUN.
