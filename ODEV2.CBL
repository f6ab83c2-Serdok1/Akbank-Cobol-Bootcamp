                       ACCESS MODE RANDOM
                       RECORD KEY IS SN-ORDER
                       FILE STATUS IS STATUS-SEENFILE.
           SELECT SUPP-FILE ASSIGN TO SUPPFILE
                       ORGANIZATION INDEXED
                       ACCESS MODE RANDOM
                       RECORD KEY IS SP-ORDER
                       FILE STATUS IS STATUS-SUPPFILE.
           SELECT ERAS-BLOCK ASSIGN TO ERASBLK
                       ORGANIZATION INDEXED
                       ACCESS MODE RANDOM
                       RECORD KEY IS EB-ORDER
                       FILE STATUS IS STATUS-ERASBLK.
           SELECT USER-MASTER ASSIGN TO USERMAST
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
           05    AGE-MONTHS-O            PIC 9(2).
           05    FILLER                  PIC X(1) VALUE SPACE.
           05    AGE-DAYS-O              PIC 9(2).
           05    FILLER                  PIC X(1) VALUE SPACE.
           05    STATUS-O                PIC X(1).
       FD  USERS-DATA RECORDING MODE F.
       01  USER-FIELDS.
           05    ORDER-I                 PIC 9(7).
           05    FIRST-NAME-I            PIC X(15).
           05    STATUS-FIELDS-I REDEFINES FIRST-NAME-I.
              07 STATUS-REASON-I         PIC X(2).
                 88 CLOSE-REASON-VALID   VALUE "CR" "DC" "DU" "FR"
                                               "OT".
                 88 REASON-DECEASED      VALUE "DC".
                 88 REINSTATE-REASON-VALID VALUE "RQ" "ER".
              07 FILLER                  PIC X(13).
           05    LAST-NAME-I             PIC X(15).
           05    BIRTH-DATE-I            PIC X(8).
           05    CURRENT-DATE-I          PIC X(8).
              88 TRANS-ADD               VALUE "A".
              88 TRANS-CHANGE            VALUE "C".
              88 TRANS-DELETE            VALUE "D".
              88 TRANS-REINSTATE         VALUE "R".
              88 TRANS-TRANSFER          VALUE "T".
              88 TRANS-STATUS-CHANGE     VALUE "D" "R".
              88 TRANS-KEY-ONLY          VALUE "D" "R" "T".
           05    BRANCH-I                PIC 9(3).
           05    PHONE-I                 PIC X(11).
           05    EMAIL-I                 PIC X(30).
           05    RJ-REASON-O             PIC X(30).
           05    FILLER                  PIC X(1) VALUE SPACE.
           05    RJ-ATTEMPT-O            PIC 9(2).
           05    FILLER                  PIC X(1) VALUE SPACE.
           05    RJ-SOURCE-ID-O          PIC X(8).
       FD  CSV-FILE.
       01  CSV-REC                       PIC X(140).
       FD  CHECKPOINT-FILE RECORDING MODE F.
           05    PM-BDAY-DAYS            PIC 9(3).
           05    PM-REJ-MIN-READ         PIC 9(5).
           05    PM-REJ-LIMIT-PCT        PIC 9(3).
           05    PM-PURGE-DAYS           PIC 9(4).
       FD  BDAY-FILE RECORDING MODE F.
       01  BDAY-REC.
           05    BD-ORDER-O              PIC 9(7).
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
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUDIT-REC.
           05    AU-RUN-DATE             PIC 9(8).
           05    JR-PROGRAM              PIC X(8).
           05    JR-TRANS-CODE           PIC X(1).
           05    JR-ORDER                PIC 9(7).
           05    JR-BEFORE-IMAGE         PIC X(130).
           05    JR-AFTER-IMAGE          PIC X(130).
           05    JR-OPERATOR             PIC X(8).
       FD  BACKUP-FILE RECORDING MODE F.
       01  BACKUP-REC                    PIC X(130).
       FD  BRANCH-REF.
       01  BRANCH-REF-REC.
           05    BF-BRANCH               PIC 9(3).
       FD  SEEN-FILE.
       01  SEEN-REC.
           05    SN-ORDER                PIC 9(7).
       FD  SUPP-FILE.
       01  SUPP-REC.
           05    SP-ORDER                PIC 9(7).
           05    SP-NO-PHONE             PIC X(1).
              88 SP-PHONE-SUPPRESSED     VALUE "Y".
           05    SP-NO-EMAIL             PIC X(1).
              88 SP-EMAIL-SUPPRESSED     VALUE "Y".
           05    SP-NO-CONTACT           PIC X(1).
              88 SP-ALL-SUPPRESSED       VALUE "Y".
           05    SP-EFF-DATE             PIC 9(8).
           05    SP-EXP-DATE             PIC 9(8).
           05    SP-UPD-DATE             PIC 9(8).
       FD  ERAS-BLOCK.
       01  ERAS-BLOCK-REC.
           05    EB-ORDER                PIC 9(7).
           05    EB-ERASE-DATE           PIC 9(8).
           05    EB-REFERENCE            PIC X(12).
       WORKING-STORAGE SECTION.
       01  HEADER.
           05 FILLER                     PIC X(7)  VALUE "ORD.".
           05 FILLER                     PIC X(2)  VALUE "MO".
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 FILLER                     PIC X(2)  VALUE "DA".
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 FILLER                     PIC X(1)  VALUE "S".
       01  REJECT-HEADER.
           05 FILLER                     PIC X(7)  VALUE "ORD.".
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 FILLER                     PIC X(30) VALUE "REASON".
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 FILLER                     PIC X(2)  VALUE "AT".
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 FILLER                     PIC X(8)  VALUE "SOURCE".
       01  TRAILER-REC.
           05 FILLER                     PIC X(6)  VALUE "TOTAL:".
           05 TR-READ-CNT                PIC 9(11).
           05 BS-WINDOW                  PIC ZZ9.
           05 FILLER                     PIC X(6)  VALUE " DAYS:".
           05 BS-COUNT                   PIC ZZZZZZ9.
           05 FILLER                     PIC X(12) VALUE
              " SUPPRESSED:".
           05 BS-SUPPR-CNT               PIC ZZZZZZ9.
           05 FILLER                     PIC X(9)  VALUE " BLANKED:".
           05 BS-BLANK-CNT               PIC ZZZZZZ9.
       01  AGE-SUMMARY-LINE.
           05 AS-LABEL                    PIC X(12).
           05 AS-COUNT                    PIC ZZZZZZ9.
           05 STATUS-SEENFILE            PIC 99.
              88 SEENFILE-SUCC           VALUE 00 97.
              88 SEENFILE-NO-FILE        VALUE 35.
           05 STATUS-SUPPFILE            PIC 99.
              88 SUPPFILE-SUCC           VALUE 00 97.
              88 SUPPFILE-NO-FILE        VALUE 35.
           05 STATUS-ERASBLK             PIC 99.
              88 ERASBLK-SUCC            VALUE 00 97.
              88 ERASBLK-NO-FILE         VALUE 35.
           05 STATUS-MASTER              PIC 99.
              88 MASTER-SUCC             VALUE 00 97.
              88 MASTER-EOF              VALUE 10.
              88 MASTER-NO-FILE          VALUE 35.
           05 WS-VALID-ORDER             PIC 9(1) VALUE 1.
           05 WS-ERASBLK-OPEN            PIC 9(1) VALUE 0.
           05 WS-SUPPFILE-OPEN           PIC 9(1) VALUE 0.
       01  WS-REJECT-REASON              PIC X(30) VALUE SPACES.
       01  READ-CNT                      PIC 9(11) VALUE 0.
       01  WS-VALID-CNT                  PIC 9(9)  VALUE 0.
           05  WS-NEXT-BDAY-INT          PIC 9(8).
           05  WS-DAYS-UNTIL             PIC 9(5).
       01  WS-BDAY-CNT                   PIC 9(7)  VALUE 0.
       01  WS-BDAY-SUPPR-CNT             PIC 9(7)  VALUE 0.
       01  WS-BDAY-BLANK-CNT             PIC 9(7)  VALUE 0.
       01  WS-BDAY-DROP                  PIC 9(1)  VALUE 0.
       01  WS-BACKUP-CNT                 PIC 9(9)  VALUE 0.
       01  WS-BALANCE-COUNTS.
           05  WS-BAL-PRT-CNT            PIC 9(9)  VALUE 0.
           05  WS-ORIG-BIRTH-DATE-I      PIC X(8).
           05  WS-ORIG-CURRENT-DATE-I    PIC X(8).
       01  WS-JOURNAL-WORK.
           05  WS-JRN-BEFORE             PIC X(130).
           05  WS-JRN-AFTER              PIC X(130).
       01  WS-NAME-EDIT.
           05  WS-NE-IN                  PIC X(15).
           05  WS-NE-OUT                 PIC X(15).
           05  WS-NE-O                   PIC 9(2).
           05  WS-NE-PREV-SPACE          PIC 9(1).
           05  WS-NE-BAD                 PIC 9(1).
           05  WS-NE-ORIG                PIC X(15).
           05  WS-NE-CHANGED             PIC 9(1).
       01  WS-CONTACT-EDIT.
           05  WS-PE-I                   PIC 9(2).
           05  WS-PE-BAD                 PIC 9(1).
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           OPEN INPUT BRANCH-REF.
           OPEN INPUT SUPP-FILE.
           IF SUPPFILE-SUCC
               MOVE 1 TO WS-SUPPFILE-OPEN
           END-IF.
           OPEN INPUT ERAS-BLOCK.
           IF ERASBLK-SUCC
               MOVE 1 TO WS-ERASBLK-OPEN
           END-IF.
           IF RESTART-YES
               OPEN I-O SEEN-FILE
               IF SEENFILE-NO-FILE
       0110-FILE-CONTROL.
           IF NOT USERDATA-SUCC
              DISPLAY "Userdata file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT OUTFILE-SUCC
              DISPLAY "Output file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT REJFILE-SUCC
              DISPLAY "Reject file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT CSVFILE-SUCC
              DISPLAY "CSV file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT BDAYFILE-SUCC
              DISPLAY "Birthday file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT CHKFILE-SUCC
              DISPLAY "Checkpoint file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT MASTER-SUCC
              DISPLAY "User master file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT JRNFILE-SUCC
              DISPLAY "Journal file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT BREFFILE-SUCC
              DISPLAY "Branch reference file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT SEENFILE-SUCC
              DISPLAY "Seen-order work file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT SUPPFILE-SUCC AND NOT SUPPFILE-NO-FILE
              DISPLAY "Suppression file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT ERASBLK-SUCC AND NOT ERASBLK-NO-FILE
              DISPLAY "Erasure block file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       0120-SNAPSHOT-MASTER.
           IF NOT RESTART-YES
               OPEN OUTPUT BACKUP-FILE
               IF NOT BKPFILE-SUCC
                   DISPLAY "Master backup file not usable. Exiting..."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE ZEROS TO MA-ORDER
               START USER-MASTER KEY NOT < MA-ORDER
           END-IF.
           PERFORM 0250-READ-RECORD
           PERFORM UNTIL ST-EOF
               IF WS-VALID-ORDER = 1 AND NOT TRANS-KEY-ONLY
                   PERFORM 0300-CALCULATE-DAYS
               END-IF
                   PERFORM 0400-APPLY-TRANSACTION
                                                   DELIMITED BY SIZE
               "CURRENT_DATE,LIVED_DAYS,AGE_YEARS,"
                                                   DELIMITED BY SIZE
               "AGE_MONTHS,AGE_DAYS,PHONE,EMAIL,"  DELIMITED BY SIZE
               "STATUS,STATUS_DATE"                DELIMITED BY SIZE
               INTO CSV-REC
           END-STRING.
           WRITE CSV-REC.
           MOVE BIRTH-DATE-I TO WS-PARAM-DATE.
           ADD 1 TO READ-CNT.
           PERFORM 0257-TRANS-CODE-VALIDATOR.
           IF WS-VALID-ORDER = 1
               PERFORM 0296-ERASURE-VALIDATOR
           END-IF.
           IF WS-VALID-ORDER = 1
               PERFORM 0258-BRANCH-VALIDATOR
           END-IF.
           IF WS-VALID-ORDER = 1 AND TRANS-STATUS-CHANGE
               PERFORM 0259-REASON-VALIDATOR
           END-IF.
           IF WS-VALID-ORDER = 1 AND NOT TRANS-KEY-ONLY
               PERFORM 0260-INPUT-VALIDATOR
               IF WS-VALID-ORDER = 1
                   IF CURRENT-DATE-I = SPACES
               END-IF
           END-IF.
       0257-TRANS-CODE-VALIDATOR.
           IF NOT TRANS-ADD AND NOT TRANS-CHANGE AND NOT TRANS-KEY-ONLY
               DISPLAY TRANS-CODE-I ": Invalid trans code for order "
               ORDER-I " in line " READ-CNT  " ."
               MOVE "INVALID TRANS CODE" TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.
       0259-REASON-VALIDATOR.
           IF STATUS-REASON-I = SPACES
               IF TRANS-DELETE
                   MOVE "CR" TO STATUS-REASON-I
               ELSE
                   MOVE "RQ" TO STATUS-REASON-I
               END-IF
           END-IF.
           IF (TRANS-DELETE AND NOT CLOSE-REASON-VALID)
               OR (TRANS-REINSTATE AND NOT REINSTATE-REASON-VALID)
               DISPLAY STATUS-REASON-I ": Invalid status reason for "
               "order " ORDER-I " in line " READ-CNT  " ."
               MOVE "INVALID STATUS REASON" TO WS-REJECT-REASON
               MOVE 0 TO WS-VALID-ORDER
           END-IF.
       0265-WRITE-CHECKPOINT.
           MOVE READ-CNT TO CK-READ-CNT.
           OPEN OUTPUT CHECKPOINT-FILE.
               END-IF
           END-IF.
       0262-NAME-VALIDATOR.
           MOVE 0 TO WS-NE-CHANGED.
           MOVE FIRST-NAME-I TO WS-NE-IN.
           PERFORM 0263-EDIT-ONE-NAME.
           IF WS-VALID-ORDER = 1
               MOVE "BLANK NAME" TO WS-REJECT-REASON
               MOVE 0 TO WS-VALID-ORDER
           ELSE
               MOVE WS-NE-IN TO WS-NE-ORIG
               MOVE FUNCTION UPPER-CASE(WS-NE-IN) TO WS-NE-IN
               MOVE SPACES TO WS-NE-OUT
               MOVE 0 TO WS-NE-BAD
                           ORDER-I " in line " READ-CNT  " ."
                   MOVE "NON-ALPHABETIC NAME" TO WS-REJECT-REASON
                   MOVE 0 TO WS-VALID-ORDER
               ELSE
                   IF WS-NE-OUT NOT = WS-NE-ORIG
                       MOVE 1 TO WS-NE-CHANGED
                   END-IF
               END-IF
           END-IF.
       0264-EDIT-NAME-CHAR.
                   MOVE "DUPLICATE ORDER" TO WS-REJECT-REASON
                   MOVE 0 TO WS-VALID-ORDER
           END-WRITE.
       0296-ERASURE-VALIDATOR.
           IF WS-ERASBLK-OPEN = 1
               MOVE ORDER-I TO EB-ORDER
               READ ERAS-BLOCK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY ORDER-I ": Erased order in line "
                               READ-CNT  " ."
                       MOVE "ORDER ERASED" TO WS-REJECT-REASON
                       MOVE 0 TO WS-VALID-ORDER
               END-READ
           END-IF.
       0300-CALCULATE-DAYS.
           MOVE BIRTH-DATE-I TO WS-BIRTH-DATE.
           MOVE CURRENT-DATE-I TO WS-CURRENT-DATE.
                   IF TRANS-CHANGE
                       PERFORM 0450-CHANGE-MASTER
                   ELSE
                       IF TRANS-DELETE
                           PERFORM 0460-CLOSE-MASTER
                       ELSE
                           IF TRANS-REINSTATE
                               PERFORM 0465-REINSTATE-MASTER
                           ELSE
                               PERFORM 0468-TRANSFER-MASTER
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE EMAIL-I TO RJ-EMAIL-O
           MOVE WS-REJECT-REASON TO RJ-REASON-O
           MOVE 1 TO RJ-ATTEMPT-O
           IF SOURCE-ID-I = SPACES
               MOVE WS-SOURCE-ID TO RJ-SOURCE-ID-O
           ELSE
               MOVE SOURCE-ID-I TO RJ-SOURCE-ID-O
           END-IF
           WRITE REJECT-REC.
           ADD 1 TO WS-REJECT-CNT.
           ADD 1 TO WS-BAL-REJ-CNT.
               FUNCTION TRIM(MA-PHONE)            DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(MA-EMAIL)            DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               MA-STATUS                          DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               MA-STATUS-DATE                     DELIMITED BY SIZE
               INTO CSV-REC
           END-STRING.
           WRITE CSV-REC.
               ADD 1 TO WS-BRACKET-61-PLUS
           END-IF.
       0440-ADD-MASTER.
           MOVE SPACES TO MASTER-REC.
           PERFORM 0470-BUILD-MASTER-REC.
           MOVE "A"         TO MA-STATUS.
           MOVE WS-RUN-DATE TO MA-STATUS-DATE.
           MOVE SPACES      TO MA-STATUS-REASON.
           MOVE SPACES TO WS-JRN-BEFORE.
           WRITE MASTER-REC
               INVALID KEY
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
                   MOVE 0 TO WS-VALID-ORDER
               NOT INVALID KEY
                   IF NOT MA-ACTIVE
                       DISPLAY ORDER-I ": Customer not active in line "
                               READ-CNT  " ."
                       MOVE "CUSTOMER NOT ACTIVE" TO WS-REJECT-REASON
                       MOVE 0 TO WS-VALID-ORDER
                   ELSE
                       MOVE MASTER-REC TO WS-JRN-BEFORE
                       PERFORM 0470-BUILD-MASTER-REC
                       REWRITE MASTER-REC
                       MOVE MASTER-REC TO WS-JRN-AFTER
                       PERFORM 0480-WRITE-JOURNAL
                   END-IF
           END-READ.
       0460-CLOSE-MASTER.
           MOVE ORDER-I TO MA-ORDER.
           READ USER-MASTER
               INVALID KEY
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
                   MOVE 0 TO WS-VALID-ORDER
               NOT INVALID KEY
                   IF MA-DECEASED
                       OR (MA-CLOSED AND NOT REASON-DECEASED)
                       DISPLAY ORDER-I ": Already closed in line "
                               READ-CNT  " ."
                       MOVE "ALREADY CLOSED" TO WS-REJECT-REASON
                       MOVE 0 TO WS-VALID-ORDER
                   ELSE
                       MOVE MASTER-REC TO WS-JRN-BEFORE
                       IF REASON-DECEASED
                           MOVE "D" TO MA-STATUS
                       ELSE
                           MOVE "C" TO MA-STATUS
                       END-IF
                       MOVE WS-RUN-DATE     TO MA-STATUS-DATE
                       MOVE STATUS-REASON-I TO MA-STATUS-REASON
                       REWRITE MASTER-REC
                       MOVE MASTER-REC TO WS-JRN-AFTER
                       PERFORM 0480-WRITE-JOURNAL
                   END-IF
           END-READ.
       0465-REINSTATE-MASTER.
           MOVE ORDER-I TO MA-ORDER.
           READ USER-MASTER
               INVALID KEY
                   DISPLAY ORDER-I ": Not on master in line "
                           READ-CNT  " ."
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
                   MOVE 0 TO WS-VALID-ORDER
               NOT INVALID KEY
                   IF MA-ACTIVE
                       DISPLAY ORDER-I ": Already active in line "
                               READ-CNT  " ."
                       MOVE "ALREADY ACTIVE" TO WS-REJECT-REASON
                       MOVE 0 TO WS-VALID-ORDER
                   ELSE
                       PERFORM 0466-REINSTATE-ON-BRANCH
                   END-IF
           END-READ.
       0466-REINSTATE-ON-BRANCH.
           MOVE MA-BRANCH TO BF-BRANCH.
           READ BRANCH-REF
               INVALID KEY
                   MOVE "C" TO BF-STATUS
           END-READ.
           IF BF-CLOSED
               DISPLAY ORDER-I ": Branch " MA-BRANCH
                       " closed in line " READ-CNT  " ."
               MOVE "BRANCH CLOSED" TO WS-REJECT-REASON
               MOVE 0 TO WS-VALID-ORDER
           ELSE
               MOVE MASTER-REC TO WS-JRN-BEFORE
               MOVE "A"             TO MA-STATUS
               MOVE WS-RUN-DATE     TO MA-STATUS-DATE
               MOVE STATUS-REASON-I TO MA-STATUS-REASON
               REWRITE MASTER-REC
               MOVE MASTER-REC TO WS-JRN-AFTER
               PERFORM 0480-WRITE-JOURNAL
           END-IF.
       0468-TRANSFER-MASTER.
           MOVE ORDER-I TO MA-ORDER.
           READ USER-MASTER
               INVALID KEY
                   DISPLAY ORDER-I ": Not on master in line "
                           READ-CNT  " ."
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
                   MOVE 0 TO WS-VALID-ORDER
               NOT INVALID KEY
                   IF NOT MA-ACTIVE
                       DISPLAY ORDER-I ": Customer not active in line "
                               READ-CNT  " ."
                       MOVE "CUSTOMER NOT ACTIVE" TO WS-REJECT-REASON
                       MOVE 0 TO WS-VALID-ORDER
                   ELSE
                       IF MA-BRANCH = BRANCH-I
                           DISPLAY ORDER-I ": Already on branch "
                                   BRANCH-I " in line " READ-CNT  " ."
                           MOVE "ALREADY ON BRANCH" TO WS-REJECT-REASON
                           MOVE 0 TO WS-VALID-ORDER
                       ELSE
                           MOVE MASTER-REC TO WS-JRN-BEFORE
                           MOVE BRANCH-I   TO MA-BRANCH
                           REWRITE MASTER-REC
                           MOVE MASTER-REC TO WS-JRN-AFTER
                           PERFORM 0480-WRITE-JOURNAL
                       END-IF
                   END-IF
           END-READ.
       0470-BUILD-MASTER-REC.
           MOVE ORDER-I        TO MA-ORDER.
           MOVE WS-AGE-DAYS    TO MA-AGE-DAYS.
           MOVE PHONE-I        TO MA-PHONE.
           MOVE EMAIL-I        TO MA-EMAIL.
           IF WS-NE-CHANGED = 1
               MOVE "Y"        TO MA-NAME-EDITED
           ELSE
               MOVE "N"        TO MA-NAME-EDITED
           END-IF.
       0480-WRITE-JOURNAL.
           MOVE WS-RUN-DATE TO JR-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JR-RUN-TIME.
           MOVE "ODEV2" TO JR-PROGRAM.
           MOVE "BATCH" TO JR-OPERATOR.
           MOVE TRANS-CODE-I TO JR-TRANS-CODE.
           MOVE ORDER-I TO JR-ORDER.
           MOVE WS-JRN-BEFORE TO JR-BEFORE-IMAGE.
           WRITE OUT-REC.
           MOVE WS-BDAY-DAYS TO BS-WINDOW.
           MOVE WS-BDAY-CNT  TO BS-COUNT.
           MOVE WS-BDAY-SUPPR-CNT TO BS-SUPPR-CNT.
           MOVE WS-BDAY-BLANK-CNT TO BS-BLANK-CNT.
           MOVE BDAY-SUMMARY-LINE TO OUT-REC.
           WRITE OUT-REC.
       0600-REPORT-FROM-MASTER.
           MOVE MA-AGE-YEARS    TO AGE-YEARS-O.
           MOVE MA-AGE-MONTHS   TO AGE-MONTHS-O.
           MOVE MA-AGE-DAYS     TO AGE-DAYS-O.
           MOVE MA-STATUS       TO STATUS-O.
           WRITE OUT-REC.
           ADD 1 TO WS-BAL-PRT-CNT.
           ADD 1 TO WS-VALID-CNT.
           ADD 1 TO WS-BR-CNT.
           ADD MA-LIVED-DAYS TO WS-BR-SUM.
           PERFORM 0420-WRITE-CSV-RECORD.
           IF MA-ACTIVE
               PERFORM 0430-TALLY-AGE-BRACKET
               PERFORM 0630-CHECK-UPCOMING-BIRTHDAY
           END-IF.
           PERFORM 0610-READ-MASTER-NEXT.
       0625-END-BRANCH.
           IF WS-BR-CNT > 0
           COMPUTE BD-TURNS-AGE-O = WS-BDAY-YEAR - WS-BIRTH-YEAR.
           MOVE MA-PHONE      TO BD-PHONE-O.
           MOVE MA-EMAIL      TO BD-EMAIL-O.
           PERFORM 0660-APPLY-SUPPRESSION.
           IF WS-BDAY-DROP = 0
               WRITE BDAY-REC
               ADD 1 TO WS-BDAY-CNT
           END-IF.
       0660-APPLY-SUPPRESSION.
           MOVE 0 TO WS-BDAY-DROP.
           IF WS-SUPPFILE-OPEN = 1
               MOVE MA-ORDER TO SP-ORDER
               READ SUPP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0665-APPLY-SUPP-FLAGS
               END-READ
           END-IF.
       0665-APPLY-SUPP-FLAGS.
           IF SP-EFF-DATE NOT > WS-RUN-DATE
               AND (SP-EXP-DATE = 0
                   OR SP-EXP-DATE NOT < WS-RUN-DATE)
               IF SP-PHONE-SUPPRESSED
                   MOVE SPACES TO BD-PHONE-O
               END-IF
               IF SP-EMAIL-SUPPRESSED
                   MOVE SPACES TO BD-EMAIL-O
               END-IF
               IF SP-ALL-SUPPRESSED
                   OR (BD-PHONE-O = SPACES
                       AND BD-EMAIL-O = SPACES)
                   MOVE 1 TO WS-BDAY-DROP
                   ADD 1 TO WS-BDAY-SUPPR-CNT
               ELSE
                   IF SP-PHONE-SUPPRESSED
                       OR SP-EMAIL-SUPPRESSED
                       ADD 1 TO WS-BDAY-BLANK-CNT
                   END-IF
               END-IF
           END-IF.
       0700-BALANCE-OUTPUTS.
           COMPUTE WS-BAL-EXPECTED =
               WS-APPLIED-CNT + WS-BAL-REJ-CNT + WS-SKIP-CNT.
           CLOSE JOURNAL-FILE.
           CLOSE BRANCH-REF.
           CLOSE SEEN-FILE.
           IF WS-SUPPFILE-OPEN = 1
               CLOSE SUPP-FILE
           END-IF.
           IF WS-ERASBLK-OPEN = 1
               CLOSE ERAS-BLOCK
           END-IF.
       0900-ABORT-RUN.
           PERFORM 0750-WRITE-AUDIT.
           PERFORM 0810-CLOSE-UNITS.
           MOVE WS-ABORT-RC TO RETURN-CODE.
           GOBACK.
       0999-EXIT.
           GOBACK.
