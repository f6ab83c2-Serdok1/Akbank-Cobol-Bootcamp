                       FILE STATUS IS STATUS-CORROUT.
           SELECT NEW-REJECT-FILE ASSIGN TO NEWREJL
                       FILE STATUS IS STATUS-NEWREJ.
           SELECT ERAS-BLOCK ASSIGN TO ERASBLK
                       ORGANIZATION INDEXED
                       ACCESS MODE RANDOM
                       RECORD KEY IS EB-ORDER
                       FILE STATUS IS STATUS-ERASBLK.
           SELECT USER-MASTER ASSIGN TO USERMAST
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
           05    RJ-REASON-O             PIC X(30).
           05    FILLER                  PIC X(1).
           05    RJ-ATTEMPT-O            PIC 9(2).
           05    FILLER                  PIC X(1).
           05    RJ-SOURCE-ID-O          PIC X(8).
       FD  CORR-FILE.
       01  CORR-REC.
           05    CO-ORDER                PIC 9(7).
           05    NR-REASON-O             PIC X(30).
           05    FILLER                  PIC X(1) VALUE SPACE.
           05    NR-ATTEMPT-O            PIC 9(2).
           05    FILLER                  PIC X(1) VALUE SPACE.
           05    NR-SOURCE-ID-O          PIC X(8).
       FD  USER-MASTER.
       01  MASTER-REC.
           05    MA-ORDER                PIC 9(7).
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
       FD  PARAM-FILE RECORDING MODE F.
       01  PARAM-REC.
           05    PM-MIN-YEAR             PIC 9(4).
           05    PM-BDAY-DAYS            PIC 9(3).
           05    PM-REJ-MIN-READ         PIC 9(5).
           05    PM-REJ-LIMIT-PCT        PIC 9(3).
           05    PM-PURGE-DAYS           PIC 9(4).
       FD  JOURNAL-FILE RECORDING MODE F.
       01  JOURNAL-REC.
           05    JR-RUN-DATE             PIC 9(8).
           05    JR-PROGRAM              PIC X(8).
           05    JR-TRANS-CODE           PIC X(1).
           05    JR-ORDER                PIC 9(7).
           05    JR-BEFORE-IMAGE         PIC X(130).
           05    JR-AFTER-IMAGE          PIC X(130).
           05    JR-OPERATOR             PIC X(8).
       FD  BRANCH-REF.
       01  BRANCH-REF-REC.
           05    BF-BRANCH               PIC 9(3).
       FD  SEEN-FILE.
       01  SEEN-REC.
           05    SN-ORDER                PIC 9(7).
       FD  ERAS-BLOCK.
       01  ERAS-BLOCK-REC.
           05    EB-ORDER                PIC 9(7).
           05    EB-ERASE-DATE           PIC 9(8).
           05    EB-REFERENCE            PIC X(12).
       WORKING-STORAGE SECTION.
       01  HEADER.
           05 FILLER                     PIC X(7)  VALUE "ORD.".
           05 FILLER                     PIC X(30) VALUE "REASON".
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 FILLER                     PIC X(2)  VALUE "AT".
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 FILLER                     PIC X(8)  VALUE "SOURCE".
       01  TRAILER-REC.
           05 FILLER                     PIC X(6)  VALUE "TOTAL:".
           05 TR-READ-CNT                PIC 9(11).
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
           05    BRANCH-I                PIC X(3).
           05    PHONE-I                 PIC X(11).
           05    EMAIL-I                 PIC X(30).
           05    ATTEMPT-I               PIC 9(2).
           05    SOURCE-ID-I             PIC X(8).
       01  WS-PARSED-YEARS.
           05  WS-CURRENT-DATE           PIC 9(8).
           05  WS-E-CURRENT-DATE.
              88 CORROUT-SUCC            VALUE 00 97.
           05 STATUS-NEWREJ              PIC 99.
              88 NEWREJ-SUCC             VALUE 00 97.
           05 STATUS-ERASBLK             PIC 99.
              88 ERASBLK-SUCC            VALUE 00 97.
              88 ERASBLK-NO-FILE         VALUE 35.
           05 STATUS-MASTER              PIC 99.
              88 MASTER-SUCC             VALUE 00 97.
              88 MASTER-NO-FILE          VALUE 35.
           05 STATUS-SEENFILE            PIC 99.
              88 SEENFILE-SUCC           VALUE 00 97.
           05 WS-VALID-ORDER             PIC 9(1) VALUE 1.
           05 WS-ERASBLK-OPEN            PIC 9(1) VALUE 0.
           05 WS-DETAIL-RECORD           PIC 9(1) VALUE 0.
       01  WS-REJECT-REASON              PIC X(30) VALUE SPACES.
       01  READ-CNT                      PIC 9(11) VALUE 0.
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
           END-IF.
           OPEN INPUT BRANCH-REF.
           OPEN OUTPUT SEEN-FILE.
           OPEN INPUT ERAS-BLOCK.
           IF ERASBLK-SUCC
               MOVE 1 TO WS-ERASBLK-OPEN
           END-IF.
       0110-FILE-CONTROL.
           IF NOT REJFILE-SUCC
              DISPLAY "Reject file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT CORRFILE-SUCC
              DISPLAY "Corrections file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT CORROUT-SUCC
              DISPLAY "Correction report file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT NEWREJ-SUCC
              DISPLAY "New reject file not found. Exiting..."
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
           IF NOT ERASBLK-SUCC AND NOT ERASBLK-NO-FILE
              DISPLAY "Erasure block file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       0200-PROCESS-FILE.
           PERFORM 0210-HEADER-PRINT.
           PERFORM 0250-READ-RECORD.
           PERFORM UNTIL ST-EOF
               IF WS-DETAIL-RECORD = 1
                   IF WS-VALID-ORDER = 1 AND NOT TRANS-KEY-ONLY
                       PERFORM 0300-CALCULATE-DAYS
                   END-IF
                   PERFORM 0400-APPLY-TRANSACTION
                           PERFORM 0255-REORDER-DATE-FORMAT
                           PERFORM 0257-TRANS-CODE-VALIDATOR
                       END-IF
                       IF WS-VALID-ORDER = 1
                           PERFORM 0296-ERASURE-VALIDATOR
                       END-IF
                       IF WS-VALID-ORDER = 1
                           PERFORM 0258-BRANCH-VALIDATOR
                       END-IF
                       IF WS-VALID-ORDER = 1 AND TRANS-STATUS-CHANGE
                           PERFORM 0259-REASON-VALIDATOR
                       END-IF
                       IF WS-VALID-ORDER = 1 AND NOT TRANS-KEY-ONLY
                           MOVE BIRTH-DATE-I TO WS-PARAM-DATE
                           PERFORM 0260-INPUT-VALIDATOR
                           IF WS-VALID-ORDER = 1
           MOVE RJ-BRANCH-O       TO BRANCH-I.
           MOVE RJ-PHONE-O        TO PHONE-I.
           MOVE RJ-EMAIL-O        TO EMAIL-I.
           MOVE RJ-SOURCE-ID-O    TO SOURCE-ID-I.
           IF RJ-ATTEMPT-O NUMERIC
               MOVE RJ-ATTEMPT-O TO ATTEMPT-I
           ELSE
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
       0260-INPUT-VALIDATOR.
           IF WS-PARAM-DATE  NOT NUMERIC
               DISPLAY WS-PARAM-DATE ": Invalid date for order "
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
           IF WS-VALID-ORDER = 1
               ADD 1 TO WS-APPLIED-CNT
               IF NOT TRANS-KEY-ONLY
                   PERFORM 0420-WRITE-CORRECTED-LINE
               END-IF
           ELSE
           MOVE EMAIL-I TO NR-EMAIL-O
           MOVE WS-REJECT-REASON TO NR-REASON-O
           COMPUTE NR-ATTEMPT-O = ATTEMPT-I + 1
           MOVE SOURCE-ID-I TO NR-SOURCE-ID-O
           WRITE NEW-REJECT-REC.
           ADD 1 TO WS-REJECT-CNT.
       0420-WRITE-CORRECTED-LINE.
           ADD 1 TO WS-VALID-CNT.
           ADD MA-LIVED-DAYS TO WS-SUM-DAYS.
       0440-ADD-MASTER.
           MOVE SPACES TO MASTER-REC.
           PERFORM 0470-BUILD-MASTER-REC.
           MOVE "A" TO MA-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MA-STATUS-DATE.
           MOVE SPACES TO MA-STATUS-REASON.
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
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO MA-STATUS-DATE
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
               MOVE "A" TO MA-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO MA-STATUS-DATE
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO JR-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JR-RUN-TIME.
           MOVE "REJCORR" TO JR-PROGRAM.
           MOVE "BATCH" TO JR-OPERATOR.
           MOVE TRANS-CODE-I TO JR-TRANS-CODE.
           MOVE ORDER-I TO JR-ORDER.
           MOVE WS-JRN-BEFORE TO JR-BEFORE-IMAGE.
           CLOSE JOURNAL-FILE.
           CLOSE BRANCH-REF.
           CLOSE SEEN-FILE.
           IF WS-ERASBLK-OPEN = 1
               CLOSE ERAS-BLOCK
           END-IF.
       0999-EXIT.
           GOBACK.
