                       FILE STATUS IS STATUS-BREFFILE.
           SELECT MAINT-OUT ASSIGN TO BRNCHPRT
                       FILE STATUS IS STATUS-MNTOUT.
           SELECT CONS-SCHED ASSIGN TO CONSSCHD
                       ORGANIZATION INDEXED
                       ACCESS MODE RANDOM
                       RECORD KEY IS CS-OLD-BRANCH
                       FILE STATUS IS STATUS-CONSFILE.
           SELECT USER-MASTER ASSIGN TO USERMAST
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS MA-ORDER
                       ALTERNATE RECORD KEY IS MA-BRANCH
                           WITH DUPLICATES
                       FILE STATUS IS STATUS-MASTER.
       DATA DIVISION.

       FILE SECTION.
              88 BT-ADD                  VALUE "A".
              88 BT-CLOSE                VALUE "C".
              88 BT-REOPEN               VALUE "R".
              88 BT-SCHEDULE             VALUE "S".
           05    BT-BRANCH               PIC X(3).
           05    BT-NAME                 PIC X(20).
           05    BT-CONSOL-FIELDS REDEFINES BT-NAME.
              07 BT-TO-BRANCH            PIC X(3).
              07 BT-SCHED-DATE           PIC X(8).
              07 FILLER                  PIC X(9).
           05    BT-REGION               PIC X(10).
       FD  BRANCH-REF.
       01  BRANCH-REF-REC.
              88 BF-CLOSED               VALUE "C".
       FD  MAINT-OUT RECORDING MODE F.
       01  MAINT-REC                     PIC X(70).
       FD  CONS-SCHED.
       01  CONS-SCHED-REC.
           05    CS-OLD-BRANCH           PIC 9(3).
           05    CS-NEW-BRANCH           PIC 9(3).
           05    CS-SCHED-DATE           PIC 9(8).
           05    CS-STATUS               PIC X(1).
              88 CS-PENDING              VALUE "P".
              88 CS-DONE                 VALUE "D".
           05    CS-DONE-DATE            PIC 9(8).
           05    CS-MOVED-CNT            PIC 9(7).
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
       01  MAINT-HEADER.
           05 FILLER                     PIC X(4)  VALUE "ACT".
              88 BREFFILE-NO-FILE        VALUE 35.
           05 STATUS-MNTOUT              PIC 99.
              88 MNTOUT-SUCC             VALUE 00 97.
           05 STATUS-CONSFILE            PIC 99.
              88 CONSFILE-SUCC           VALUE 00 97.
              88 CONSFILE-NO-FILE        VALUE 35.
           05 STATUS-MASTER              PIC 99.
              88 MASTER-SUCC             VALUE 00 97.
              88 MASTER-NO-FILE          VALUE 35.
           05 WS-VALID-TXN               PIC 9(1)  VALUE 1.
           05 WS-MASTER-AVAIL            PIC 9(1)  VALUE 0.
           05 WS-ACTIVE-FOUND            PIC 9(1)  VALUE 0.
           05 WS-BRANCH-DONE             PIC 9(1)  VALUE 0.
       01  WS-RESULT                     PIC X(30) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-PARAMS.
           05  WS-PARAM-DATE             PIC X(8).
           05  WS-E-PARAM-DATE.
               07 WS-PARAM-YEAR          PIC 9(4).
               07 WS-PARAM-MTH           PIC 9(2).
                   88 THURTY-ONE         VALUE 1 3 5 7 8 10 12.
                   88 FEB                VALUE 2.
                   88 THURTY             VALUE 4 6 9 11.
               07 WS-PARAM-DAY           PIC 9(2).
       01  WS-LEAP-YEAR.
           05  WS-RULE1                  PIC 9(1).
           05  WS-RULE2                  PIC 9(2).
           05  WS-RULE3                  PIC 9(3).
       01  WS-TMP                        PIC 9(8).
       01  WS-DATE-VALID                 PIC 9(1)  VALUE 0.
       01  READ-CNT                      PIC 9(7)  VALUE 0.
       01  WS-APPLIED-CNT                PIC 9(7)  VALUE 0.
       01  WS-REJECT-CNT                 PIC 9(7)  VALUE 0.
               CLOSE BRANCH-REF
               OPEN I-O BRANCH-REF
           END-IF.
           OPEN I-O CONS-SCHED.
           IF CONSFILE-NO-FILE
               OPEN OUTPUT CONS-SCHED
               CLOSE CONS-SCHED
               OPEN I-O CONS-SCHED
           END-IF.
           OPEN INPUT USER-MASTER.
           IF MASTER-SUCC
               MOVE 1 TO WS-MASTER-AVAIL
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
       0110-FILE-CONTROL.
           IF NOT TXNFILE-SUCC
              DISPLAY "Branch transaction file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT MNTOUT-SUCC
              DISPLAY "Maintenance report file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT BREFFILE-SUCC
              DISPLAY "Branch reference file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT CONSFILE-SUCC
              DISPLAY "Consolidation schedule not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT MASTER-SUCC AND NOT MASTER-NO-FILE
              DISPLAY "User master file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       0200-PROCESS-FILE.
                       IF BT-REOPEN
                           PERFORM 0330-REOPEN-BRANCH
                       ELSE
                           IF BT-SCHEDULE
                               PERFORM 0360-SCHEDULE-CONSOLIDATION
                           ELSE
                               MOVE "INVALID ACTION CODE" TO WS-RESULT
                               MOVE 0 TO WS-VALID-TXN
                           END-IF
                       END-IF
                   END-IF
               END-IF
                       MOVE "ALREADY CLOSED" TO WS-RESULT
                       MOVE 0 TO WS-VALID-TXN
                   ELSE
                       PERFORM 0340-CHECK-ACTIVE-CUSTOMERS
                       IF WS-ACTIVE-FOUND = 1
                           PERFORM 0350-CHECK-CONSOLIDATION
                       END-IF
                       IF WS-VALID-TXN = 1
                           MOVE "C" TO BF-STATUS
                           REWRITE BRANCH-REF-REC
                           IF WS-ACTIVE-FOUND = 1
                               MOVE "CLOSED - CONSOLIDATION PENDING"
                                   TO WS-RESULT
                           ELSE
                               MOVE "CLOSED" TO WS-RESULT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       0330-REOPEN-BRANCH.
                       MOVE "REOPENED" TO WS-RESULT
                   END-IF
           END-READ.
       0340-CHECK-ACTIVE-CUSTOMERS.
           MOVE 0 TO WS-ACTIVE-FOUND.
           MOVE 0 TO WS-BRANCH-DONE.
           IF WS-MASTER-AVAIL = 0
               MOVE 1 TO WS-BRANCH-DONE
           ELSE
               MOVE BT-BRANCH TO MA-BRANCH
               START USER-MASTER KEY = MA-BRANCH
                   INVALID KEY
                       MOVE 1 TO WS-BRANCH-DONE
               END-START
           END-IF.
           PERFORM 0345-READ-BRANCH-CUSTOMER
               UNTIL WS-BRANCH-DONE = 1.
       0345-READ-BRANCH-CUSTOMER.
           READ USER-MASTER NEXT
               AT END
                   MOVE 1 TO WS-BRANCH-DONE
               NOT AT END
                   IF MA-BRANCH NOT = BT-BRANCH
                       MOVE 1 TO WS-BRANCH-DONE
                   ELSE
                       IF MA-ACTIVE
                           MOVE 1 TO WS-ACTIVE-FOUND
                           MOVE 1 TO WS-BRANCH-DONE
                       END-IF
                   END-IF
           END-READ.
       0350-CHECK-CONSOLIDATION.
           MOVE BT-BRANCH TO CS-OLD-BRANCH.
           READ CONS-SCHED
               INVALID KEY
                   MOVE "ACTIVE CUSTOMERS ON BRANCH" TO WS-RESULT
                   MOVE 0 TO WS-VALID-TXN
               NOT INVALID KEY
                   IF NOT CS-PENDING
                       MOVE "ACTIVE CUSTOMERS ON BRANCH" TO WS-RESULT
                       MOVE 0 TO WS-VALID-TXN
                   END-IF
           END-READ.
       0360-SCHEDULE-CONSOLIDATION.
           IF BT-SCHED-DATE = SPACES
               MOVE WS-RUN-DATE TO BT-SCHED-DATE
           END-IF.
           IF BT-TO-BRANCH NOT NUMERIC
               MOVE "TO-BRANCH NOT NUMERIC" TO WS-RESULT
               MOVE 0 TO WS-VALID-TXN
           ELSE IF BT-TO-BRANCH = BT-BRANCH
               MOVE "TO-BRANCH SAME AS BRANCH" TO WS-RESULT
               MOVE 0 TO WS-VALID-TXN
           ELSE IF BT-SCHED-DATE NOT NUMERIC
               MOVE "INVALID SCHEDULE DATE" TO WS-RESULT
               MOVE 0 TO WS-VALID-TXN
           END-IF.
           IF WS-VALID-TXN = 1
               MOVE BT-SCHED-DATE TO WS-PARAM-DATE
               PERFORM 0380-DATE-VALIDATOR
               IF WS-DATE-VALID = 0
                   MOVE "INVALID SCHEDULE DATE" TO WS-RESULT
                   MOVE 0 TO WS-VALID-TXN
               END-IF
           END-IF.
           IF WS-VALID-TXN = 1
               MOVE BT-BRANCH TO BF-BRANCH
               READ BRANCH-REF
                   INVALID KEY
                       MOVE "NOT ON FILE" TO WS-RESULT
                       MOVE 0 TO WS-VALID-TXN
               END-READ
           END-IF.
           IF WS-VALID-TXN = 1
               MOVE BT-TO-BRANCH TO BF-BRANCH
               READ BRANCH-REF
                   INVALID KEY
                       MOVE "TO-BRANCH NOT ON FILE" TO WS-RESULT
                       MOVE 0 TO WS-VALID-TXN
                   NOT INVALID KEY
                       IF BF-CLOSED
                           MOVE "TO-BRANCH CLOSED" TO WS-RESULT
                           MOVE 0 TO WS-VALID-TXN
                       END-IF
               END-READ
           END-IF.
           IF WS-VALID-TXN = 1
               PERFORM 0365-WRITE-SCHEDULE
           END-IF.
       0365-WRITE-SCHEDULE.
           MOVE BT-BRANCH TO CS-OLD-BRANCH.
           READ CONS-SCHED
               INVALID KEY
                   PERFORM 0370-BUILD-SCHEDULE
                   WRITE CONS-SCHED-REC
                   MOVE "CONSOLIDATION SCHEDULED" TO WS-RESULT
               NOT INVALID KEY
                   IF CS-PENDING
                       MOVE "ALREADY SCHEDULED" TO WS-RESULT
                       MOVE 0 TO WS-VALID-TXN
                   ELSE
                       PERFORM 0370-BUILD-SCHEDULE
                       REWRITE CONS-SCHED-REC
                       MOVE "CONSOLIDATION SCHEDULED" TO WS-RESULT
                   END-IF
           END-READ.
       0370-BUILD-SCHEDULE.
           MOVE BT-BRANCH     TO CS-OLD-BRANCH.
           MOVE BT-TO-BRANCH  TO CS-NEW-BRANCH.
           MOVE BT-SCHED-DATE TO CS-SCHED-DATE.
           MOVE "P"           TO CS-STATUS.
           MOVE 0             TO CS-DONE-DATE.
           MOVE 0             TO CS-MOVED-CNT.
       0380-DATE-VALIDATOR.
           MOVE 1 TO WS-DATE-VALID.
           MOVE WS-PARAM-DATE TO WS-E-PARAM-DATE.
           IF (WS-PARAM-MTH < 1 OR WS-PARAM-MTH > 12)
               MOVE 0 TO WS-DATE-VALID
           ELSE IF THURTY-ONE
               IF (WS-PARAM-DAY < 1 OR WS-PARAM-DAY > 31)
                   MOVE 0 TO WS-DATE-VALID
               END-IF
           ELSE IF FEB
               DIVIDE 4 INTO WS-PARAM-YEAR   GIVING WS-TMP
                    REMAINDER WS-RULE1
               DIVIDE 100 INTO WS-PARAM-YEAR GIVING WS-TMP
                    REMAINDER WS-RULE2
               DIVIDE 400 INTO WS-PARAM-YEAR GIVING WS-TMP
                    REMAINDER WS-RULE3
               IF ((WS-RULE1 = 0 AND WS-RULE2 NOT = 0) OR WS-RULE3 = 0)
                   IF (WS-PARAM-DAY < 1 OR WS-PARAM-DAY > 29)
                       MOVE 0 TO WS-DATE-VALID
                   END-IF
               ELSE
                   IF (WS-PARAM-DAY < 1 OR WS-PARAM-DAY > 28)
                       MOVE 0 TO WS-DATE-VALID
                   END-IF
               END-IF
           ELSE IF THURTY
               IF (WS-PARAM-DAY < 1 OR WS-PARAM-DAY > 30)
                   MOVE 0 TO WS-DATE-VALID
               END-IF
           END-IF.
       0400-PRINT-RESULT.
           MOVE SPACES    TO MAINT-LINE.
           MOVE BT-ACTION TO ML-ACTION.
           MOVE BT-BRANCH TO ML-BRANCH.
           IF BT-SCHEDULE
               STRING
                   "TO "         DELIMITED BY SIZE
                   BT-TO-BRANCH  DELIMITED BY SIZE
                   " ON "        DELIMITED BY SIZE
                   BT-SCHED-DATE DELIMITED BY SIZE
                   INTO ML-NAME
               END-STRING
           ELSE
               MOVE BT-NAME   TO ML-NAME
           END-IF.
           MOVE BT-REGION TO ML-REGION.
           MOVE WS-RESULT TO ML-RESULT.
           MOVE MAINT-LINE TO MAINT-REC.
           CLOSE BRANCH-TXN.
           CLOSE BRANCH-REF.
           CLOSE MAINT-OUT.
           CLOSE CONS-SCHED.
           IF WS-MASTER-AVAIL = 1
               CLOSE USER-MASTER
           END-IF.
       0999-EXIT.
           STOP RUN.
