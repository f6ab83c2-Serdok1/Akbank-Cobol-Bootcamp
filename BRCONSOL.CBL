       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BRCONSOL.
       AUTHOR.        SINA EREN OZBAYRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONS-SCHED ASSIGN TO CONSSCHD
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CS-OLD-BRANCH
                       FILE STATUS IS STATUS-CONSFILE.
           SELECT BRANCH-REF ASSIGN TO BRNCHREF
                       ORGANIZATION INDEXED
                       ACCESS MODE RANDOM
                       RECORD KEY IS BF-BRANCH
                       FILE STATUS IS STATUS-BREFFILE.
           SELECT JOURNAL-FILE ASSIGN TO TRNJRNL
                       FILE STATUS IS STATUS-JRNFILE.
           SELECT CONS-OUT ASSIGN TO CONSPRT
                       FILE STATUS IS STATUS-CONSOUT.
           SELECT USER-MASTER ASSIGN TO USERMAST
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS MA-ORDER
                       ALTERNATE RECORD KEY IS MA-BRANCH
                           WITH DUPLICATES
                       FILE STATUS IS STATUS-MASTER.
       DATA DIVISION.

       FILE SECTION.
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
       FD  BRANCH-REF.
       01  BRANCH-REF-REC.
           05    BF-BRANCH               PIC 9(3).
           05    BF-NAME                 PIC X(20).
           05    BF-REGION               PIC X(10).
           05    BF-STATUS               PIC X(1).
              88 BF-OPEN                 VALUE "O".
              88 BF-CLOSED               VALUE "C".
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
       FD  CONS-OUT RECORDING MODE F.
       01  CONS-REC                      PIC X(80).
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
       01  CONS-TITLE                    PIC X(80) VALUE
           "BRANCH CONSOLIDATION - CUSTOMER REASSIGNMENT SIGN-OFF".
       01  CONS-DATE-LINE.
           05 FILLER                     PIC X(10) VALUE "RUN DATE: ".
           05 CD-RUN-DATE                PIC 9(8).
           05 FILLER                     PIC X(62) VALUE SPACES.
       01  CONS-SCHED-LINE.
           05 FILLER                     PIC X(19) VALUE
              "CONSOLIDATE BRANCH ".
           05 CL-OLD-BRANCH              PIC 9(3).
           05 FILLER                     PIC X(6)  VALUE " INTO ".
           05 CL-NEW-BRANCH              PIC 9(3).
           05 FILLER                     PIC X(16) VALUE
              "  SCHEDULED FOR ".
           05 CL-SCHED-DATE              PIC 9(8).
           05 FILLER                     PIC X(25) VALUE SPACES.
       01  CONS-COUNT-HEADER.
           05 FILLER                     PIC X(6)  VALUE SPACES.
           05 FILLER                     PIC X(4)  VALUE "BRN".
           05 FILLER                     PIC X(21) VALUE "NAME".
           05 FILLER                     PIC X(10) VALUE "    BEFORE".
           05 FILLER                     PIC X(10) VALUE "     AFTER".
           05 FILLER                     PIC X(29) VALUE SPACES.
       01  CONS-COUNT-LINE.
           05 CC-ROLE                    PIC X(6).
           05 CC-BRANCH                  PIC 9(3).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 CC-NAME                    PIC X(20).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 CC-BEFORE                  PIC ZZZZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 CC-AFTER                   PIC ZZZZZZZZ9.
           05 FILLER                     PIC X(30) VALUE SPACES.
       01  CONS-MOVED-LINE.
           05 FILLER                     PIC X(17) VALUE
              "CUSTOMERS MOVED: ".
           05 CM-MOVED-CNT               PIC ZZZZZZ9.
           05 FILLER                     PIC X(56) VALUE SPACES.
       01  CONS-RESULT-LINE.
           05 FILLER                     PIC X(8)  VALUE "RESULT: ".
           05 CR-RESULT                  PIC X(40).
           05 FILLER                     PIC X(32) VALUE SPACES.
       01  CONS-SIGN-LINE.
           05 FILLER                     PIC X(8)  VALUE "BRANCH ".
           05 SG-BRANCH                  PIC 9(3).
           05 FILLER                     PIC X(69) VALUE
              " MANAGER SIGN-OFF: ____________________  DATE: ________".
       01  CONS-TRAILER.
           05 FILLER                     PIC X(6)  VALUE "TOTAL:".
           05 FILLER                     PIC X(6)  VALUE " READ:".
           05 CT-READ-CNT                PIC 9(5).
           05 FILLER                     PIC X(6)  VALUE " DONE:".
           05 CT-DONE-CNT                PIC 9(5).
           05 FILLER                     PIC X(6)  VALUE " SKIP:".
           05 CT-SKIP-CNT                PIC 9(5).
           05 FILLER                     PIC X(7)  VALUE " MOVED:".
           05 CT-MOVED-CNT               PIC 9(9).
           05 FILLER                     PIC X(25) VALUE SPACES.
       01  WS-FLAGS.
           05 STATUS-CONSFILE            PIC 99.
              88 CONSFILE-SUCC           VALUE 00 97.
              88 CONS-EOF                VALUE 10.
           05 STATUS-BREFFILE            PIC 99.
              88 BREFFILE-SUCC           VALUE 00 97.
           05 STATUS-JRNFILE             PIC 99.
              88 JRNFILE-SUCC            VALUE 00 97.
              88 JRNFILE-NO-FILE         VALUE 35.
           05 STATUS-CONSOUT             PIC 99.
              88 CONSOUT-SUCC            VALUE 00 97.
           05 STATUS-MASTER              PIC 99.
              88 MASTER-SUCC             VALUE 00 97.
           05 WS-BRANCH-DONE             PIC 9(1)  VALUE 0.
           05 WS-SCHED-OK                PIC 9(1)  VALUE 0.
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-COUNT-BRANCH               PIC 9(3).
       01  WS-BRANCH-CNT                 PIC 9(9)  VALUE 0.
       01  WS-OLD-NAME                   PIC X(20).
       01  WS-NEW-NAME                   PIC X(20).
       01  WS-OLD-BEFORE                 PIC 9(9)  VALUE 0.
       01  WS-OLD-AFTER                  PIC 9(9)  VALUE 0.
       01  WS-NEW-BEFORE                 PIC 9(9)  VALUE 0.
       01  WS-NEW-AFTER                  PIC 9(9)  VALUE 0.
       01  WS-MOVED-CNT                  PIC 9(7)  VALUE 0.
       01  WS-RESULT                     PIC X(40) VALUE SPACES.
       01  READ-CNT                      PIC 9(5)  VALUE 0.
       01  WS-DONE-CNT                   PIC 9(5)  VALUE 0.
       01  WS-SKIP-CNT                   PIC 9(5)  VALUE 0.
       01  WS-TOTAL-MOVED                PIC 9(9)  VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0080-SET-RUN-DATE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0150-PRINT-HEADINGS.
           PERFORM 0200-PROCESS-SCHEDULES.
           PERFORM 0500-TRAILER-PRINT.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
       0080-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
       0100-OPEN-FILES.
           OPEN I-O CONS-SCHED.
           OPEN INPUT BRANCH-REF.
           OPEN I-O USER-MASTER.
           OPEN OUTPUT CONS-OUT.
           OPEN EXTEND JOURNAL-FILE.
           IF JRNFILE-NO-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
       0110-FILE-CONTROL.
           IF NOT CONSFILE-SUCC
              DISPLAY "Consolidation schedule not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT BREFFILE-SUCC
              DISPLAY "Branch reference file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT MASTER-SUCC
              DISPLAY "User master file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT CONSOUT-SUCC
              DISPLAY "Consolidation report file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT JRNFILE-SUCC
              DISPLAY "Journal file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       0150-PRINT-HEADINGS.
           MOVE CONS-TITLE TO CONS-REC.
           WRITE CONS-REC.
           MOVE SPACES TO CONS-REC.
           WRITE CONS-REC.
           MOVE WS-RUN-DATE TO CD-RUN-DATE.
           MOVE CONS-DATE-LINE TO CONS-REC.
           WRITE CONS-REC.
       0200-PROCESS-SCHEDULES.
           MOVE ZEROS TO CS-OLD-BRANCH.
           START CONS-SCHED KEY NOT < CS-OLD-BRANCH
               INVALID KEY
                   MOVE 10 TO STATUS-CONSFILE
           END-START.
           IF NOT CONS-EOF
               PERFORM 0210-READ-SCHEDULE-NEXT
               PERFORM 0300-CHECK-SCHEDULE
                   UNTIL CONS-EOF
           END-IF.
       0210-READ-SCHEDULE-NEXT.
           READ CONS-SCHED NEXT
               AT END
                   CONTINUE
           END-READ.
       0300-CHECK-SCHEDULE.
           IF CS-PENDING AND CS-SCHED-DATE NOT > WS-RUN-DATE
               ADD 1 TO READ-CNT
               PERFORM 0310-CONSOLIDATE-BRANCH
           END-IF.
           PERFORM 0210-READ-SCHEDULE-NEXT.
       0310-CONSOLIDATE-BRANCH.
           MOVE 1 TO WS-SCHED-OK.
           MOVE SPACES TO WS-RESULT.
           MOVE 0 TO WS-MOVED-CNT.
           MOVE CS-OLD-BRANCH TO BF-BRANCH.
           READ BRANCH-REF
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-OLD-NAME
               NOT INVALID KEY
                   MOVE BF-NAME TO WS-OLD-NAME
           END-READ.
           MOVE CS-NEW-BRANCH TO BF-BRANCH.
           READ BRANCH-REF
               INVALID KEY
                   MOVE SPACES TO WS-NEW-NAME
                   MOVE "NEW BRANCH NOT ON FILE - NOT RUN" TO WS-RESULT
                   MOVE 0 TO WS-SCHED-OK
               NOT INVALID KEY
                   MOVE BF-NAME TO WS-NEW-NAME
                   IF BF-CLOSED
                       MOVE "NEW BRANCH CLOSED - NOT RUN" TO WS-RESULT
                       MOVE 0 TO WS-SCHED-OK
                   END-IF
           END-READ.
           MOVE CS-OLD-BRANCH TO WS-COUNT-BRANCH.
           PERFORM 0400-COUNT-BRANCH.
           MOVE WS-BRANCH-CNT TO WS-OLD-BEFORE.
           MOVE CS-NEW-BRANCH TO WS-COUNT-BRANCH.
           PERFORM 0400-COUNT-BRANCH.
           MOVE WS-BRANCH-CNT TO WS-NEW-BEFORE.
           IF WS-SCHED-OK = 1
               MOVE 0 TO WS-BRANCH-DONE
               PERFORM 0320-MOVE-ONE-CUSTOMER
                   UNTIL WS-BRANCH-DONE = 1
               ADD WS-MOVED-CNT TO WS-TOTAL-MOVED
           END-IF.
           MOVE CS-OLD-BRANCH TO WS-COUNT-BRANCH.
           PERFORM 0400-COUNT-BRANCH.
           MOVE WS-BRANCH-CNT TO WS-OLD-AFTER.
           MOVE CS-NEW-BRANCH TO WS-COUNT-BRANCH.
           PERFORM 0400-COUNT-BRANCH.
           MOVE WS-BRANCH-CNT TO WS-NEW-AFTER.
           IF WS-SCHED-OK = 1 AND WS-OLD-AFTER > 0
               MOVE "CUSTOMERS REMAIN ON OLD BRANCH - PENDING"
                   TO WS-RESULT
               MOVE 0 TO WS-SCHED-OK
           END-IF.
           IF WS-SCHED-OK = 1
               MOVE "D"          TO CS-STATUS
               MOVE WS-RUN-DATE  TO CS-DONE-DATE
               MOVE WS-MOVED-CNT TO CS-MOVED-CNT
               REWRITE CONS-SCHED-REC
               MOVE "CONSOLIDATION COMPLETE" TO WS-RESULT
               ADD 1 TO WS-DONE-CNT
           ELSE
               ADD 1 TO WS-SKIP-CNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0450-PRINT-CONSOLIDATION.
       0320-MOVE-ONE-CUSTOMER.
           MOVE CS-OLD-BRANCH TO MA-BRANCH.
           START USER-MASTER KEY = MA-BRANCH
               INVALID KEY
                   MOVE 1 TO WS-BRANCH-DONE
           END-START.
           IF WS-BRANCH-DONE = 0
               READ USER-MASTER NEXT
                   AT END
                       MOVE 1 TO WS-BRANCH-DONE
               END-READ
           END-IF.
           IF WS-BRANCH-DONE = 0
               IF MA-BRANCH NOT = CS-OLD-BRANCH
                   MOVE 1 TO WS-BRANCH-DONE
               ELSE
                   MOVE MASTER-REC    TO JR-BEFORE-IMAGE
                   MOVE CS-NEW-BRANCH TO MA-BRANCH
                   REWRITE MASTER-REC
                       INVALID KEY
                           DISPLAY MA-ORDER ": Reassignment failed - "
                                   "status " STATUS-MASTER
                           MOVE 1 TO WS-BRANCH-DONE
                       NOT INVALID KEY
                           MOVE MASTER-REC TO JR-AFTER-IMAGE
                           PERFORM 0330-WRITE-JOURNAL
                           ADD 1 TO WS-MOVED-CNT
                   END-REWRITE
               END-IF
           END-IF.
       0330-WRITE-JOURNAL.
           MOVE WS-RUN-DATE TO JR-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JR-RUN-TIME.
           MOVE "BRCONSOL" TO JR-PROGRAM.
           MOVE "BATCH" TO JR-OPERATOR.
           MOVE "T" TO JR-TRANS-CODE.
           MOVE MA-ORDER TO JR-ORDER.
           WRITE JOURNAL-REC.
       0400-COUNT-BRANCH.
           MOVE 0 TO WS-BRANCH-CNT.
           MOVE 0 TO WS-BRANCH-DONE.
           MOVE WS-COUNT-BRANCH TO MA-BRANCH.
           START USER-MASTER KEY = MA-BRANCH
               INVALID KEY
                   MOVE 1 TO WS-BRANCH-DONE
           END-START.
           PERFORM 0410-COUNT-ONE-CUSTOMER
               UNTIL WS-BRANCH-DONE = 1.
       0410-COUNT-ONE-CUSTOMER.
           READ USER-MASTER NEXT
               AT END
                   MOVE 1 TO WS-BRANCH-DONE
               NOT AT END
                   IF MA-BRANCH NOT = WS-COUNT-BRANCH
                       MOVE 1 TO WS-BRANCH-DONE
                   ELSE
                       ADD 1 TO WS-BRANCH-CNT
                   END-IF
           END-READ.
       0450-PRINT-CONSOLIDATION.
           MOVE SPACES TO CONS-REC.
           WRITE CONS-REC.
           MOVE CS-OLD-BRANCH TO CL-OLD-BRANCH.
           MOVE CS-NEW-BRANCH TO CL-NEW-BRANCH.
           MOVE CS-SCHED-DATE TO CL-SCHED-DATE.
           MOVE CONS-SCHED-LINE TO CONS-REC.
           WRITE CONS-REC.
           MOVE CONS-COUNT-HEADER TO CONS-REC.
           WRITE CONS-REC.
           MOVE "OLD"         TO CC-ROLE.
           MOVE CS-OLD-BRANCH TO CC-BRANCH.
           MOVE WS-OLD-NAME   TO CC-NAME.
           MOVE WS-OLD-BEFORE TO CC-BEFORE.
           MOVE WS-OLD-AFTER  TO CC-AFTER.
           MOVE CONS-COUNT-LINE TO CONS-REC.
           WRITE CONS-REC.
           MOVE "NEW"         TO CC-ROLE.
           MOVE CS-NEW-BRANCH TO CC-BRANCH.
           MOVE WS-NEW-NAME   TO CC-NAME.
           MOVE WS-NEW-BEFORE TO CC-BEFORE.
           MOVE WS-NEW-AFTER  TO CC-AFTER.
           MOVE CONS-COUNT-LINE TO CONS-REC.
           WRITE CONS-REC.
           MOVE WS-MOVED-CNT TO CM-MOVED-CNT.
           MOVE CONS-MOVED-LINE TO CONS-REC.
           WRITE CONS-REC.
           MOVE WS-RESULT TO CR-RESULT.
           MOVE CONS-RESULT-LINE TO CONS-REC.
           WRITE CONS-REC.
           MOVE SPACES TO CONS-REC.
           WRITE CONS-REC.
           MOVE CS-OLD-BRANCH TO SG-BRANCH.
           MOVE CONS-SIGN-LINE TO CONS-REC.
           WRITE CONS-REC.
           MOVE SPACES TO CONS-REC.
           WRITE CONS-REC.
           MOVE CS-NEW-BRANCH TO SG-BRANCH.
           MOVE CONS-SIGN-LINE TO CONS-REC.
           WRITE CONS-REC.
       0500-TRAILER-PRINT.
           MOVE SPACES TO CONS-REC.
           WRITE CONS-REC.
           MOVE READ-CNT       TO CT-READ-CNT.
           MOVE WS-DONE-CNT    TO CT-DONE-CNT.
           MOVE WS-SKIP-CNT    TO CT-SKIP-CNT.
           MOVE WS-TOTAL-MOVED TO CT-MOVED-CNT.
           MOVE CONS-TRAILER TO CONS-REC.
           WRITE CONS-REC.
       0800-CLOSE-FILES.
           CLOSE CONS-SCHED.
           CLOSE BRANCH-REF.
           CLOSE USER-MASTER.
           CLOSE CONS-OUT.
           CLOSE JOURNAL-FILE.
       0999-EXIT.
           STOP RUN.
