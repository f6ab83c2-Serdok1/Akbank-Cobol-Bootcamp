       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DQSCORE.
       AUTHOR.        SINA EREN OZBAYRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORT-FILE ASSIGN TO SRTWORK.
           SELECT DQ-PARAM ASSIGN TO DQPARM
                       FILE STATUS IS STATUS-DQPARM.
           SELECT REJECT-FILE ASSIGN TO REJLINE
                       FILE STATUS IS STATUS-REJFILE.
           SELECT NEW-REJECT-FILE ASSIGN TO NEWREJL
                       FILE STATUS IS STATUS-NEWREJ.
           SELECT REJECT-ARCH ASSIGN TO REJARCH
                       FILE STATUS IS STATUS-REJARCH.
           SELECT JOURNAL-FILE ASSIGN TO TRNJRNL
                       FILE STATUS IS STATUS-JRNFILE.
           SELECT DQ-OUT ASSIGN TO DQLINE
                       FILE STATUS IS STATUS-DQOUT.
           SELECT CORR-WORK ASSIGN TO DQWORK
                       ORGANIZATION INDEXED
                       ACCESS MODE RANDOM
                       RECORD KEY IS DW-ORDER
                       FILE STATUS IS STATUS-WORKFILE.
           SELECT BRANCH-REF ASSIGN TO BRNCHREF
                       ORGANIZATION INDEXED
                       ACCESS MODE RANDOM
                       RECORD KEY IS BF-BRANCH
                       FILE STATUS IS STATUS-BREFFILE.
           SELECT USER-MASTER ASSIGN TO USERMAST
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS MA-ORDER
                       ALTERNATE RECORD KEY IS MA-BRANCH
                           WITH DUPLICATES
                       FILE STATUS IS STATUS-MASTER.
       DATA DIVISION.

       FILE SECTION.
       SD  SORT-FILE.
       01  SORT-REC.
           05    SR-BRANCH-IDX           PIC 9(4).
           05    SR-SOURCE-ID            PIC X(8).
           05    SR-ORDER                PIC 9(7).
           05    SR-ATTEMPT              PIC 9(2).
           05    SR-REASON               PIC X(30).
       FD  DQ-PARAM RECORDING MODE F.
       01  DQ-PARAM-REC.
           05    DP-FROM-DATE            PIC 9(8).
       FD  REJECT-FILE RECORDING MODE F.
       01  REJECT-REC                    PIC X(151).
       FD  NEW-REJECT-FILE RECORDING MODE F.
       01  NEW-REJECT-REC                PIC X(151).
       FD  REJECT-ARCH RECORDING MODE F.
       01  REJECT-ARCH-REC.
           05    RA-ARCH-DATE            PIC 9(8).
           05    RA-SOURCE               PIC X(8).
           05    RA-REJECT-IMAGE         PIC X(151).
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
       FD  DQ-OUT RECORDING MODE F.
       01  DQ-REC                        PIC X(132).
       FD  CORR-WORK.
       01  CORR-WORK-REC.
           05    DW-ORDER                PIC 9(7).
           05    DW-CORR-DATE            PIC 9(8).
       FD  BRANCH-REF.
       01  BRANCH-REF-REC.
           05    BF-BRANCH               PIC 9(3).
           05    BF-NAME                 PIC X(20).
           05    BF-REGION               PIC X(10).
           05    BF-STATUS               PIC X(1).
              88 BF-OPEN                 VALUE "O".
              88 BF-CLOSED               VALUE "C".
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
       01  DQ-TITLE.
           05 FILLER                     PIC X(35) VALUE
              "DATA-QUALITY SCORECARD - RUN DATE: ".
           05 DT-RUN-DATE                PIC 9(8).
           05 FILLER                     PIC X(26) VALUE
              "  ARCHIVED REJECTS FROM: ".
           05 DT-FROM-DATE               PIC X(8).
           05 FILLER                     PIC X(55) VALUE SPACES.
       01  DQ-DETAIL-TITLE               PIC X(132) VALUE
              "REJECTS BY BRANCH AND SOURCE".
       01  DQ-DETAIL-HEADER.
           05 FILLER                     PIC X(4)  VALUE "BRN".
           05 FILLER                     PIC X(21) VALUE "BRANCH NAME".
           05 FILLER                     PIC X(9)  VALUE "SOURCE".
           05 FILLER                     PIC X(8)  VALUE "REJECTS".
           05 FILLER                     PIC X(8)  VALUE "  FIRST".
           05 FILLER                     PIC X(8)  VALUE " REPEAT".
           05 FILLER                     PIC X(8)  VALUE " ORDERS".
           05 FILLER                     PIC X(8)  VALUE "CORRECT".
           05 FILLER                     PIC X(8)  VALUE "NOT FIX".
           05 FILLER                     PIC X(5)  VALUE " FIX%".
           05 FILLER                     PIC X(45) VALUE SPACES.
       01  DQ-DETAIL-LINE.
           05 DL-BRANCH                  PIC X(3).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DL-NAME                    PIC X(20).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DL-SOURCE-ID               PIC X(8).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DL-REJECTS                 PIC ZZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DL-FIRST                   PIC ZZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DL-REPEAT                  PIC ZZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DL-ORDERS                  PIC ZZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DL-CORRECTED               PIC ZZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DL-NOT-FIXED               PIC ZZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DL-FIX-PCT                 PIC ZZ9.9.
           05 FILLER                     PIC X(45) VALUE SPACES.
       01  DQ-REASON-LINE.
           05 FILLER                     PIC X(13) VALUE SPACES.
           05 FILLER                     PIC X(8)  VALUE "REASON: ".
           05 DR-REASON                  PIC X(30).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 DR-CNT                     PIC ZZZZZZ9.
           05 FILLER                     PIC X(72) VALUE SPACES.
       01  DQ-RANK-TITLE                 PIC X(132) VALUE
              "BRANCH SCORECARD - WORST FIRST".
       01  DQ-RANK-HEADER.
           05 FILLER                     PIC X(6)  VALUE "RANK".
           05 FILLER                     PIC X(4)  VALUE "BRN".
           05 FILLER                     PIC X(21) VALUE "BRANCH NAME".
           05 FILLER                     PIC X(8)  VALUE "  CUSTS".
           05 FILLER                     PIC X(8)  VALUE " ACTIVE".
           05 FILLER                     PIC X(8)  VALUE "REJECTS".
           05 FILLER                     PIC X(8)  VALUE " ORDERS".
           05 FILLER                     PIC X(8)  VALUE "CORRECT".
           05 FILLER                     PIC X(8)  VALUE "NO PHON".
           05 FILLER                     PIC X(8)  VALUE "NO MAIL".
           05 FILLER                     PIC X(8)  VALUE "NAM EDT".
           05 FILLER                     PIC X(7)  VALUE " ACC%".
           05 FILLER                     PIC X(7)  VALUE " FIX%".
           05 FILLER                     PIC X(7)  VALUE " CMP%".
           05 FILLER                     PIC X(5)  VALUE "SCORE".
           05 FILLER                     PIC X(11) VALUE SPACES.
       01  DQ-RANK-LINE.
           05 DK-RANK                    PIC ZZZ9.
           05 DK-RANK-X REDEFINES DK-RANK
                                         PIC X(4).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 DK-BRANCH                  PIC X(3).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DK-NAME                    PIC X(20).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DK-CUSTOMERS               PIC ZZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DK-ACTIVE                  PIC ZZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DK-REJECTS                 PIC ZZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DK-ORDERS                  PIC ZZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DK-CORRECTED               PIC ZZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DK-NO-PHONE                PIC ZZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DK-NO-EMAIL                PIC ZZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DK-NAME-EDITED             PIC ZZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 DK-ACCEPT-PCT              PIC ZZ9.9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 DK-FIX-PCT                 PIC ZZ9.9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 DK-COMPLETE-PCT            PIC ZZ9.9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 DK-SCORE                   PIC ZZ9.9.
           05 FILLER                     PIC X(11) VALUE SPACES.
       01  DQ-SCORE-NOTE.
           05 FILLER                     PIC X(47) VALUE
              "SCORE = AVERAGE OF ACC% (CUSTOMERS AGAINST ALL ".
           05 FILLER                     PIC X(47) VALUE
              "REJECTED ORDERS), FIX% (REJECTED ORDERS LATER ".
           05 FILLER                     PIC X(38) VALUE
              "CORRECTED) AND CMP% (ACTIVE CUSTOMERS ".
       01  DQ-SCORE-NOTE-2.
           05 FILLER                     PIC X(45) VALUE
              "        WITH PHONE, WITH EMAIL AND WITH NAME ".
           05 FILLER                     PIC X(87) VALUE
              "NOT CHANGED BY THE NAME EDIT)".
       01  WS-REJ-IMAGE.
           05    RI-ORDER                PIC 9(7).
           05    FILLER                  PIC X(1).
           05    RI-FIRST-NAME           PIC X(15).
           05    FILLER                  PIC X(1).
           05    RI-LAST-NAME            PIC X(15).
           05    FILLER                  PIC X(1).
           05    RI-BIRTH-DATE           PIC X(8).
           05    FILLER                  PIC X(1).
           05    RI-CURRENT-DATE         PIC X(8).
           05    FILLER                  PIC X(1).
           05    RI-DATE-FORMAT          PIC X(1).
           05    FILLER                  PIC X(1).
           05    RI-TRANS-CODE           PIC X(1).
           05    FILLER                  PIC X(1).
           05    RI-BRANCH               PIC X(3).
           05    RI-BRANCH-N REDEFINES RI-BRANCH
                                         PIC 9(3).
           05    FILLER                  PIC X(1).
           05    RI-PHONE                PIC X(11).
           05    FILLER                  PIC X(1).
           05    RI-EMAIL                PIC X(30).
           05    FILLER                  PIC X(1).
           05    RI-REASON               PIC X(30).
           05    FILLER                  PIC X(1).
           05    RI-ATTEMPT              PIC 9(2).
           05    FILLER                  PIC X(1).
           05    RI-SOURCE-ID            PIC X(8).
       01  WS-ACC-TABLE.
           05 WS-ACC OCCURS 2 TIMES.
              10 AC-REJECTS              PIC 9(7).
              10 AC-FIRST                PIC 9(7).
              10 AC-REPEAT               PIC 9(7).
              10 AC-ORDERS               PIC 9(7).
              10 AC-CORRECTED            PIC 9(7).
       01  WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 30 TIMES.
              10 RT-REASON               PIC X(30).
              10 RT-CNT                  PIC 9(7).
       01  WS-BRANCH-TABLE.
           05 WS-BR-ENTRY OCCURS 1001 TIMES.
              10 BX-LISTED               PIC 9(1).
              10 BX-RANKED               PIC 9(1).
              10 BX-CUSTOMERS            PIC 9(7).
              10 BX-ACTIVE               PIC 9(7).
              10 BX-NO-PHONE             PIC 9(7).
              10 BX-NO-EMAIL             PIC 9(7).
              10 BX-NAME-EDITED          PIC 9(7).
              10 BX-REJECTS              PIC 9(7).
              10 BX-ORDERS               PIC 9(7).
              10 BX-CORRECTED            PIC 9(7).
              10 BX-ACCEPT-PCT           PIC 9(3)V9.
              10 BX-FIX-PCT              PIC 9(3)V9.
              10 BX-COMPLETE-PCT         PIC 9(3)V9.
              10 BX-SCORE                PIC 9(3)V9.
       01  WS-SCORE-WORK.
           05 SC-CUSTOMERS               PIC 9(9).
           05 SC-ACTIVE                  PIC 9(9).
           05 SC-NO-PHONE                PIC 9(9).
           05 SC-NO-EMAIL                PIC 9(9).
           05 SC-NAME-EDITED             PIC 9(9).
           05 SC-REJECTS                 PIC 9(9).
           05 SC-ORDERS                  PIC 9(9).
           05 SC-CORRECTED               PIC 9(9).
           05 SC-ACCEPT-PCT              PIC 9(3)V9.
           05 SC-FIX-PCT                 PIC 9(3)V9.
           05 SC-COMPLETE-PCT            PIC 9(3)V9.
           05 SC-SCORE                   PIC 9(3)V9.
       01  WS-FLAGS.
           05 STATUS-DQPARM              PIC 99.
              88 DQPARM-SUCC             VALUE 00 97.
           05 STATUS-REJFILE             PIC 99.
              88 REJFILE-SUCC            VALUE 00 97.
              88 REJ-EOF                 VALUE 10.
              88 REJFILE-NO-FILE         VALUE 35.
           05 STATUS-NEWREJ              PIC 99.
              88 NEWREJ-SUCC             VALUE 00 97.
              88 NEWREJ-EOF              VALUE 10.
              88 NEWREJ-NO-FILE          VALUE 35.
           05 STATUS-REJARCH             PIC 99.
              88 REJARCH-SUCC            VALUE 00 97.
              88 REJARCH-EOF             VALUE 10.
              88 REJARCH-NO-FILE         VALUE 35.
           05 STATUS-JRNFILE             PIC 99.
              88 JRNFILE-SUCC            VALUE 00 97.
              88 JRN-EOF                 VALUE 10.
              88 JRNFILE-NO-FILE         VALUE 35.
           05 STATUS-DQOUT               PIC 99.
              88 DQOUT-SUCC              VALUE 00 97.
           05 STATUS-WORKFILE            PIC 99.
              88 WORKFILE-SUCC           VALUE 00 97.
           05 STATUS-BREFFILE            PIC 99.
              88 BREFFILE-SUCC           VALUE 00 97.
           05 STATUS-MASTER              PIC 99.
              88 MASTER-SUCC             VALUE 00 97.
              88 MASTER-EOF              VALUE 10.
           05 WS-SORT-EOF                PIC 9(1)  VALUE 0.
           05 WS-FIRST-RECORD            PIC 9(1)  VALUE 1.
           05 WS-RANK-DONE               PIC 9(1)  VALUE 0.
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-FROM-DATE                  PIC 9(8)  VALUE 0.
       01  WS-CUR-BRANCH-IDX             PIC 9(4).
       01  WS-CUR-SOURCE-ID              PIC X(8).
       01  WS-PREV-ORDER                 PIC 9(7).
       01  WS-LK-BRANCH-IDX              PIC 9(4).
       01  WS-LK-BRANCH                  PIC X(3).
       01  WS-LK-NAME                    PIC X(20).
       01  WS-BRANCH-IDX                 PIC 9(4).
       01  WS-WORST-IDX                  PIC 9(4).
       01  WS-REASON-IDX                 PIC 9(2).
       01  WS-REASON-USED                PIC 9(2)  VALUE 0.
       01  WS-REASON-SLOT                PIC 9(2).
       01  WS-LVL                        PIC 9(1).
       01  WS-RANK                       PIC 9(4)  VALUE 0.
       01  WS-MASTER-CNT                 PIC 9(9)  VALUE 0.
       01  WS-JRN-READ-CNT               PIC 9(9)  VALUE 0.
       01  WS-CORR-CNT                   PIC 9(9)  VALUE 0.
       01  WS-REJ-READ-CNT               PIC 9(9)  VALUE 0.
       01  WS-REJ-USED-CNT               PIC 9(9)  VALUE 0.
       01  WS-ARCH-SKIP-CNT              PIC 9(9)  VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0070-READ-PARAMETERS.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0150-PRINT-HEADINGS.
           PERFORM 0200-LOAD-CORRECTIONS.
           PERFORM 0300-LOAD-COMPLETENESS.
           SORT SORT-FILE
               ON ASCENDING KEY SR-BRANCH-IDX
                                SR-SOURCE-ID
                                SR-ORDER
                                SR-ATTEMPT
               INPUT PROCEDURE IS 1000-LOAD-SORT
               OUTPUT PROCEDURE IS 2000-REPORT-SORTED.
           PERFORM 0500-SCORE-BRANCHES.
           PERFORM 0600-PRINT-RANKING.
           PERFORM 0700-PRINT-SUMMARY.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
       0070-READ-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT DQ-PARAM.
           IF DQPARM-SUCC
               READ DQ-PARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-FROM-DATE NUMERIC
                           MOVE DP-FROM-DATE TO WS-FROM-DATE
                       END-IF
               END-READ
               CLOSE DQ-PARAM
           END-IF.
           INITIALIZE WS-ACC-TABLE.
           INITIALIZE WS-REASON-TABLE.
           INITIALIZE WS-BRANCH-TABLE.
       0100-OPEN-FILES.
           OPEN INPUT  USER-MASTER.
           OPEN INPUT  BRANCH-REF.
           OPEN OUTPUT DQ-OUT.
           OPEN OUTPUT CORR-WORK.
           CLOSE CORR-WORK.
           OPEN I-O CORR-WORK.
       0110-FILE-CONTROL.
           IF NOT MASTER-SUCC
              DISPLAY "User master file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT BREFFILE-SUCC
              DISPLAY "Branch reference file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT DQOUT-SUCC
              DISPLAY "Scorecard report file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT WORKFILE-SUCC
              DISPLAY "Scorecard work file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       0150-PRINT-HEADINGS.
           MOVE WS-RUN-DATE TO DT-RUN-DATE.
           IF WS-FROM-DATE = 0
               MOVE "ALL" TO DT-FROM-DATE
           ELSE
               MOVE WS-FROM-DATE TO DT-FROM-DATE
           END-IF.
           MOVE DQ-TITLE TO DQ-REC.
           WRITE DQ-REC.
           MOVE SPACES TO DQ-REC.
           WRITE DQ-REC.
           MOVE DQ-DETAIL-TITLE TO DQ-REC.
           WRITE DQ-REC.
           MOVE SPACES TO DQ-REC.
           WRITE DQ-REC.
           MOVE DQ-DETAIL-HEADER TO DQ-REC.
           WRITE DQ-REC.
           MOVE SPACES TO DQ-REC.
           WRITE DQ-REC.
       0200-LOAD-CORRECTIONS.
           OPEN INPUT JOURNAL-FILE.
           IF JRNFILE-SUCC
               PERFORM 0250-READ-JOURNAL
               PERFORM 0260-STORE-CORRECTION
                   UNTIL JRN-EOF
               CLOSE JOURNAL-FILE
           ELSE
               IF JRNFILE-NO-FILE
                   DISPLAY "Journal file not found - no corrections"
                           " counted."
               ELSE
                   DISPLAY "Journal file not usable. Exiting..."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       0250-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   CONTINUE
           END-READ.
       0260-STORE-CORRECTION.
           ADD 1 TO WS-JRN-READ-CNT.
           IF JR-PROGRAM = "REJCORR" AND JR-ORDER NUMERIC
               MOVE JR-ORDER    TO DW-ORDER
               MOVE JR-RUN-DATE TO DW-CORR-DATE
               WRITE CORR-WORK-REC
                   INVALID KEY
                       REWRITE CORR-WORK-REC
                   NOT INVALID KEY
                       ADD 1 TO WS-CORR-CNT
               END-WRITE
           END-IF.
           PERFORM 0250-READ-JOURNAL.
       0300-LOAD-COMPLETENESS.
           MOVE ZEROS TO MA-ORDER.
           START USER-MASTER KEY NOT < MA-ORDER
               INVALID KEY
                   MOVE 10 TO STATUS-MASTER
           END-START.
           IF NOT MASTER-EOF
               PERFORM 0350-COUNT-CUSTOMER
                   UNTIL MASTER-EOF
           END-IF.
       0350-COUNT-CUSTOMER.
           READ USER-MASTER NEXT
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-MASTER-CNT
                   IF MA-BRANCH NUMERIC
                       COMPUTE WS-BRANCH-IDX = MA-BRANCH + 1
                   ELSE
                       MOVE 1001 TO WS-BRANCH-IDX
                   END-IF
                   MOVE 1 TO BX-LISTED (WS-BRANCH-IDX)
                   ADD 1 TO BX-CUSTOMERS (WS-BRANCH-IDX)
                   IF MA-ACTIVE
                       ADD 1 TO BX-ACTIVE (WS-BRANCH-IDX)
                       IF MA-PHONE = SPACES
                           ADD 1 TO BX-NO-PHONE (WS-BRANCH-IDX)
                       END-IF
                       IF MA-EMAIL = SPACES
                           ADD 1 TO BX-NO-EMAIL (WS-BRANCH-IDX)
                       END-IF
                       IF MA-NAME-WAS-EDITED
                           ADD 1 TO BX-NAME-EDITED (WS-BRANCH-IDX)
                       END-IF
                   END-IF
           END-READ.
       0400-LOOKUP-BRANCH.
           IF WS-LK-BRANCH-IDX = 1001
               MOVE "INV"             TO WS-LK-BRANCH
               MOVE "INVALID BRANCH"  TO WS-LK-NAME
           ELSE
               COMPUTE BF-BRANCH = WS-LK-BRANCH-IDX - 1
               MOVE BF-BRANCH TO WS-LK-BRANCH
               READ BRANCH-REF
                   INVALID KEY
                       MOVE "NOT ON BRNCHREF" TO WS-LK-NAME
                   NOT INVALID KEY
                       MOVE BF-NAME           TO WS-LK-NAME
               END-READ
           END-IF.
       0500-SCORE-BRANCHES.
           MOVE 1 TO WS-BRANCH-IDX.
           PERFORM 0510-SCORE-ONE-BRANCH
               UNTIL WS-BRANCH-IDX > 1001.
       0510-SCORE-ONE-BRANCH.
           IF BX-LISTED (WS-BRANCH-IDX) = 1
               MOVE BX-CUSTOMERS (WS-BRANCH-IDX)   TO SC-CUSTOMERS
               MOVE BX-ACTIVE (WS-BRANCH-IDX)      TO SC-ACTIVE
               MOVE BX-NO-PHONE (WS-BRANCH-IDX)    TO SC-NO-PHONE
               MOVE BX-NO-EMAIL (WS-BRANCH-IDX)    TO SC-NO-EMAIL
               MOVE BX-NAME-EDITED (WS-BRANCH-IDX) TO SC-NAME-EDITED
               MOVE BX-REJECTS (WS-BRANCH-IDX)     TO SC-REJECTS
               MOVE BX-ORDERS (WS-BRANCH-IDX)      TO SC-ORDERS
               MOVE BX-CORRECTED (WS-BRANCH-IDX)   TO SC-CORRECTED
               PERFORM 0520-COMPUTE-SCORE
               MOVE SC-ACCEPT-PCT   TO BX-ACCEPT-PCT (WS-BRANCH-IDX)
               MOVE SC-FIX-PCT      TO BX-FIX-PCT (WS-BRANCH-IDX)
               MOVE SC-COMPLETE-PCT TO BX-COMPLETE-PCT (WS-BRANCH-IDX)
               MOVE SC-SCORE        TO BX-SCORE (WS-BRANCH-IDX)
           END-IF.
           ADD 1 TO WS-BRANCH-IDX.
       0520-COMPUTE-SCORE.
           IF SC-CUSTOMERS + SC-ORDERS = 0
               MOVE 100 TO SC-ACCEPT-PCT
           ELSE
               COMPUTE SC-ACCEPT-PCT ROUNDED =
                   SC-CUSTOMERS * 100 / (SC-CUSTOMERS + SC-ORDERS)
           END-IF.
           IF SC-ORDERS = 0
               MOVE 100 TO SC-FIX-PCT
           ELSE
               COMPUTE SC-FIX-PCT ROUNDED =
                   SC-CORRECTED * 100 / SC-ORDERS
           END-IF.
           IF SC-ACTIVE = 0
               MOVE 100 TO SC-COMPLETE-PCT
           ELSE
               COMPUTE SC-COMPLETE-PCT ROUNDED =
                   (SC-ACTIVE * 3 - SC-NO-PHONE - SC-NO-EMAIL
                       - SC-NAME-EDITED) * 100 / (SC-ACTIVE * 3)
           END-IF.
           COMPUTE SC-SCORE ROUNDED =
               (SC-ACCEPT-PCT + SC-FIX-PCT + SC-COMPLETE-PCT) / 3.
       0600-PRINT-RANKING.
           MOVE SPACES TO DQ-REC.
           WRITE DQ-REC.
           MOVE DQ-RANK-TITLE TO DQ-REC.
           WRITE DQ-REC.
           MOVE SPACES TO DQ-REC.
           WRITE DQ-REC.
           MOVE DQ-RANK-HEADER TO DQ-REC.
           WRITE DQ-REC.
           MOVE SPACES TO DQ-REC.
           WRITE DQ-REC.
           INITIALIZE WS-SCORE-WORK.
           MOVE 0 TO WS-RANK-DONE.
           PERFORM 0610-SELECT-WORST
               UNTIL WS-RANK-DONE = 1.
           MOVE SPACES TO DQ-REC.
           WRITE DQ-REC.
           PERFORM 0520-COMPUTE-SCORE.
           MOVE SPACES TO DK-RANK-X.
           MOVE "ALL" TO DK-BRANCH.
           MOVE "ALL BRANCHES" TO DK-NAME.
           MOVE SC-CUSTOMERS    TO DK-CUSTOMERS.
           MOVE SC-ACTIVE       TO DK-ACTIVE.
           MOVE SC-REJECTS      TO DK-REJECTS.
           MOVE SC-ORDERS       TO DK-ORDERS.
           MOVE SC-CORRECTED    TO DK-CORRECTED.
           MOVE SC-NO-PHONE     TO DK-NO-PHONE.
           MOVE SC-NO-EMAIL     TO DK-NO-EMAIL.
           MOVE SC-NAME-EDITED  TO DK-NAME-EDITED.
           MOVE SC-ACCEPT-PCT   TO DK-ACCEPT-PCT.
           MOVE SC-FIX-PCT      TO DK-FIX-PCT.
           MOVE SC-COMPLETE-PCT TO DK-COMPLETE-PCT.
           MOVE SC-SCORE        TO DK-SCORE.
           MOVE DQ-RANK-LINE TO DQ-REC.
           WRITE DQ-REC.
           MOVE SPACES TO DQ-REC.
           WRITE DQ-REC.
           MOVE DQ-SCORE-NOTE TO DQ-REC.
           WRITE DQ-REC.
           MOVE DQ-SCORE-NOTE-2 TO DQ-REC.
           WRITE DQ-REC.
       0610-SELECT-WORST.
           MOVE 0 TO WS-WORST-IDX.
           MOVE 1 TO WS-BRANCH-IDX.
           PERFORM 0620-COMPARE-BRANCH
               UNTIL WS-BRANCH-IDX > 1001.
           IF WS-WORST-IDX = 0
               MOVE 1 TO WS-RANK-DONE
           ELSE
               PERFORM 0630-PRINT-RANK-LINE
           END-IF.
       0620-COMPARE-BRANCH.
           IF BX-LISTED (WS-BRANCH-IDX) = 1
               AND BX-RANKED (WS-BRANCH-IDX) = 0
               IF WS-WORST-IDX = 0
                   MOVE WS-BRANCH-IDX TO WS-WORST-IDX
               ELSE
                   IF BX-SCORE (WS-BRANCH-IDX)
                       < BX-SCORE (WS-WORST-IDX)
                       MOVE WS-BRANCH-IDX TO WS-WORST-IDX
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-BRANCH-IDX.
       0630-PRINT-RANK-LINE.
           MOVE 1 TO BX-RANKED (WS-WORST-IDX).
           ADD 1 TO WS-RANK.
           MOVE WS-WORST-IDX TO WS-LK-BRANCH-IDX.
           PERFORM 0400-LOOKUP-BRANCH.
           MOVE WS-RANK     TO DK-RANK.
           MOVE WS-LK-BRANCH TO DK-BRANCH.
           MOVE WS-LK-NAME  TO DK-NAME.
           MOVE BX-CUSTOMERS (WS-WORST-IDX)    TO DK-CUSTOMERS.
           MOVE BX-ACTIVE (WS-WORST-IDX)       TO DK-ACTIVE.
           MOVE BX-REJECTS (WS-WORST-IDX)      TO DK-REJECTS.
           MOVE BX-ORDERS (WS-WORST-IDX)       TO DK-ORDERS.
           MOVE BX-CORRECTED (WS-WORST-IDX)    TO DK-CORRECTED.
           MOVE BX-NO-PHONE (WS-WORST-IDX)     TO DK-NO-PHONE.
           MOVE BX-NO-EMAIL (WS-WORST-IDX)     TO DK-NO-EMAIL.
           MOVE BX-NAME-EDITED (WS-WORST-IDX)  TO DK-NAME-EDITED.
           MOVE BX-ACCEPT-PCT (WS-WORST-IDX)   TO DK-ACCEPT-PCT.
           MOVE BX-FIX-PCT (WS-WORST-IDX)      TO DK-FIX-PCT.
           MOVE BX-COMPLETE-PCT (WS-WORST-IDX) TO DK-COMPLETE-PCT.
           MOVE BX-SCORE (WS-WORST-IDX)        TO DK-SCORE.
           MOVE DQ-RANK-LINE TO DQ-REC.
           WRITE DQ-REC.
           ADD BX-CUSTOMERS (WS-WORST-IDX)   TO SC-CUSTOMERS.
           ADD BX-ACTIVE (WS-WORST-IDX)      TO SC-ACTIVE.
           ADD BX-REJECTS (WS-WORST-IDX)     TO SC-REJECTS.
           ADD BX-ORDERS (WS-WORST-IDX)      TO SC-ORDERS.
           ADD BX-CORRECTED (WS-WORST-IDX)   TO SC-CORRECTED.
           ADD BX-NO-PHONE (WS-WORST-IDX)    TO SC-NO-PHONE.
           ADD BX-NO-EMAIL (WS-WORST-IDX)    TO SC-NO-EMAIL.
           ADD BX-NAME-EDITED (WS-WORST-IDX) TO SC-NAME-EDITED.
       0700-PRINT-SUMMARY.
           DISPLAY "DATA-QUALITY SCORECARD SUMMARY - RUN " WS-RUN-DATE.
           DISPLAY "  MASTER RECORDS READ:     " WS-MASTER-CNT.
           DISPLAY "  JOURNAL ENTRIES READ:    " WS-JRN-READ-CNT.
           DISPLAY "  CORRECTED ORDERS:        " WS-CORR-CNT.
           DISPLAY "  REJECT RECORDS READ:     " WS-REJ-READ-CNT.
           DISPLAY "  REJECTS SCORED:          " WS-REJ-USED-CNT.
           DISPLAY "  ARCHIVED BEFORE PERIOD:  " WS-ARCH-SKIP-CNT.
           DISPLAY "  BRANCHES RANKED:         " WS-RANK.
       0800-CLOSE-FILES.
           CLOSE USER-MASTER.
           CLOSE BRANCH-REF.
           CLOSE CORR-WORK.
           CLOSE DQ-OUT.
       0999-EXIT.
           STOP RUN.
       1000-LOAD-SORT.
           OPEN INPUT REJECT-FILE.
           IF REJFILE-SUCC
               PERFORM 1110-READ-REJECT
               PERFORM 1120-RELEASE-REJECT
                   UNTIL REJ-EOF
               CLOSE REJECT-FILE
           ELSE
               IF NOT REJFILE-NO-FILE
                   DISPLAY "Reject file not usable - not scored."
               END-IF
           END-IF.
           OPEN INPUT NEW-REJECT-FILE.
           IF NEWREJ-SUCC
               PERFORM 1210-READ-NEW-REJECT
               PERFORM 1220-RELEASE-NEW-REJECT
                   UNTIL NEWREJ-EOF
               CLOSE NEW-REJECT-FILE
           ELSE
               IF NOT NEWREJ-NO-FILE
                   DISPLAY "New reject file not usable - not scored."
               END-IF
           END-IF.
           OPEN INPUT REJECT-ARCH.
           IF REJARCH-SUCC
               PERFORM 1310-READ-REJECT-ARCH
               PERFORM 1320-RELEASE-REJECT-ARCH
                   UNTIL REJARCH-EOF
               CLOSE REJECT-ARCH
           ELSE
               IF NOT REJARCH-NO-FILE
                   DISPLAY "Reject archive not usable - not scored."
               END-IF
           END-IF.
       1110-READ-REJECT.
           READ REJECT-FILE
               AT END
                   CONTINUE
           END-READ.
       1120-RELEASE-REJECT.
           MOVE REJECT-REC TO WS-REJ-IMAGE.
           PERFORM 1500-RELEASE-IMAGE.
           PERFORM 1110-READ-REJECT.
       1210-READ-NEW-REJECT.
           READ NEW-REJECT-FILE
               AT END
                   CONTINUE
           END-READ.
       1220-RELEASE-NEW-REJECT.
           MOVE NEW-REJECT-REC TO WS-REJ-IMAGE.
           PERFORM 1500-RELEASE-IMAGE.
           PERFORM 1210-READ-NEW-REJECT.
       1310-READ-REJECT-ARCH.
           READ REJECT-ARCH
               AT END
                   CONTINUE
           END-READ.
       1320-RELEASE-REJECT-ARCH.
           IF RA-ARCH-DATE NUMERIC
               AND RA-ARCH-DATE NOT < WS-FROM-DATE
               MOVE RA-REJECT-IMAGE TO WS-REJ-IMAGE
               PERFORM 1500-RELEASE-IMAGE
           ELSE
               ADD 1 TO WS-ARCH-SKIP-CNT
           END-IF.
           PERFORM 1310-READ-REJECT-ARCH.
       1500-RELEASE-IMAGE.
           ADD 1 TO WS-REJ-READ-CNT.
           IF RI-ORDER NUMERIC
               ADD 1 TO WS-REJ-USED-CNT
               IF RI-BRANCH-N NUMERIC
                   COMPUTE SR-BRANCH-IDX = RI-BRANCH-N + 1
               ELSE
                   MOVE 1001 TO SR-BRANCH-IDX
               END-IF
               IF RI-SOURCE-ID = SPACES OR RI-SOURCE-ID = LOW-VALUES
                   MOVE "UNKNOWN" TO SR-SOURCE-ID
               ELSE
                   MOVE RI-SOURCE-ID TO SR-SOURCE-ID
               END-IF
               MOVE RI-ORDER TO SR-ORDER
               IF RI-ATTEMPT NUMERIC AND RI-ATTEMPT > 0
                   MOVE RI-ATTEMPT TO SR-ATTEMPT
               ELSE
                   MOVE 1 TO SR-ATTEMPT
               END-IF
               IF RI-REASON = SPACES
                   MOVE "NO REASON GIVEN" TO SR-REASON
               ELSE
                   MOVE RI-REASON TO SR-REASON
               END-IF
               RELEASE SORT-REC
           END-IF.
       2000-REPORT-SORTED.
           MOVE 0 TO WS-SORT-EOF.
           MOVE 1 TO WS-FIRST-RECORD.
           PERFORM 2100-PROCESS-SORTED
               UNTIL WS-SORT-EOF = 1.
           IF WS-FIRST-RECORD = 0
               PERFORM 2300-END-GROUP
           END-IF.
           MOVE SPACES TO DQ-REC.
           WRITE DQ-REC.
           MOVE 2 TO WS-LVL.
           MOVE "ALL" TO DL-BRANCH.
           MOVE "ALL BRANCHES" TO DL-NAME.
           MOVE "ALL" TO DL-SOURCE-ID.
           PERFORM 2600-PRINT-DETAIL-LINE.
       2100-PROCESS-SORTED.
           RETURN SORT-FILE
               AT END
                   MOVE 1 TO WS-SORT-EOF
               NOT AT END
                   PERFORM 2200-ACCUMULATE-ONE
           END-RETURN.
       2200-ACCUMULATE-ONE.
           IF WS-FIRST-RECORD = 1
               MOVE 0 TO WS-FIRST-RECORD
               MOVE SR-BRANCH-IDX TO WS-CUR-BRANCH-IDX
               MOVE SR-SOURCE-ID  TO WS-CUR-SOURCE-ID
               MOVE ZEROS         TO WS-PREV-ORDER
           ELSE
               IF SR-BRANCH-IDX NOT = WS-CUR-BRANCH-IDX
                   OR SR-SOURCE-ID NOT = WS-CUR-SOURCE-ID
                   PERFORM 2300-END-GROUP
                   MOVE SR-BRANCH-IDX TO WS-CUR-BRANCH-IDX
                   MOVE SR-SOURCE-ID  TO WS-CUR-SOURCE-ID
                   MOVE ZEROS         TO WS-PREV-ORDER
               END-IF
           END-IF.
           ADD 1 TO AC-REJECTS (1).
           IF SR-ATTEMPT > 1
               ADD 1 TO AC-REPEAT (1)
           ELSE
               ADD 1 TO AC-FIRST (1)
           END-IF.
           IF AC-ORDERS (1) = 0 OR SR-ORDER NOT = WS-PREV-ORDER
               MOVE SR-ORDER TO WS-PREV-ORDER
               ADD 1 TO AC-ORDERS (1)
               MOVE SR-ORDER TO DW-ORDER
               READ CORR-WORK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO AC-CORRECTED (1)
               END-READ
           END-IF.
           PERFORM 2250-TALLY-REASON.
       2250-TALLY-REASON.
           MOVE 0 TO WS-REASON-SLOT.
           MOVE 1 TO WS-REASON-IDX.
           PERFORM 2260-FIND-REASON
               UNTIL WS-REASON-IDX > WS-REASON-USED
                  OR WS-REASON-SLOT > 0.
           IF WS-REASON-SLOT = 0
               IF WS-REASON-USED < 30
                   ADD 1 TO WS-REASON-USED
                   MOVE WS-REASON-USED TO WS-REASON-SLOT
                   MOVE SR-REASON TO RT-REASON (WS-REASON-SLOT)
               ELSE
                   MOVE 30 TO WS-REASON-SLOT
                   MOVE "OTHER REASONS" TO RT-REASON (WS-REASON-SLOT)
               END-IF
           END-IF.
           ADD 1 TO RT-CNT (WS-REASON-SLOT).
       2260-FIND-REASON.
           IF RT-REASON (WS-REASON-IDX) = SR-REASON
               MOVE WS-REASON-IDX TO WS-REASON-SLOT
           END-IF.
           ADD 1 TO WS-REASON-IDX.
       2300-END-GROUP.
           MOVE WS-CUR-BRANCH-IDX TO WS-LK-BRANCH-IDX.
           PERFORM 0400-LOOKUP-BRANCH.
           MOVE 1 TO WS-LVL.
           MOVE WS-LK-BRANCH     TO DL-BRANCH.
           MOVE WS-LK-NAME       TO DL-NAME.
           MOVE WS-CUR-SOURCE-ID TO DL-SOURCE-ID.
           PERFORM 2600-PRINT-DETAIL-LINE.
           MOVE 1 TO WS-REASON-IDX.
           PERFORM 2350-PRINT-REASON
               UNTIL WS-REASON-IDX > WS-REASON-USED.
           MOVE 1 TO BX-LISTED (WS-CUR-BRANCH-IDX).
           ADD AC-REJECTS (1)   TO BX-REJECTS (WS-CUR-BRANCH-IDX).
           ADD AC-ORDERS (1)    TO BX-ORDERS (WS-CUR-BRANCH-IDX).
           ADD AC-CORRECTED (1) TO BX-CORRECTED (WS-CUR-BRANCH-IDX).
           ADD AC-REJECTS (1)   TO AC-REJECTS (2).
           ADD AC-FIRST (1)     TO AC-FIRST (2).
           ADD AC-REPEAT (1)    TO AC-REPEAT (2).
           ADD AC-ORDERS (1)    TO AC-ORDERS (2).
           ADD AC-CORRECTED (1) TO AC-CORRECTED (2).
           INITIALIZE WS-ACC (1).
           INITIALIZE WS-REASON-TABLE.
           MOVE 0 TO WS-REASON-USED.
       2350-PRINT-REASON.
           MOVE RT-REASON (WS-REASON-IDX) TO DR-REASON.
           MOVE RT-CNT (WS-REASON-IDX)    TO DR-CNT.
           MOVE DQ-REASON-LINE TO DQ-REC.
           WRITE DQ-REC.
           ADD 1 TO WS-REASON-IDX.
       2600-PRINT-DETAIL-LINE.
           MOVE AC-REJECTS (WS-LVL)   TO DL-REJECTS.
           MOVE AC-FIRST (WS-LVL)     TO DL-FIRST.
           MOVE AC-REPEAT (WS-LVL)    TO DL-REPEAT.
           MOVE AC-ORDERS (WS-LVL)    TO DL-ORDERS.
           MOVE AC-CORRECTED (WS-LVL) TO DL-CORRECTED.
           COMPUTE DL-NOT-FIXED = AC-ORDERS (WS-LVL)
                                - AC-CORRECTED (WS-LVL).
           IF AC-ORDERS (WS-LVL) = 0
               MOVE 100 TO DL-FIX-PCT
           ELSE
               COMPUTE DL-FIX-PCT ROUNDED =
                   AC-CORRECTED (WS-LVL) * 100 / AC-ORDERS (WS-LVL)
           END-IF.
           MOVE DQ-DETAIL-LINE TO DQ-REC.
           WRITE DQ-REC.
