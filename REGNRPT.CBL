       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REGNRPT.
       AUTHOR.        SINA EREN OZBAYRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORT-FILE ASSIGN TO SRTWORK.
           SELECT REGN-PARAM ASSIGN TO REGNPARM
                       FILE STATUS IS STATUS-REGNPARM.
           SELECT JOURNAL-FILE ASSIGN TO TRNJRNL
                       FILE STATUS IS STATUS-JRNFILE.
           SELECT HIST-FILE ASSIGN TO REGNHIST
                       FILE STATUS IS STATUS-HISTFILE.
           SELECT REGN-OUT ASSIGN TO REGNLINE
                       FILE STATUS IS STATUS-REGNOUT.
           SELECT CSV-FILE ASSIGN TO REGNCSV
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS STATUS-CSVFILE.
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
           05    SR-REGION               PIC X(10).
           05    SR-BRANCH               PIC 9(3).
           05    SR-TYPE                 PIC X(1).
              88 SR-CUSTOMER             VALUE "M".
           05    SR-STATUS               PIC X(1).
              88 SR-ACTIVE               VALUE "A" " ".
           05    SR-AGE-YEARS            PIC 9(3).
           05    SR-BRANCH-NAME          PIC X(20).
       FD  REGN-PARAM RECORDING MODE F.
       01  REGN-PARAM-REC.
           05    RP-PERIOD               PIC 9(6).
           05    RP-PERIOD-X REDEFINES RP-PERIOD.
              10 RP-PERIOD-YEAR          PIC 9(4).
              10 RP-PERIOD-MTH           PIC 9(2).
       FD  JOURNAL-FILE RECORDING MODE F.
       01  JOURNAL-REC.
           05    JR-RUN-DATE             PIC 9(8).
           05    JR-RUN-DATE-X REDEFINES JR-RUN-DATE.
              10 JR-RUN-PERIOD           PIC 9(6).
              10 FILLER                  PIC 9(2).
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
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-REC.
           05    RH-PERIOD               PIC 9(6).
           05    RH-BRANCH               PIC 9(3).
           05    RH-REGION               PIC X(10).
           05    RH-TOTAL-CNT            PIC 9(7).
           05    RH-ACTIVE-CNT           PIC 9(7).
       FD  REGN-OUT RECORDING MODE F.
       01  REGN-REC                      PIC X(132).
       FD  CSV-FILE.
       01  CSV-REC                       PIC X(160).
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
       01  REGN-TITLE.
           05 FILLER                     PIC X(34) VALUE
              "REGIONAL ROLL-UP REPORT - PERIOD: ".
           05 RT-PERIOD                  PIC 9(6).
           05 FILLER                     PIC X(92) VALUE SPACES.
       01  REGN-HEADER.
           05 FILLER                     PIC X(11) VALUE "REGION".
           05 FILLER                     PIC X(4)  VALUE "BRN".
           05 FILLER                     PIC X(16) VALUE "BRANCH NAME".
           05 FILLER                     PIC X(8)  VALUE "  TOTAL".
           05 FILLER                     PIC X(8)  VALUE " ACTIVE".
           05 FILLER                     PIC X(8)  VALUE "INACTIVE".
           05 FILLER                     PIC X(7)  VALUE "  UND18".
           05 FILLER                     PIC X(7)  VALUE "  18-35".
           05 FILLER                     PIC X(7)  VALUE "  36-60".
           05 FILLER                     PIC X(7)  VALUE "  61-UP".
           05 FILLER                     PIC X(6)  VALUE "  AVG".
           05 FILLER                     PIC X(7)  VALUE "   ADDS".
           05 FILLER                     PIC X(7)  VALUE "   CHGS".
           05 FILLER                     PIC X(7)  VALUE "   DELS".
           05 FILLER                     PIC X(8)  VALUE "PREV ACT".
           05 FILLER                     PIC X(8)  VALUE "  GROWTH".
           05 FILLER                     PIC X(6)  VALUE SPACES.
       01  REGN-LINE.
           05 RL-REGION                  PIC X(10).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RL-BRANCH                  PIC X(3).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RL-NAME                    PIC X(15).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RL-TOTAL                   PIC ZZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RL-ACTIVE                  PIC ZZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RL-INACTIVE                PIC ZZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RL-BRACKET-1               PIC ZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RL-BRACKET-2               PIC ZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RL-BRACKET-3               PIC ZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RL-BRACKET-4               PIC ZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RL-AVG-AGE                 PIC ZZ9.9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RL-ADDS                    PIC ZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RL-CHGS                    PIC ZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RL-DELS                    PIC ZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RL-PRIOR                   PIC ZZZZZZ9.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RL-GROWTH                  PIC -(7)9.
           05 FILLER                     PIC X(6)  VALUE SPACES.
       01  REGN-TIE-LINE.
           05 FILLER                     PIC X(21) VALUE
              "USER MASTER RECORDS: ".
           05 RX-MASTER-CNT              PIC ZZZZZZZZ9.
           05 FILLER                     PIC X(12) VALUE
              "  REPORTED: ".
           05 RX-REPORTED-CNT            PIC ZZZZZZZZ9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 RX-RESULT                  PIC X(20).
           05 FILLER                     PIC X(59) VALUE SPACES.
       01  WS-CSV-FIELDS.
           05  CV-BRANCH                 PIC X(3).
           05  CV-TOTAL                  PIC ZZZZZZ9.
           05  CV-ACTIVE                 PIC ZZZZZZ9.
           05  CV-INACTIVE               PIC ZZZZZZ9.
           05  CV-BRACKET-1              PIC ZZZZZZ9.
           05  CV-BRACKET-2              PIC ZZZZZZ9.
           05  CV-BRACKET-3              PIC ZZZZZZ9.
           05  CV-BRACKET-4              PIC ZZZZZZ9.
           05  CV-AVG-AGE                PIC ZZ9.9.
           05  CV-ADDS                   PIC ZZZZZZ9.
           05  CV-CHGS                   PIC ZZZZZZ9.
           05  CV-DELS                   PIC ZZZZZZ9.
           05  CV-PRIOR                  PIC ZZZZZZ9.
           05  CV-GROWTH                 PIC -(7)9.
           05  CV-LEVEL                  PIC X(6).
       01  WS-JRN-IMAGE.
           05    JI-ORDER                PIC 9(7).
           05    JI-BRANCH               PIC 9(3).
           05    FILLER                  PIC X(120).
       01  WS-ACC-TABLE.
           05 WS-ACC OCCURS 3 TIMES.
              10 AC-TOTAL                PIC 9(7).
              10 AC-ACTIVE               PIC 9(7).
              10 AC-INACTIVE             PIC 9(7).
              10 AC-BRACKET              PIC 9(7)  OCCURS 4 TIMES.
              10 AC-AGE-SUM              PIC 9(9).
              10 AC-ADDS                 PIC 9(7).
              10 AC-CHGS                 PIC 9(7).
              10 AC-DELS                 PIC 9(7).
              10 AC-PRIOR                PIC 9(7).
       01  WS-BRANCH-TABLE.
           05 WS-BR-ENTRY OCCURS 1000 TIMES.
              10 BX-LISTED               PIC 9(1).
              10 BX-ADDS                 PIC 9(7).
              10 BX-CHGS                 PIC 9(7).
              10 BX-DELS                 PIC 9(7).
              10 BX-PRIOR                PIC 9(7).
       01  WS-FLAGS.
           05 STATUS-REGNPARM            PIC 99.
              88 REGNPARM-SUCC           VALUE 00 97.
           05 STATUS-JRNFILE             PIC 99.
              88 JRNFILE-SUCC            VALUE 00 97.
              88 JRN-EOF                 VALUE 10.
              88 JRNFILE-NO-FILE         VALUE 35.
           05 STATUS-HISTFILE            PIC 99.
              88 HISTFILE-SUCC           VALUE 00 97.
              88 HIST-EOF                VALUE 10.
              88 HISTFILE-NO-FILE        VALUE 35.
           05 STATUS-REGNOUT             PIC 99.
              88 REGNOUT-SUCC            VALUE 00 97.
           05 STATUS-CSVFILE             PIC 99.
              88 CSVFILE-SUCC            VALUE 00 97.
           05 STATUS-BREFFILE            PIC 99.
              88 BREFFILE-SUCC           VALUE 00 97.
           05 STATUS-MASTER              PIC 99.
              88 MASTER-SUCC             VALUE 00 97.
              88 MASTER-EOF              VALUE 10.
           05 WS-SORT-EOF                PIC 9(1)  VALUE 0.
           05 WS-FIRST-RECORD            PIC 9(1)  VALUE 1.
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR                PIC 9(4).
           05 WS-RUN-MTH                 PIC 9(2).
           05 WS-RUN-DAY                 PIC 9(2).
       01  WS-PERIOD                     PIC 9(6).
       01  WS-PERIOD-X REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR             PIC 9(4).
           05 WS-PERIOD-MTH              PIC 9(2).
       01  WS-PRIOR-PERIOD               PIC 9(6)  VALUE 0.
       01  WS-CUR-REGION                 PIC X(10).
       01  WS-CUR-BRANCH                 PIC 9(3).
       01  WS-CUR-BRANCH-NAME            PIC X(20).
       01  WS-LK-BRANCH                  PIC 9(3).
       01  WS-LK-REGION                  PIC X(10).
       01  WS-LK-NAME                    PIC X(20).
       01  WS-BRANCH-IDX                 PIC 9(4).
       01  WS-LVL                        PIC 9(1).
       01  WS-TO-LVL                     PIC 9(1).
       01  WS-BKT-IDX                    PIC 9(1).
       01  WS-BRACKET-AGE                PIC 9(3).
       01  WS-NEW-BRACKET                PIC 9(1).
       01  WS-AVG-AGE                    PIC 9(3)V9.
       01  WS-GROWTH                     PIC S9(7).
       01  WS-MASTER-CNT                 PIC 9(9)  VALUE 0.
       01  WS-JRN-READ-CNT               PIC 9(9)  VALUE 0.
       01  WS-JRN-PERIOD-CNT             PIC 9(9)  VALUE 0.
       01  WS-HIST-CNT                   PIC 9(7)  VALUE 0.
       01  WS-REGN-RC                    PIC 9(2)  VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0070-READ-PARAMETERS.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0150-PRINT-HEADINGS.
           PERFORM 0200-LOAD-HISTORY.
           PERFORM 0300-LOAD-JOURNAL.
           SORT SORT-FILE
               ON ASCENDING KEY SR-REGION
                                SR-BRANCH
               INPUT PROCEDURE IS 1000-LOAD-SORT
               OUTPUT PROCEDURE IS 2000-REPORT-SORTED.
           PERFORM 0500-TIE-TO-MASTER.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
       0070-READ-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           IF WS-RUN-MTH = 1
               COMPUTE WS-PERIOD-YEAR = WS-RUN-YEAR - 1
               MOVE 12 TO WS-PERIOD-MTH
           ELSE
               MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR
               COMPUTE WS-PERIOD-MTH = WS-RUN-MTH - 1
           END-IF.
           OPEN INPUT REGN-PARAM.
           IF REGNPARM-SUCC
               READ REGN-PARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-PERIOD NUMERIC
                           AND RP-PERIOD-MTH >= 1
                           AND RP-PERIOD-MTH <= 12
                           MOVE RP-PERIOD TO WS-PERIOD
                       END-IF
               END-READ
               CLOSE REGN-PARAM
           END-IF.
           INITIALIZE WS-ACC-TABLE.
           INITIALIZE WS-BRANCH-TABLE.
       0100-OPEN-FILES.
           OPEN INPUT  USER-MASTER.
           OPEN INPUT  BRANCH-REF.
           OPEN OUTPUT REGN-OUT.
           OPEN OUTPUT CSV-FILE.
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
           IF NOT REGNOUT-SUCC
              DISPLAY "Regional report file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT CSVFILE-SUCC
              DISPLAY "Regional CSV file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       0150-PRINT-HEADINGS.
           MOVE WS-PERIOD TO RT-PERIOD.
           MOVE REGN-TITLE TO REGN-REC.
           WRITE REGN-REC.
           MOVE SPACES TO REGN-REC.
           WRITE REGN-REC.
           MOVE REGN-HEADER TO REGN-REC.
           WRITE REGN-REC.
           MOVE SPACES TO REGN-REC.
           WRITE REGN-REC.
           MOVE SPACES TO CSV-REC.
           STRING
               "LEVEL,REGION,BRANCH,BRANCH_NAME,PERIOD,"
                                                   DELIMITED BY SIZE
               "CUSTOMERS,ACTIVE,INACTIVE,UNDER_18,"
                                                   DELIMITED BY SIZE
               "AGE_18_35,AGE_36_60,AGE_61_PLUS,AVG_AGE,"
                                                   DELIMITED BY SIZE
               "ADDS,CHANGES,DELETES,PREV_ACTIVE,NET_GROWTH"
                                                   DELIMITED BY SIZE
               INTO CSV-REC
           END-STRING.
           WRITE CSV-REC.
       0200-LOAD-HISTORY.
           OPEN INPUT HIST-FILE.
           IF HISTFILE-SUCC
               PERFORM 0250-READ-HISTORY
               PERFORM 0260-STORE-HISTORY
                   UNTIL HIST-EOF
               CLOSE HIST-FILE
           ELSE
               IF NOT HISTFILE-NO-FILE
                   DISPLAY "Regional history file not usable"
                           " - no growth figures."
               END-IF
           END-IF.
       0250-READ-HISTORY.
           READ HIST-FILE
               AT END
                   CONTINUE
           END-READ.
       0260-STORE-HISTORY.
           IF RH-PERIOD NUMERIC AND RH-BRANCH NUMERIC
               AND RH-ACTIVE-CNT NUMERIC
               AND RH-PERIOD < WS-PERIOD
               AND RH-PERIOD NOT < WS-PRIOR-PERIOD
               IF RH-PERIOD > WS-PRIOR-PERIOD
                   MOVE RH-PERIOD TO WS-PRIOR-PERIOD
                   MOVE 0 TO WS-HIST-CNT
                   MOVE 1 TO WS-BRANCH-IDX
                   PERFORM 0270-CLEAR-PRIOR
                       UNTIL WS-BRANCH-IDX > 1000
               END-IF
               COMPUTE WS-BRANCH-IDX = RH-BRANCH + 1
               MOVE RH-ACTIVE-CNT TO BX-PRIOR (WS-BRANCH-IDX)
               MOVE 1 TO BX-LISTED (WS-BRANCH-IDX)
               ADD 1 TO WS-HIST-CNT
           END-IF.
           PERFORM 0250-READ-HISTORY.
       0270-CLEAR-PRIOR.
           MOVE 0 TO BX-PRIOR (WS-BRANCH-IDX).
           MOVE 0 TO BX-LISTED (WS-BRANCH-IDX).
           ADD 1 TO WS-BRANCH-IDX.
       0300-LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF JRNFILE-SUCC
               PERFORM 0350-READ-JOURNAL
               PERFORM 0360-COUNT-JOURNAL
                   UNTIL JRN-EOF
               CLOSE JOURNAL-FILE
           ELSE
               IF JRNFILE-NO-FILE
                   DISPLAY "Journal file not found - no activity"
                           " counts."
               ELSE
                   DISPLAY "Journal file not usable. Exiting..."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       0350-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   CONTINUE
           END-READ.
       0360-COUNT-JOURNAL.
           ADD 1 TO WS-JRN-READ-CNT.
           IF JR-RUN-PERIOD = WS-PERIOD
               IF JR-AFTER-IMAGE = SPACES
                   MOVE JR-BEFORE-IMAGE TO WS-JRN-IMAGE
               ELSE
                   MOVE JR-AFTER-IMAGE  TO WS-JRN-IMAGE
               END-IF
               IF JI-BRANCH NUMERIC
                   ADD 1 TO WS-JRN-PERIOD-CNT
                   COMPUTE WS-BRANCH-IDX = JI-BRANCH + 1
                   IF JR-TRANS-ADD
                       ADD 1 TO BX-ADDS (WS-BRANCH-IDX)
                       MOVE 1 TO BX-LISTED (WS-BRANCH-IDX)
                   ELSE
                       IF JR-TRANS-CHANGE
                           ADD 1 TO BX-CHGS (WS-BRANCH-IDX)
                           MOVE 1 TO BX-LISTED (WS-BRANCH-IDX)
                       ELSE
                           IF JR-TRANS-DELETE
                               ADD 1 TO BX-DELS (WS-BRANCH-IDX)
                               MOVE 1 TO BX-LISTED (WS-BRANCH-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 0350-READ-JOURNAL.
       0400-LOOKUP-BRANCH.
           MOVE WS-LK-BRANCH TO BF-BRANCH.
           READ BRANCH-REF
               INVALID KEY
                   MOVE "UNASSIGNED"      TO WS-LK-REGION
                   MOVE "NOT ON BRNCHREF" TO WS-LK-NAME
               NOT INVALID KEY
                   MOVE BF-REGION         TO WS-LK-REGION
                   MOVE BF-NAME           TO WS-LK-NAME
           END-READ.
       0500-TIE-TO-MASTER.
           MOVE SPACES TO REGN-REC.
           WRITE REGN-REC.
           MOVE WS-MASTER-CNT TO RX-MASTER-CNT.
           MOVE AC-TOTAL (3)  TO RX-REPORTED-CNT.
           IF AC-TOTAL (3) = WS-MASTER-CNT
               MOVE "TOTALS AGREE" TO RX-RESULT
           ELSE
               MOVE "*** OUT OF BALANCE" TO RX-RESULT
               MOVE 8 TO WS-REGN-RC
           END-IF.
           MOVE REGN-TIE-LINE TO REGN-REC.
           WRITE REGN-REC.
           DISPLAY "REGIONAL REPORT SUMMARY - PERIOD " WS-PERIOD.
           DISPLAY "  MASTER RECORDS READ:     " WS-MASTER-CNT.
           DISPLAY "  JOURNAL ENTRIES READ:    " WS-JRN-READ-CNT.
           DISPLAY "  JOURNAL ENTRIES IN MONTH:" WS-JRN-PERIOD-CNT.
           DISPLAY "  PRIOR PERIOD ON HISTORY: " WS-PRIOR-PERIOD.
           DISPLAY "  GRAND TOTAL:             " RX-RESULT.
       0800-CLOSE-FILES.
           CLOSE USER-MASTER.
           CLOSE BRANCH-REF.
           CLOSE REGN-OUT.
           CLOSE CSV-FILE.
       0999-EXIT.
           MOVE WS-REGN-RC TO RETURN-CODE.
           STOP RUN.
       1000-LOAD-SORT.
           MOVE ZEROS TO MA-ORDER.
           START USER-MASTER KEY NOT < MA-ORDER
               INVALID KEY
                   MOVE 10 TO STATUS-MASTER
           END-START.
           IF NOT MASTER-EOF
               PERFORM 1100-RELEASE-CUSTOMER
                   UNTIL MASTER-EOF
           END-IF.
           MOVE 1 TO WS-BRANCH-IDX.
           PERFORM 1200-RELEASE-ACTIVITY
               UNTIL WS-BRANCH-IDX > 1000.
       1100-RELEASE-CUSTOMER.
           READ USER-MASTER NEXT
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-MASTER-CNT
                   MOVE MA-BRANCH     TO WS-LK-BRANCH
                   PERFORM 0400-LOOKUP-BRANCH
                   MOVE WS-LK-REGION  TO SR-REGION
                   MOVE MA-BRANCH     TO SR-BRANCH
                   MOVE "M"           TO SR-TYPE
                   MOVE MA-STATUS     TO SR-STATUS
                   MOVE MA-AGE-YEARS  TO SR-AGE-YEARS
                   MOVE WS-LK-NAME    TO SR-BRANCH-NAME
                   RELEASE SORT-REC
           END-READ.
       1200-RELEASE-ACTIVITY.
           IF BX-LISTED (WS-BRANCH-IDX) = 1
               COMPUTE WS-LK-BRANCH = WS-BRANCH-IDX - 1
               PERFORM 0400-LOOKUP-BRANCH
               MOVE WS-LK-REGION  TO SR-REGION
               MOVE WS-LK-BRANCH  TO SR-BRANCH
               MOVE "J"           TO SR-TYPE
               MOVE SPACE         TO SR-STATUS
               MOVE 0             TO SR-AGE-YEARS
               MOVE WS-LK-NAME    TO SR-BRANCH-NAME
               RELEASE SORT-REC
           END-IF.
           ADD 1 TO WS-BRANCH-IDX.
       2000-REPORT-SORTED.
           MOVE 0 TO WS-SORT-EOF.
           MOVE 1 TO WS-FIRST-RECORD.
           OPEN EXTEND HIST-FILE.
           IF HISTFILE-NO-FILE
               OPEN OUTPUT HIST-FILE
           END-IF.
           IF NOT HISTFILE-SUCC
               DISPLAY "Regional history file not usable"
                       " - period not recorded."
           END-IF.
           PERFORM 2100-PROCESS-SORTED
               UNTIL WS-SORT-EOF = 1.
           IF WS-FIRST-RECORD = 0
               PERFORM 2300-END-BRANCH
               PERFORM 2400-END-REGION
           END-IF.
           PERFORM 2500-PRINT-GRAND-TOTAL.
           IF HISTFILE-SUCC
               CLOSE HIST-FILE
           END-IF.
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
               MOVE SR-REGION      TO WS-CUR-REGION
               MOVE SR-BRANCH      TO WS-CUR-BRANCH
               MOVE SR-BRANCH-NAME TO WS-CUR-BRANCH-NAME
           ELSE
               IF SR-REGION NOT = WS-CUR-REGION
                   PERFORM 2300-END-BRANCH
                   PERFORM 2400-END-REGION
                   MOVE SR-REGION      TO WS-CUR-REGION
                   MOVE SR-BRANCH      TO WS-CUR-BRANCH
                   MOVE SR-BRANCH-NAME TO WS-CUR-BRANCH-NAME
               ELSE
                   IF SR-BRANCH NOT = WS-CUR-BRANCH
                       PERFORM 2300-END-BRANCH
                       MOVE SR-BRANCH      TO WS-CUR-BRANCH
                       MOVE SR-BRANCH-NAME TO WS-CUR-BRANCH-NAME
                   END-IF
               END-IF
           END-IF.
           IF SR-CUSTOMER
               ADD 1 TO AC-TOTAL (1)
               IF SR-ACTIVE
                   ADD 1 TO AC-ACTIVE (1)
                   ADD SR-AGE-YEARS TO AC-AGE-SUM (1)
                   MOVE SR-AGE-YEARS TO WS-BRACKET-AGE
                   PERFORM 2250-FIND-BRACKET
                   ADD 1 TO AC-BRACKET (1, WS-NEW-BRACKET)
               ELSE
                   ADD 1 TO AC-INACTIVE (1)
               END-IF
           END-IF.
       2250-FIND-BRACKET.
           IF WS-BRACKET-AGE < 18
               MOVE 1 TO WS-NEW-BRACKET
           ELSE IF WS-BRACKET-AGE <= 35
               MOVE 2 TO WS-NEW-BRACKET
           ELSE IF WS-BRACKET-AGE <= 60
               MOVE 3 TO WS-NEW-BRACKET
           ELSE
               MOVE 4 TO WS-NEW-BRACKET
           END-IF.
       2300-END-BRANCH.
           COMPUTE WS-BRANCH-IDX = WS-CUR-BRANCH + 1.
           MOVE BX-ADDS (WS-BRANCH-IDX)  TO AC-ADDS (1).
           MOVE BX-CHGS (WS-BRANCH-IDX)  TO AC-CHGS (1).
           MOVE BX-DELS (WS-BRANCH-IDX)  TO AC-DELS (1).
           MOVE BX-PRIOR (WS-BRANCH-IDX) TO AC-PRIOR (1).
           MOVE 1 TO WS-LVL.
           MOVE WS-CUR-REGION TO RL-REGION.
           MOVE WS-CUR-BRANCH TO RL-BRANCH.
           MOVE WS-CUR-BRANCH-NAME TO RL-NAME.
           MOVE "BRANCH" TO CV-LEVEL.
           MOVE WS-CUR-BRANCH TO CV-BRANCH.
           PERFORM 2600-PRINT-LEVEL.
           IF HISTFILE-SUCC
               MOVE WS-PERIOD     TO RH-PERIOD
               MOVE WS-CUR-BRANCH TO RH-BRANCH
               MOVE WS-CUR-REGION TO RH-REGION
               MOVE AC-TOTAL (1)  TO RH-TOTAL-CNT
               MOVE AC-ACTIVE (1) TO RH-ACTIVE-CNT
               WRITE HIST-REC
           END-IF.
           MOVE 2 TO WS-TO-LVL.
           PERFORM 2700-ROLL-UP-LEVEL.
           MOVE 3 TO WS-TO-LVL.
           PERFORM 2700-ROLL-UP-LEVEL.
           INITIALIZE WS-ACC (1).
       2400-END-REGION.
           MOVE 2 TO WS-LVL.
           MOVE WS-CUR-REGION TO RL-REGION.
           MOVE SPACES TO RL-BRANCH.
           MOVE "REGION TOTAL" TO RL-NAME.
           MOVE "REGION" TO CV-LEVEL.
           MOVE SPACES TO CV-BRANCH.
           PERFORM 2600-PRINT-LEVEL.
           MOVE SPACES TO REGN-REC.
           WRITE REGN-REC.
           INITIALIZE WS-ACC (2).
       2500-PRINT-GRAND-TOTAL.
           MOVE 3 TO WS-LVL.
           MOVE "ALL" TO RL-REGION.
           MOVE SPACES TO RL-BRANCH.
           MOVE "GRAND TOTAL" TO RL-NAME.
           MOVE "TOTAL" TO CV-LEVEL.
           MOVE SPACES TO CV-BRANCH.
           PERFORM 2600-PRINT-LEVEL.
       2600-PRINT-LEVEL.
           IF AC-ACTIVE (WS-LVL) > 0
               COMPUTE WS-AVG-AGE ROUNDED =
                   AC-AGE-SUM (WS-LVL) / AC-ACTIVE (WS-LVL)
           ELSE
               MOVE 0 TO WS-AVG-AGE
           END-IF.
           COMPUTE WS-GROWTH = AC-ACTIVE (WS-LVL) - AC-PRIOR (WS-LVL).
           MOVE AC-TOTAL (WS-LVL)       TO RL-TOTAL CV-TOTAL.
           MOVE AC-ACTIVE (WS-LVL)      TO RL-ACTIVE CV-ACTIVE.
           MOVE AC-INACTIVE (WS-LVL)    TO RL-INACTIVE CV-INACTIVE.
           MOVE AC-BRACKET (WS-LVL, 1)  TO RL-BRACKET-1 CV-BRACKET-1.
           MOVE AC-BRACKET (WS-LVL, 2)  TO RL-BRACKET-2 CV-BRACKET-2.
           MOVE AC-BRACKET (WS-LVL, 3)  TO RL-BRACKET-3 CV-BRACKET-3.
           MOVE AC-BRACKET (WS-LVL, 4)  TO RL-BRACKET-4 CV-BRACKET-4.
           MOVE WS-AVG-AGE              TO RL-AVG-AGE CV-AVG-AGE.
           MOVE AC-ADDS (WS-LVL)        TO RL-ADDS CV-ADDS.
           MOVE AC-CHGS (WS-LVL)        TO RL-CHGS CV-CHGS.
           MOVE AC-DELS (WS-LVL)        TO RL-DELS CV-DELS.
           MOVE AC-PRIOR (WS-LVL)       TO RL-PRIOR CV-PRIOR.
           MOVE WS-GROWTH               TO RL-GROWTH CV-GROWTH.
           MOVE REGN-LINE TO REGN-REC.
           WRITE REGN-REC.
           MOVE SPACES TO CSV-REC.
           STRING
               FUNCTION TRIM(CV-LEVEL)            DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(RL-REGION)           DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(CV-BRANCH)           DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(RL-NAME)             DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               WS-PERIOD                          DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(CV-TOTAL)            DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(CV-ACTIVE)           DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(CV-INACTIVE)         DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(CV-BRACKET-1)        DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(CV-BRACKET-2)        DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(CV-BRACKET-3)        DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(CV-BRACKET-4)        DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(CV-AVG-AGE)          DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(CV-ADDS)             DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(CV-CHGS)             DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(CV-DELS)             DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(CV-PRIOR)            DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(CV-GROWTH)           DELIMITED BY SIZE
               INTO CSV-REC
           END-STRING.
           WRITE CSV-REC.
       2700-ROLL-UP-LEVEL.
           ADD AC-TOTAL (1)    TO AC-TOTAL (WS-TO-LVL).
           ADD AC-ACTIVE (1)   TO AC-ACTIVE (WS-TO-LVL).
           ADD AC-INACTIVE (1) TO AC-INACTIVE (WS-TO-LVL).
           ADD AC-AGE-SUM (1)  TO AC-AGE-SUM (WS-TO-LVL).
           ADD AC-ADDS (1)     TO AC-ADDS (WS-TO-LVL).
           ADD AC-CHGS (1)     TO AC-CHGS (WS-TO-LVL).
           ADD AC-DELS (1)     TO AC-DELS (WS-TO-LVL).
           ADD AC-PRIOR (1)    TO AC-PRIOR (WS-TO-LVL).
           MOVE 1 TO WS-BKT-IDX.
           PERFORM 2750-ROLL-UP-BRACKET
               UNTIL WS-BKT-IDX > 4.
       2750-ROLL-UP-BRACKET.
           ADD AC-BRACKET (1, WS-BKT-IDX)
               TO AC-BRACKET (WS-TO-LVL, WS-BKT-IDX).
           ADD 1 TO WS-BKT-IDX.
