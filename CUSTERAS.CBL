       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTERAS.
       AUTHOR.        SINA EREN OZBAYRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERAS-REQUEST ASSIGN TO ERASREQ
                       FILE STATUS IS STATUS-REQFILE.
           SELECT CERT-OUT ASSIGN TO ERASCERT
                       FILE STATUS IS STATUS-CERTFILE.
           SELECT JOURNAL-FILE ASSIGN TO TRNJRNL
                       FILE STATUS IS STATUS-JRNFILE.
           SELECT BACKUP-FILE ASSIGN TO MASTBKUP
                       FILE STATUS IS STATUS-BKPFILE.
           SELECT REJECT-FILE ASSIGN TO REJLINE
                       FILE STATUS IS STATUS-REJFILE.
           SELECT NEW-REJECT-FILE ASSIGN TO NEWREJL
                       FILE STATUS IS STATUS-NEWREJ.
           SELECT CURR-REPORT ASSIGN TO PRTLINE
                       FILE STATUS IS STATUS-CURRFILE.
           SELECT PREV-REPORT ASSIGN TO PRTPREV
                       FILE STATUS IS STATUS-PREVFILE.
           SELECT AUDIT-ARCH ASSIGN TO AUDARCH
                       FILE STATUS IS STATUS-AUDARCH.
           SELECT REJECT-ARCH ASSIGN TO REJARCH
                       FILE STATUS IS STATUS-REJARCH.
           SELECT REPORT-ARCH ASSIGN TO PRTARCH
                       FILE STATUS IS STATUS-RPTARCH.
           SELECT JRN-WORK ASSIGN TO ERASWJRN
                       FILE STATUS IS STATUS-JRNWORK.
           SELECT MST-WORK ASSIGN TO ERASWMST
                       FILE STATUS IS STATUS-MSTWORK.
           SELECT REJ-WORK ASSIGN TO ERASWREJ
                       FILE STATUS IS STATUS-REJWORK.
           SELECT PRT-WORK ASSIGN TO ERASWPRT
                       FILE STATUS IS STATUS-PRTWORK.
           SELECT RAR-WORK ASSIGN TO ERASWRAR
                       FILE STATUS IS STATUS-RARWORK.
           SELECT PAR-WORK ASSIGN TO ERASWPAR
                       FILE STATUS IS STATUS-PARWORK.
           SELECT ERAS-WORK ASSIGN TO ERASLIST
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EW-ORDER
                       FILE STATUS IS STATUS-WORKFILE.
           SELECT ERAS-BLOCK ASSIGN TO ERASBLK
                       ORGANIZATION INDEXED
                       ACCESS MODE RANDOM
                       RECORD KEY IS EB-ORDER
                       FILE STATUS IS STATUS-ERASBLK.
           SELECT USER-MASTER ASSIGN TO USERMAST
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS MA-ORDER
                       ALTERNATE RECORD KEY IS MA-BRANCH
                           WITH DUPLICATES
                       FILE STATUS IS STATUS-MASTER.
       DATA DIVISION.

       FILE SECTION.
       FD  ERAS-REQUEST RECORDING MODE F.
       01  ERAS-REQUEST-REC.
           05    RQ-ORDER                PIC 9(7).
           05    RQ-REFERENCE            PIC X(12).
       FD  CERT-OUT RECORDING MODE F.
       01  CERT-REC                      PIC X(80).
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
       FD  BACKUP-FILE RECORDING MODE F.
       01  BACKUP-REC                    PIC X(130).
       FD  REJECT-FILE RECORDING MODE F.
       01  REJECT-REC                    PIC X(151).
       FD  NEW-REJECT-FILE RECORDING MODE F.
       01  NEW-REJECT-REC                PIC X(151).
       FD  CURR-REPORT RECORDING MODE F.
       01  CURR-REC                      PIC X(75).
       FD  PREV-REPORT RECORDING MODE F.
       01  PREV-REC                      PIC X(75).
       FD  AUDIT-ARCH RECORDING MODE F.
       01  AUDIT-ARCH-REC.
           05    AA-ARCH-DATE            PIC 9(8).
           05    AA-AUDIT-IMAGE          PIC X(86).
       FD  REJECT-ARCH RECORDING MODE F.
       01  REJECT-ARCH-REC.
           05    RA-ARCH-DATE            PIC 9(8).
           05    RA-SOURCE               PIC X(8).
           05    RA-REJECT-IMAGE         PIC X(151).
       FD  REPORT-ARCH RECORDING MODE F.
       01  REPORT-ARCH-REC.
           05    PA-ARCH-DATE            PIC 9(8).
           05    PA-REPORT-IMAGE         PIC X(75).
       FD  JRN-WORK RECORDING MODE F.
       01  JRN-WORK-REC                  PIC X(300).
       FD  MST-WORK RECORDING MODE F.
       01  MST-WORK-REC                  PIC X(130).
       FD  REJ-WORK RECORDING MODE F.
       01  REJ-WORK-REC                  PIC X(151).
       FD  PRT-WORK RECORDING MODE F.
       01  PRT-WORK-REC                  PIC X(75).
       FD  RAR-WORK RECORDING MODE F.
       01  RAR-WORK-REC                  PIC X(167).
       FD  PAR-WORK RECORDING MODE F.
       01  PAR-WORK-REC                  PIC X(83).
       FD  ERAS-WORK.
       01  ERAS-WORK-REC.
           05    EW-ORDER                PIC 9(7).
           05    EW-REFERENCE            PIC X(12).
       FD  ERAS-BLOCK.
       01  ERAS-BLOCK-REC.
           05    EB-ORDER                PIC 9(7).
           05    EB-ERASE-DATE           PIC 9(8).
           05    EB-REFERENCE            PIC X(12).
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
       01  CERT-TITLE                    PIC X(80) VALUE
           "CUSTOMER ERASURE CERTIFICATE".
       01  CERT-DATE-LINE.
           05 FILLER                     PIC X(10) VALUE "RUN DATE: ".
           05 CD-RUN-DATE                PIC 9(8).
           05 FILLER                     PIC X(12) VALUE
              "  RUN TIME: ".
           05 CD-RUN-TIME                PIC 9(6).
           05 FILLER                     PIC X(44) VALUE SPACES.
       01  CERT-REQ-TITLE                PIC X(80) VALUE
           "ERASURE REQUESTS".
       01  CERT-REQ-HEADER.
           05 FILLER                     PIC X(9)  VALUE "ORDER".
           05 FILLER                     PIC X(14) VALUE "REFERENCE".
           05 FILLER                     PIC X(18) VALUE "MASTER".
           05 FILLER                     PIC X(39) VALUE "BLOCK".
       01  CERT-REQ-LINE.
           05 CR-ORDER                   PIC X(7).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 CR-REFERENCE               PIC X(12).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 CR-MASTER                  PIC X(16).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 CR-BLOCK                   PIC X(16).
           05 FILLER                     PIC X(23) VALUE SPACES.
       01  CERT-CHG-TITLE                PIC X(80) VALUE
           "RECORDS CHANGED".
       01  CERT-CHG-HEADER.
           05 FILLER                     PIC X(10) VALUE "FILE".
           05 FILLER                     PIC X(11) VALUE "   RECORD".
           05 FILLER                     PIC X(9)  VALUE "ORDER".
           05 FILLER                     PIC X(50) VALUE "CHANGE".
       01  CERT-CHG-LINE.
           05 CL-FILE                    PIC X(8).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 CL-REC-NO                  PIC Z(9).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 CL-ORDER                   PIC 9(7).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 CL-DETAIL                  PIC X(30).
           05 FILLER                     PIC X(20) VALUE SPACES.
       01  CERT-FILE-TITLE               PIC X(80) VALUE
           "FILES TOUCHED".
       01  CERT-FILE-LINE.
           05 CF-FILE                    PIC X(8).
           05 FILLER                     PIC X(8)  VALUE "  READ: ".
           05 CF-READ                    PIC ZZZZZZZZ9.
           05 FILLER                     PIC X(11) VALUE
              "  CHANGED: ".
           05 CF-CHANGED                 PIC ZZZZZZZZ9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 CF-RESULT                  PIC X(20).
           05 FILLER                     PIC X(13) VALUE SPACES.
       01  CERT-TOTAL-LINE.
           05 FILLER                     PIC X(11) VALUE
              "REQUESTED: ".
           05 CT-REQUEST-CNT             PIC ZZZZZZ9.
           05 FILLER                     PIC X(10) VALUE
              "  ERASED: ".
           05 CT-ERASED-CNT              PIC ZZZZZZ9.
           05 FILLER                     PIC X(18) VALUE
              "  ALREADY ERASED: ".
           05 CT-ALREADY-CNT             PIC ZZZZZZ9.
           05 FILLER                     PIC X(20) VALUE SPACES.
       01  CERT-TOTAL-LINE-2.
           05 FILLER                     PIC X(15) VALUE
              "NOT ON MASTER: ".
           05 CT-NOT-FOUND-CNT           PIC ZZZZZZ9.
           05 FILLER                     PIC X(11) VALUE
              "  INVALID: ".
           05 CT-INVALID-CNT             PIC ZZZZZZ9.
           05 FILLER                     PIC X(18) VALUE
              "  RECORDS CHANGED:".
           05 CT-CHANGED-CNT             PIC ZZZZZZZZ9.
           05 FILLER                     PIC X(13) VALUE SPACES.
       01  CERT-RESULT-LINE.
           05 FILLER                     PIC X(8)  VALUE "RESULT: ".
           05 CX-RESULT                  PIC X(40).
           05 FILLER                     PIC X(32) VALUE SPACES.
       01  CERT-SIGN-LINE-1.
           05 FILLER                     PIC X(27) VALUE
              "ERASURE RUN BY:".
           05 FILLER                     PIC X(53) VALUE
              "____________________  DATE: ________".
       01  CERT-SIGN-LINE-2.
           05 FILLER                     PIC X(27) VALUE
              "DATA PROTECTION SIGN-OFF:".
           05 FILLER                     PIC X(53) VALUE
              "____________________  DATE: ________".
       01  WS-ERASE-IMAGE.
           05    EI-ORDER                PIC 9(7).
           05    EI-BRANCH               PIC 9(3).
           05    EI-FIRST-NAME           PIC X(15).
           05    EI-LAST-NAME            PIC X(15).
           05    EI-BIRTH-DATE           PIC 9(8).
           05    EI-CURRENT-DATE         PIC 9(8).
           05    EI-LIVED-DAYS           PIC 9(5).
           05    EI-AGE-YEARS            PIC 9(3).
           05    EI-AGE-MONTHS           PIC 9(2).
           05    EI-AGE-DAYS             PIC 9(2).
           05    EI-PHONE                PIC X(11).
           05    EI-EMAIL                PIC X(30).
           05    EI-STATUS               PIC X(1).
           05    EI-STATUS-DATE          PIC 9(8).
           05    EI-STATUS-REASON        PIC X(2).
           05    EI-NAME-EDITED          PIC X(1).
           05    FILLER                  PIC X(9).
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
       01  WS-PRT-IMAGE.
           05    PI-ORDER                PIC 9(7).
           05    FILLER                  PIC X(1).
           05    PI-FIRST-NAME           PIC X(15).
           05    FILLER                  PIC X(1).
           05    PI-LAST-NAME            PIC X(15).
           05    FILLER                  PIC X(1).
           05    PI-BIRTH-DATE           PIC 9(8).
           05    FILLER                  PIC X(1).
           05    PI-CURRENT-DATE         PIC 9(8).
           05    FILLER                  PIC X(1).
           05    PI-LIVED-DAYS           PIC 9(5).
           05    FILLER                  PIC X(1).
           05    PI-AGE-YEARS            PIC 9(3).
           05    FILLER                  PIC X(1).
           05    PI-AGE-MONTHS           PIC 9(2).
           05    FILLER                  PIC X(1).
           05    PI-AGE-DAYS             PIC 9(2).
           05    FILLER                  PIC X(1).
           05    PI-STATUS               PIC X(1).
       01  WS-SAVE-IMAGES.
           05  WS-SAVE-JRN               PIC X(300).
           05  WS-SAVE-IMAGE             PIC X(151).
       01  WS-JOURNAL-WORK.
           05  WS-JRN-BEFORE             PIC X(130).
           05  WS-JRN-AFTER              PIC X(130).
       01  WS-FILE-TABLE.
           05 WS-FILE-ENTRY OCCURS 11 TIMES.
              10 FT-NAME                 PIC X(8).
              10 FT-READ                 PIC 9(9).
              10 FT-CHANGED              PIC 9(9).
              10 FT-RESULT               PIC X(20).
       01  WS-FLAGS.
           05 STATUS-REQFILE             PIC 99.
              88 REQFILE-SUCC            VALUE 00 97.
              88 REQ-EOF                 VALUE 10.
           05 STATUS-CERTFILE            PIC 99.
              88 CERTFILE-SUCC           VALUE 00 97.
           05 STATUS-JRNFILE             PIC 99.
              88 JRNFILE-SUCC            VALUE 00 97.
              88 JRN-EOF                 VALUE 10.
              88 JRNFILE-NO-FILE         VALUE 35.
           05 STATUS-BKPFILE             PIC 99.
              88 BKPFILE-SUCC            VALUE 00 97.
              88 BKP-EOF                 VALUE 10.
              88 BKPFILE-NO-FILE         VALUE 35.
           05 STATUS-REJFILE             PIC 99.
              88 REJFILE-SUCC            VALUE 00 97.
              88 REJ-EOF                 VALUE 10.
              88 REJFILE-NO-FILE         VALUE 35.
           05 STATUS-NEWREJ              PIC 99.
              88 NEWREJ-SUCC             VALUE 00 97.
              88 NEWREJ-EOF              VALUE 10.
              88 NEWREJ-NO-FILE          VALUE 35.
           05 STATUS-CURRFILE            PIC 99.
              88 CURRFILE-SUCC           VALUE 00 97.
              88 CURR-EOF                VALUE 10.
              88 CURRFILE-NO-FILE        VALUE 35.
           05 STATUS-PREVFILE            PIC 99.
              88 PREVFILE-SUCC           VALUE 00 97.
              88 PREV-EOF                VALUE 10.
              88 PREVFILE-NO-FILE        VALUE 35.
           05 STATUS-AUDARCH             PIC 99.
              88 AUDARCH-SUCC            VALUE 00 97.
              88 AUDARCH-EOF             VALUE 10.
              88 AUDARCH-NO-FILE         VALUE 35.
           05 STATUS-REJARCH             PIC 99.
              88 REJARCH-SUCC            VALUE 00 97.
              88 REJARCH-EOF             VALUE 10.
              88 REJARCH-NO-FILE         VALUE 35.
           05 STATUS-RPTARCH             PIC 99.
              88 RPTARCH-SUCC            VALUE 00 97.
              88 RPTARCH-EOF             VALUE 10.
              88 RPTARCH-NO-FILE         VALUE 35.
           05 STATUS-JRNWORK             PIC 99.
              88 JRNWORK-SUCC            VALUE 00 97.
              88 JRNWORK-EOF             VALUE 10.
           05 STATUS-MSTWORK             PIC 99.
              88 MSTWORK-SUCC            VALUE 00 97.
              88 MSTWORK-EOF             VALUE 10.
           05 STATUS-REJWORK             PIC 99.
              88 REJWORK-SUCC            VALUE 00 97.
              88 REJWORK-EOF             VALUE 10.
           05 STATUS-PRTWORK             PIC 99.
              88 PRTWORK-SUCC            VALUE 00 97.
              88 PRTWORK-EOF             VALUE 10.
           05 STATUS-RARWORK             PIC 99.
              88 RARWORK-SUCC            VALUE 00 97.
              88 RARWORK-EOF             VALUE 10.
           05 STATUS-PARWORK             PIC 99.
              88 PARWORK-SUCC            VALUE 00 97.
              88 PARWORK-EOF             VALUE 10.
           05 STATUS-WORKFILE            PIC 99.
              88 WORKFILE-SUCC           VALUE 00 97.
              88 WORK-EOF                VALUE 10.
           05 STATUS-ERASBLK             PIC 99.
              88 ERASBLK-SUCC            VALUE 00 97.
              88 ERASBLK-NO-FILE         VALUE 35.
           05 STATUS-MASTER              PIC 99.
              88 MASTER-SUCC             VALUE 00 97.
           05 WS-ORDER-LISTED            PIC 9(1)  VALUE 0.
           05 WS-FILE-ABSENT             PIC 9(1)  VALUE 0.
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-TIME                   PIC 9(6).
       01  WS-FT-IDX                     PIC 9(2).
       01  WS-REC-NO                     PIC 9(9).
       01  WS-CHG-ORDER                  PIC 9(7).
       01  WS-CHG-DETAIL                 PIC X(30).
       01  WS-REQ-READ-CNT               PIC 9(7)  VALUE 0.
       01  WS-REQUEST-CNT                PIC 9(7)  VALUE 0.
       01  WS-INVALID-CNT                PIC 9(7)  VALUE 0.
       01  WS-ERASED-CNT                 PIC 9(7)  VALUE 0.
       01  WS-ALREADY-CNT                PIC 9(7)  VALUE 0.
       01  WS-NOT-FOUND-CNT              PIC 9(7)  VALUE 0.
       01  WS-BLOCKED-CNT                PIC 9(7)  VALUE 0.
       01  WS-CHANGED-CNT                PIC 9(9)  VALUE 0.
       01  WS-ERAS-RC                    PIC 9(2)  VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0080-SET-RUN-DATE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0150-PRINT-HEADINGS.
           PERFORM 0200-LOAD-REQUESTS.
           PERFORM 0300-ERASE-CUSTOMERS.
           IF WS-REQUEST-CNT > 0
               PERFORM 0160-PRINT-CHANGE-HEADINGS
               PERFORM 0400-SCRUB-JOURNAL
               PERFORM 0420-SCRUB-BACKUP
               PERFORM 0440-SCRUB-REJECTS
               PERFORM 0450-SCRUB-NEW-REJECTS
               PERFORM 0460-SCRUB-CURR-REPORT
               PERFORM 0470-SCRUB-PREV-REPORT
               PERFORM 0480-SCAN-AUDIT-ARCH
               PERFORM 0490-SCRUB-REJECT-ARCH
               PERFORM 0500-SCRUB-REPORT-ARCH
           END-IF.
           PERFORM 0600-PRINT-CERTIFICATE.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
       0080-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           INITIALIZE WS-FILE-TABLE.
           MOVE "USERMAST" TO FT-NAME (1).
           MOVE "ERASBLK"  TO FT-NAME (2).
           MOVE "TRNJRNL"  TO FT-NAME (3).
           MOVE "MASTBKUP" TO FT-NAME (4).
           MOVE "REJLINE"  TO FT-NAME (5).
           MOVE "NEWREJL"  TO FT-NAME (6).
           MOVE "PRTLINE"  TO FT-NAME (7).
           MOVE "PRTPREV"  TO FT-NAME (8).
           MOVE "AUDARCH"  TO FT-NAME (9).
           MOVE "REJARCH"  TO FT-NAME (10).
           MOVE "PRTARCH"  TO FT-NAME (11).
           MOVE 1 TO WS-FT-IDX.
           PERFORM 0090-SET-NOT-RUN
               UNTIL WS-FT-IDX > 11.
       0090-SET-NOT-RUN.
           MOVE "NOT PROCESSED" TO FT-RESULT (WS-FT-IDX).
           ADD 1 TO WS-FT-IDX.
       0100-OPEN-FILES.
           OPEN INPUT  ERAS-REQUEST.
           OPEN OUTPUT CERT-OUT.
           OPEN I-O USER-MASTER.
           OPEN I-O ERAS-BLOCK.
           IF ERASBLK-NO-FILE
               OPEN OUTPUT ERAS-BLOCK
               CLOSE ERAS-BLOCK
               OPEN I-O ERAS-BLOCK
           END-IF.
           OPEN OUTPUT ERAS-WORK.
           CLOSE ERAS-WORK.
           OPEN I-O ERAS-WORK.
       0110-FILE-CONTROL.
           IF NOT REQFILE-SUCC
              DISPLAY "Erasure request file not found. Exiting..."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT CERTFILE-SUCC
              DISPLAY "Erasure certificate file not found. Exiting..."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT MASTER-SUCC
              DISPLAY "User master file not usable. Exiting..."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT ERASBLK-SUCC
              DISPLAY "Erasure block file not usable. Exiting..."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT WORKFILE-SUCC
              DISPLAY "Erasure work file not usable. Exiting..."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       0150-PRINT-HEADINGS.
           MOVE CERT-TITLE TO CERT-REC.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE WS-RUN-DATE TO CD-RUN-DATE.
           MOVE WS-RUN-TIME TO CD-RUN-TIME.
           MOVE CERT-DATE-LINE TO CERT-REC.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE CERT-REQ-TITLE TO CERT-REC.
           WRITE CERT-REC.
           MOVE CERT-REQ-HEADER TO CERT-REC.
           WRITE CERT-REC.
       0160-PRINT-CHANGE-HEADINGS.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE CERT-CHG-TITLE TO CERT-REC.
           WRITE CERT-REC.
           MOVE CERT-CHG-HEADER TO CERT-REC.
           WRITE CERT-REC.
       0200-LOAD-REQUESTS.
           PERFORM 0250-READ-REQUEST.
           PERFORM 0260-STORE-REQUEST
               UNTIL REQ-EOF.
           CLOSE ERAS-REQUEST.
       0250-READ-REQUEST.
           READ ERAS-REQUEST
               AT END
                   CONTINUE
           END-READ.
       0260-STORE-REQUEST.
           ADD 1 TO WS-REQ-READ-CNT.
           IF RQ-ORDER NUMERIC AND RQ-ORDER > 0
               MOVE RQ-ORDER     TO EW-ORDER
               MOVE RQ-REFERENCE TO EW-REFERENCE
               WRITE ERAS-WORK-REC
                   INVALID KEY
                       DISPLAY RQ-ORDER ": Duplicate erasure request"
                               " in line " WS-REQ-READ-CNT " ."
                   NOT INVALID KEY
                       ADD 1 TO WS-REQUEST-CNT
               END-WRITE
           ELSE
               DISPLAY RQ-ORDER ": Invalid erasure request in line "
                       WS-REQ-READ-CNT " ."
               ADD 1 TO WS-INVALID-CNT
               MOVE RQ-ORDER        TO CR-ORDER
               MOVE RQ-REFERENCE    TO CR-REFERENCE
               MOVE "INVALID ORDER" TO CR-MASTER
               MOVE "NOT BLOCKED"   TO CR-BLOCK
               MOVE CERT-REQ-LINE TO CERT-REC
               WRITE CERT-REC
               IF WS-ERAS-RC < 4
                   MOVE 4 TO WS-ERAS-RC
               END-IF
           END-IF.
           PERFORM 0250-READ-REQUEST.
       0300-ERASE-CUSTOMERS.
           IF WS-REQUEST-CNT > 0
               OPEN EXTEND JOURNAL-FILE
               IF JRNFILE-NO-FILE
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               IF NOT JRNFILE-SUCC
                   DISPLAY "Journal file not usable. Exiting..."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ZEROS TO EW-ORDER
               START ERAS-WORK KEY NOT < EW-ORDER
                   INVALID KEY
                       MOVE 10 TO STATUS-WORKFILE
               END-START
               IF NOT WORK-EOF
                   PERFORM 0310-ERASE-ONE
                       UNTIL WORK-EOF
               END-IF
               CLOSE JOURNAL-FILE
               MOVE "UPDATED" TO FT-RESULT (1)
               MOVE "UPDATED" TO FT-RESULT (2)
           END-IF.
       0310-ERASE-ONE.
           READ ERAS-WORK NEXT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE EW-ORDER     TO CR-ORDER
                   MOVE EW-REFERENCE TO CR-REFERENCE
                   PERFORM 0320-ERASE-MASTER-REC
                   PERFORM 0340-BLOCK-ORDER
                   MOVE CERT-REQ-LINE TO CERT-REC
                   WRITE CERT-REC
           END-READ.
       0320-ERASE-MASTER-REC.
           ADD 1 TO FT-READ (1).
           MOVE EW-ORDER TO MA-ORDER.
           READ USER-MASTER
               INVALID KEY
                   MOVE "NOT ON MASTER" TO CR-MASTER
                   ADD 1 TO WS-NOT-FOUND-CNT
               NOT INVALID KEY
                   IF MA-ERASED
                       MOVE "ALREADY ERASED" TO CR-MASTER
                       ADD 1 TO WS-ALREADY-CNT
                   ELSE
                       MOVE MASTER-REC TO WS-ERASE-IMAGE
                       PERFORM 0700-ANONYMIZE-MASTER-IMAGE
                       MOVE WS-ERASE-IMAGE TO WS-JRN-BEFORE
                       MOVE "E"         TO EI-STATUS
                       MOVE WS-RUN-DATE TO EI-STATUS-DATE
                       MOVE "EQ"        TO EI-STATUS-REASON
                       MOVE WS-ERASE-IMAGE TO MASTER-REC
                       REWRITE MASTER-REC
                           INVALID KEY
                               DISPLAY EW-ORDER ": Master rewrite"
                                       " failed - not erased."
                               MOVE "REWRITE FAILED" TO CR-MASTER
                               MOVE 8 TO WS-ERAS-RC
                           NOT INVALID KEY
                               MOVE MASTER-REC TO WS-JRN-AFTER
                               PERFORM 0330-WRITE-JOURNAL
                               MOVE "ERASED" TO CR-MASTER
                               ADD 1 TO WS-ERASED-CNT
                               ADD 1 TO FT-CHANGED (1)
                       END-REWRITE
                   END-IF
           END-READ.
       0330-WRITE-JOURNAL.
           MOVE WS-RUN-DATE TO JR-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JR-RUN-TIME.
           MOVE "CUSTERAS" TO JR-PROGRAM.
           MOVE "BATCH" TO JR-OPERATOR.
           MOVE "E" TO JR-TRANS-CODE.
           MOVE EW-ORDER TO JR-ORDER.
           MOVE WS-JRN-BEFORE TO JR-BEFORE-IMAGE.
           MOVE WS-JRN-AFTER TO JR-AFTER-IMAGE.
           WRITE JOURNAL-REC.
       0340-BLOCK-ORDER.
           ADD 1 TO FT-READ (2).
           MOVE EW-ORDER     TO EB-ORDER.
           MOVE WS-RUN-DATE  TO EB-ERASE-DATE.
           MOVE EW-REFERENCE TO EB-REFERENCE.
           WRITE ERAS-BLOCK-REC
               INVALID KEY
                   MOVE "ALREADY BLOCKED" TO CR-BLOCK
               NOT INVALID KEY
                   MOVE "BLOCKED" TO CR-BLOCK
                   ADD 1 TO WS-BLOCKED-CNT
                   ADD 1 TO FT-CHANGED (2)
           END-WRITE.
       0350-CHECK-ORDER.
           MOVE 0 TO WS-ORDER-LISTED.
           MOVE WS-CHG-ORDER TO EW-ORDER.
           READ ERAS-WORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-ORDER-LISTED
           END-READ.
       0360-RECORD-CHANGE.
           ADD 1 TO FT-CHANGED (WS-FT-IDX).
           ADD 1 TO WS-CHANGED-CNT.
           MOVE FT-NAME (WS-FT-IDX) TO CL-FILE.
           MOVE WS-REC-NO           TO CL-REC-NO.
           MOVE WS-CHG-ORDER        TO CL-ORDER.
           MOVE WS-CHG-DETAIL       TO CL-DETAIL.
           MOVE CERT-CHG-LINE TO CERT-REC.
           WRITE CERT-REC.
       0370-FILE-NOT-OPENED.
           IF WS-FILE-ABSENT = 1
               MOVE "NOT PRESENT" TO FT-RESULT (WS-FT-IDX)
           ELSE
               MOVE "NOT USABLE" TO FT-RESULT (WS-FT-IDX)
               MOVE 8 TO WS-ERAS-RC
           END-IF.
       0380-WORK-NOT-OPENED.
           MOVE "WORK FILE NOT USABLE" TO FT-RESULT (WS-FT-IDX).
           MOVE 8 TO WS-ERAS-RC.
       0390-SET-SCRUB-RESULT.
           IF FT-CHANGED (WS-FT-IDX) > 0
               MOVE "UPDATED" TO FT-RESULT (WS-FT-IDX)
           ELSE
               MOVE "NO MATCHING RECORDS" TO FT-RESULT (WS-FT-IDX)
           END-IF.
       0400-SCRUB-JOURNAL.
           MOVE 3 TO WS-FT-IDX.
           MOVE 0 TO WS-REC-NO.
           OPEN INPUT JOURNAL-FILE.
           IF NOT JRNFILE-SUCC
               MOVE 0 TO WS-FILE-ABSENT
               IF JRNFILE-NO-FILE
                   MOVE 1 TO WS-FILE-ABSENT
               END-IF
               PERFORM 0370-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT JRN-WORK
               IF NOT JRNWORK-SUCC
                   CLOSE JOURNAL-FILE
                   PERFORM 0380-WORK-NOT-OPENED
               ELSE
                   PERFORM 0405-READ-JOURNAL
                   PERFORM 0410-SCRUB-JOURNAL-REC
                       UNTIL JRN-EOF
                   CLOSE JOURNAL-FILE
                   CLOSE JRN-WORK
                   PERFORM 0390-SET-SCRUB-RESULT
                   IF FT-CHANGED (WS-FT-IDX) > 0
                       PERFORM 0415-COPY-BACK-JOURNAL
                   END-IF
               END-IF
           END-IF.
       0405-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   CONTINUE
           END-READ.
       0410-SCRUB-JOURNAL-REC.
           ADD 1 TO WS-REC-NO.
           ADD 1 TO FT-READ (WS-FT-IDX).
           IF JR-ORDER NUMERIC
               MOVE JR-ORDER TO WS-CHG-ORDER
               PERFORM 0350-CHECK-ORDER
               IF WS-ORDER-LISTED = 1
                   MOVE JOURNAL-REC TO WS-SAVE-JRN
                   IF JR-BEFORE-IMAGE NOT = SPACES
                       MOVE JR-BEFORE-IMAGE TO WS-ERASE-IMAGE
                       PERFORM 0700-ANONYMIZE-MASTER-IMAGE
                       MOVE WS-ERASE-IMAGE TO JR-BEFORE-IMAGE
                   END-IF
                   IF JR-AFTER-IMAGE NOT = SPACES
                       MOVE JR-AFTER-IMAGE TO WS-ERASE-IMAGE
                       PERFORM 0700-ANONYMIZE-MASTER-IMAGE
                       MOVE WS-ERASE-IMAGE TO JR-AFTER-IMAGE
                   END-IF
                   IF JOURNAL-REC NOT = WS-SAVE-JRN
                       MOVE "JOURNAL IMAGES ANONYMIZED"
                           TO WS-CHG-DETAIL
                       PERFORM 0360-RECORD-CHANGE
                   END-IF
               END-IF
           END-IF.
           MOVE JOURNAL-REC TO JRN-WORK-REC.
           WRITE JRN-WORK-REC.
           PERFORM 0405-READ-JOURNAL.
       0415-COPY-BACK-JOURNAL.
           OPEN INPUT JRN-WORK.
           OPEN OUTPUT JOURNAL-FILE.
           IF NOT JRNFILE-SUCC
               MOVE "COPY BACK FAILED" TO FT-RESULT (WS-FT-IDX)
               MOVE 8 TO WS-ERAS-RC
               CLOSE JRN-WORK
           ELSE
               PERFORM 0416-READ-JRN-WORK
               PERFORM 0417-COPY-JRN-WORK-REC
                   UNTIL JRNWORK-EOF
               CLOSE JRN-WORK
               CLOSE JOURNAL-FILE
           END-IF.
       0416-READ-JRN-WORK.
           READ JRN-WORK
               AT END
                   CONTINUE
           END-READ.
       0417-COPY-JRN-WORK-REC.
           MOVE JRN-WORK-REC TO JOURNAL-REC.
           WRITE JOURNAL-REC.
           PERFORM 0416-READ-JRN-WORK.
       0420-SCRUB-BACKUP.
           MOVE 4 TO WS-FT-IDX.
           MOVE 0 TO WS-REC-NO.
           OPEN INPUT BACKUP-FILE.
           IF NOT BKPFILE-SUCC
               MOVE 0 TO WS-FILE-ABSENT
               IF BKPFILE-NO-FILE
                   MOVE 1 TO WS-FILE-ABSENT
               END-IF
               PERFORM 0370-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT MST-WORK
               IF NOT MSTWORK-SUCC
                   CLOSE BACKUP-FILE
                   PERFORM 0380-WORK-NOT-OPENED
               ELSE
                   PERFORM 0425-READ-BACKUP
                   PERFORM 0430-SCRUB-BACKUP-REC
                       UNTIL BKP-EOF
                   CLOSE BACKUP-FILE
                   CLOSE MST-WORK
                   PERFORM 0390-SET-SCRUB-RESULT
                   IF FT-CHANGED (WS-FT-IDX) > 0
                       PERFORM 0435-COPY-BACK-BACKUP
                   END-IF
               END-IF
           END-IF.
       0425-READ-BACKUP.
           READ BACKUP-FILE
               AT END
                   CONTINUE
           END-READ.
       0430-SCRUB-BACKUP-REC.
           ADD 1 TO WS-REC-NO.
           ADD 1 TO FT-READ (WS-FT-IDX).
           MOVE BACKUP-REC TO WS-ERASE-IMAGE.
           IF EI-ORDER NUMERIC
               MOVE EI-ORDER TO WS-CHG-ORDER
               PERFORM 0350-CHECK-ORDER
               IF WS-ORDER-LISTED = 1
                   PERFORM 0700-ANONYMIZE-MASTER-IMAGE
                   MOVE "E"         TO EI-STATUS
                   IF EI-STATUS-REASON NOT = "EQ"
                       MOVE WS-RUN-DATE TO EI-STATUS-DATE
                       MOVE "EQ"        TO EI-STATUS-REASON
                   END-IF
                   IF WS-ERASE-IMAGE NOT = BACKUP-REC
                       MOVE WS-ERASE-IMAGE TO BACKUP-REC
                       MOVE "SNAPSHOT ANONYMIZED AND ERASED"
                           TO WS-CHG-DETAIL
                       PERFORM 0360-RECORD-CHANGE
                   END-IF
               END-IF
           END-IF.
           MOVE BACKUP-REC TO MST-WORK-REC.
           WRITE MST-WORK-REC.
           PERFORM 0425-READ-BACKUP.
       0435-COPY-BACK-BACKUP.
           OPEN INPUT MST-WORK.
           OPEN OUTPUT BACKUP-FILE.
           IF NOT BKPFILE-SUCC
               MOVE "COPY BACK FAILED" TO FT-RESULT (WS-FT-IDX)
               MOVE 8 TO WS-ERAS-RC
               CLOSE MST-WORK
           ELSE
               PERFORM 0436-READ-MST-WORK
               PERFORM 0437-COPY-MST-WORK-REC
                   UNTIL MSTWORK-EOF
               CLOSE MST-WORK
               CLOSE BACKUP-FILE
           END-IF.
       0436-READ-MST-WORK.
           READ MST-WORK
               AT END
                   CONTINUE
           END-READ.
       0437-COPY-MST-WORK-REC.
           MOVE MST-WORK-REC TO BACKUP-REC.
           WRITE BACKUP-REC.
           PERFORM 0436-READ-MST-WORK.
       0440-SCRUB-REJECTS.
           MOVE 5 TO WS-FT-IDX.
           MOVE 0 TO WS-REC-NO.
           OPEN INPUT REJECT-FILE.
           IF NOT REJFILE-SUCC
               MOVE 0 TO WS-FILE-ABSENT
               IF REJFILE-NO-FILE
                   MOVE 1 TO WS-FILE-ABSENT
               END-IF
               PERFORM 0370-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT REJ-WORK
               IF NOT REJWORK-SUCC
                   CLOSE REJECT-FILE
                   PERFORM 0380-WORK-NOT-OPENED
               ELSE
                   PERFORM 0441-READ-REJECT
                   PERFORM 0442-SCRUB-REJECT-REC
                       UNTIL REJ-EOF
                   CLOSE REJECT-FILE
                   CLOSE REJ-WORK
                   PERFORM 0390-SET-SCRUB-RESULT
                   IF FT-CHANGED (WS-FT-IDX) > 0
                       PERFORM 0443-COPY-BACK-REJECTS
                   END-IF
               END-IF
           END-IF.
       0441-READ-REJECT.
           READ REJECT-FILE
               AT END
                   CONTINUE
           END-READ.
       0442-SCRUB-REJECT-REC.
           ADD 1 TO WS-REC-NO.
           ADD 1 TO FT-READ (WS-FT-IDX).
           MOVE REJECT-REC TO WS-REJ-IMAGE.
           PERFORM 0710-SCRUB-REJECT-IMAGE.
           MOVE WS-REJ-IMAGE TO REJECT-REC.
           MOVE REJECT-REC TO REJ-WORK-REC.
           WRITE REJ-WORK-REC.
           PERFORM 0441-READ-REJECT.
       0443-COPY-BACK-REJECTS.
           OPEN INPUT REJ-WORK.
           OPEN OUTPUT REJECT-FILE.
           IF NOT REJFILE-SUCC
               MOVE "COPY BACK FAILED" TO FT-RESULT (WS-FT-IDX)
               MOVE 8 TO WS-ERAS-RC
               CLOSE REJ-WORK
           ELSE
               PERFORM 0444-READ-REJ-WORK
               PERFORM 0445-COPY-REJ-WORK-REC
                   UNTIL REJWORK-EOF
               CLOSE REJ-WORK
               CLOSE REJECT-FILE
           END-IF.
       0444-READ-REJ-WORK.
           READ REJ-WORK
               AT END
                   CONTINUE
           END-READ.
       0445-COPY-REJ-WORK-REC.
           MOVE REJ-WORK-REC TO REJECT-REC.
           WRITE REJECT-REC.
           PERFORM 0444-READ-REJ-WORK.
       0450-SCRUB-NEW-REJECTS.
           MOVE 6 TO WS-FT-IDX.
           MOVE 0 TO WS-REC-NO.
           OPEN INPUT NEW-REJECT-FILE.
           IF NOT NEWREJ-SUCC
               MOVE 0 TO WS-FILE-ABSENT
               IF NEWREJ-NO-FILE
                   MOVE 1 TO WS-FILE-ABSENT
               END-IF
               PERFORM 0370-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT REJ-WORK
               IF NOT REJWORK-SUCC
                   CLOSE NEW-REJECT-FILE
                   PERFORM 0380-WORK-NOT-OPENED
               ELSE
                   PERFORM 0451-READ-NEW-REJECT
                   PERFORM 0452-SCRUB-NEW-REJECT-REC
                       UNTIL NEWREJ-EOF
                   CLOSE NEW-REJECT-FILE
                   CLOSE REJ-WORK
                   PERFORM 0390-SET-SCRUB-RESULT
                   IF FT-CHANGED (WS-FT-IDX) > 0
                       PERFORM 0453-COPY-BACK-NEW-REJECTS
                   END-IF
               END-IF
           END-IF.
       0451-READ-NEW-REJECT.
           READ NEW-REJECT-FILE
               AT END
                   CONTINUE
           END-READ.
       0452-SCRUB-NEW-REJECT-REC.
           ADD 1 TO WS-REC-NO.
           ADD 1 TO FT-READ (WS-FT-IDX).
           MOVE NEW-REJECT-REC TO WS-REJ-IMAGE.
           PERFORM 0710-SCRUB-REJECT-IMAGE.
           MOVE WS-REJ-IMAGE TO NEW-REJECT-REC.
           MOVE NEW-REJECT-REC TO REJ-WORK-REC.
           WRITE REJ-WORK-REC.
           PERFORM 0451-READ-NEW-REJECT.
       0453-COPY-BACK-NEW-REJECTS.
           OPEN INPUT REJ-WORK.
           OPEN OUTPUT NEW-REJECT-FILE.
           IF NOT NEWREJ-SUCC
               MOVE "COPY BACK FAILED" TO FT-RESULT (WS-FT-IDX)
               MOVE 8 TO WS-ERAS-RC
               CLOSE REJ-WORK
           ELSE
               PERFORM 0444-READ-REJ-WORK
               PERFORM 0455-COPY-NEW-REJ-WORK-REC
                   UNTIL REJWORK-EOF
               CLOSE REJ-WORK
               CLOSE NEW-REJECT-FILE
           END-IF.
       0455-COPY-NEW-REJ-WORK-REC.
           MOVE REJ-WORK-REC TO NEW-REJECT-REC.
           WRITE NEW-REJECT-REC.
           PERFORM 0444-READ-REJ-WORK.
       0460-SCRUB-CURR-REPORT.
           MOVE 7 TO WS-FT-IDX.
           MOVE 0 TO WS-REC-NO.
           OPEN INPUT CURR-REPORT.
           IF NOT CURRFILE-SUCC
               MOVE 0 TO WS-FILE-ABSENT
               IF CURRFILE-NO-FILE
                   MOVE 1 TO WS-FILE-ABSENT
               END-IF
               PERFORM 0370-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT PRT-WORK
               IF NOT PRTWORK-SUCC
                   CLOSE CURR-REPORT
                   PERFORM 0380-WORK-NOT-OPENED
               ELSE
                   PERFORM 0461-READ-CURR-REPORT
                   PERFORM 0462-SCRUB-CURR-REPORT-REC
                       UNTIL CURR-EOF
                   CLOSE CURR-REPORT
                   CLOSE PRT-WORK
                   PERFORM 0390-SET-SCRUB-RESULT
                   IF FT-CHANGED (WS-FT-IDX) > 0
                       PERFORM 0463-COPY-BACK-CURR-REPORT
                   END-IF
               END-IF
           END-IF.
       0461-READ-CURR-REPORT.
           READ CURR-REPORT
               AT END
                   CONTINUE
           END-READ.
       0462-SCRUB-CURR-REPORT-REC.
           ADD 1 TO WS-REC-NO.
           ADD 1 TO FT-READ (WS-FT-IDX).
           MOVE CURR-REC TO WS-PRT-IMAGE.
           PERFORM 0720-SCRUB-REPORT-IMAGE.
           MOVE WS-PRT-IMAGE TO CURR-REC.
           MOVE CURR-REC TO PRT-WORK-REC.
           WRITE PRT-WORK-REC.
           PERFORM 0461-READ-CURR-REPORT.
       0463-COPY-BACK-CURR-REPORT.
           OPEN INPUT PRT-WORK.
           OPEN OUTPUT CURR-REPORT.
           IF NOT CURRFILE-SUCC
               MOVE "COPY BACK FAILED" TO FT-RESULT (WS-FT-IDX)
               MOVE 8 TO WS-ERAS-RC
               CLOSE PRT-WORK
           ELSE
               PERFORM 0464-READ-PRT-WORK
               PERFORM 0465-COPY-CURR-WORK-REC
                   UNTIL PRTWORK-EOF
               CLOSE PRT-WORK
               CLOSE CURR-REPORT
           END-IF.
       0464-READ-PRT-WORK.
           READ PRT-WORK
               AT END
                   CONTINUE
           END-READ.
       0465-COPY-CURR-WORK-REC.
           MOVE PRT-WORK-REC TO CURR-REC.
           WRITE CURR-REC.
           PERFORM 0464-READ-PRT-WORK.
       0470-SCRUB-PREV-REPORT.
           MOVE 8 TO WS-FT-IDX.
           MOVE 0 TO WS-REC-NO.
           OPEN INPUT PREV-REPORT.
           IF NOT PREVFILE-SUCC
               MOVE 0 TO WS-FILE-ABSENT
               IF PREVFILE-NO-FILE
                   MOVE 1 TO WS-FILE-ABSENT
               END-IF
               PERFORM 0370-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT PRT-WORK
               IF NOT PRTWORK-SUCC
                   CLOSE PREV-REPORT
                   PERFORM 0380-WORK-NOT-OPENED
               ELSE
                   PERFORM 0471-READ-PREV-REPORT
                   PERFORM 0472-SCRUB-PREV-REPORT-REC
                       UNTIL PREV-EOF
                   CLOSE PREV-REPORT
                   CLOSE PRT-WORK
                   PERFORM 0390-SET-SCRUB-RESULT
                   IF FT-CHANGED (WS-FT-IDX) > 0
                       PERFORM 0473-COPY-BACK-PREV-REPORT
                   END-IF
               END-IF
           END-IF.
       0471-READ-PREV-REPORT.
           READ PREV-REPORT
               AT END
                   CONTINUE
           END-READ.
       0472-SCRUB-PREV-REPORT-REC.
           ADD 1 TO WS-REC-NO.
           ADD 1 TO FT-READ (WS-FT-IDX).
           MOVE PREV-REC TO WS-PRT-IMAGE.
           PERFORM 0720-SCRUB-REPORT-IMAGE.
           MOVE WS-PRT-IMAGE TO PREV-REC.
           MOVE PREV-REC TO PRT-WORK-REC.
           WRITE PRT-WORK-REC.
           PERFORM 0471-READ-PREV-REPORT.
       0473-COPY-BACK-PREV-REPORT.
           OPEN INPUT PRT-WORK.
           OPEN OUTPUT PREV-REPORT.
           IF NOT PREVFILE-SUCC
               MOVE "COPY BACK FAILED" TO FT-RESULT (WS-FT-IDX)
               MOVE 8 TO WS-ERAS-RC
               CLOSE PRT-WORK
           ELSE
               PERFORM 0464-READ-PRT-WORK
               PERFORM 0475-COPY-PREV-WORK-REC
                   UNTIL PRTWORK-EOF
               CLOSE PRT-WORK
               CLOSE PREV-REPORT
           END-IF.
       0475-COPY-PREV-WORK-REC.
           MOVE PRT-WORK-REC TO PREV-REC.
           WRITE PREV-REC.
           PERFORM 0464-READ-PRT-WORK.
       0480-SCAN-AUDIT-ARCH.
           MOVE 9 TO WS-FT-IDX.
           OPEN INPUT AUDIT-ARCH.
           IF NOT AUDARCH-SUCC
               MOVE 0 TO WS-FILE-ABSENT
               IF AUDARCH-NO-FILE
                   MOVE 1 TO WS-FILE-ABSENT
               END-IF
               PERFORM 0370-FILE-NOT-OPENED
           ELSE
               PERFORM 0481-READ-AUDIT-ARCH
               PERFORM 0482-COUNT-AUDIT-ARCH-REC
                   UNTIL AUDARCH-EOF
               CLOSE AUDIT-ARCH
               MOVE "NO CUSTOMER FIELDS" TO FT-RESULT (WS-FT-IDX)
           END-IF.
       0481-READ-AUDIT-ARCH.
           READ AUDIT-ARCH
               AT END
                   CONTINUE
           END-READ.
       0482-COUNT-AUDIT-ARCH-REC.
           ADD 1 TO FT-READ (WS-FT-IDX).
           PERFORM 0481-READ-AUDIT-ARCH.
       0490-SCRUB-REJECT-ARCH.
           MOVE 10 TO WS-FT-IDX.
           MOVE 0 TO WS-REC-NO.
           OPEN INPUT REJECT-ARCH.
           IF NOT REJARCH-SUCC
               MOVE 0 TO WS-FILE-ABSENT
               IF REJARCH-NO-FILE
                   MOVE 1 TO WS-FILE-ABSENT
               END-IF
               PERFORM 0370-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT RAR-WORK
               IF NOT RARWORK-SUCC
                   CLOSE REJECT-ARCH
                   PERFORM 0380-WORK-NOT-OPENED
               ELSE
                   PERFORM 0491-READ-REJECT-ARCH
                   PERFORM 0492-SCRUB-REJECT-ARCH-REC
                       UNTIL REJARCH-EOF
                   CLOSE REJECT-ARCH
                   CLOSE RAR-WORK
                   PERFORM 0390-SET-SCRUB-RESULT
                   IF FT-CHANGED (WS-FT-IDX) > 0
                       PERFORM 0493-COPY-BACK-REJECT-ARCH
                   END-IF
               END-IF
           END-IF.
       0491-READ-REJECT-ARCH.
           READ REJECT-ARCH
               AT END
                   CONTINUE
           END-READ.
       0492-SCRUB-REJECT-ARCH-REC.
           ADD 1 TO WS-REC-NO.
           ADD 1 TO FT-READ (WS-FT-IDX).
           MOVE RA-REJECT-IMAGE TO WS-REJ-IMAGE.
           PERFORM 0710-SCRUB-REJECT-IMAGE.
           MOVE WS-REJ-IMAGE TO RA-REJECT-IMAGE.
           MOVE REJECT-ARCH-REC TO RAR-WORK-REC.
           WRITE RAR-WORK-REC.
           PERFORM 0491-READ-REJECT-ARCH.
       0493-COPY-BACK-REJECT-ARCH.
           OPEN INPUT RAR-WORK.
           OPEN OUTPUT REJECT-ARCH.
           IF NOT REJARCH-SUCC
               MOVE "COPY BACK FAILED" TO FT-RESULT (WS-FT-IDX)
               MOVE 8 TO WS-ERAS-RC
               CLOSE RAR-WORK
           ELSE
               PERFORM 0494-READ-RAR-WORK
               PERFORM 0495-COPY-RAR-WORK-REC
                   UNTIL RARWORK-EOF
               CLOSE RAR-WORK
               CLOSE REJECT-ARCH
           END-IF.
       0494-READ-RAR-WORK.
           READ RAR-WORK
               AT END
                   CONTINUE
           END-READ.
       0495-COPY-RAR-WORK-REC.
           MOVE RAR-WORK-REC TO REJECT-ARCH-REC.
           WRITE REJECT-ARCH-REC.
           PERFORM 0494-READ-RAR-WORK.
       0500-SCRUB-REPORT-ARCH.
           MOVE 11 TO WS-FT-IDX.
           MOVE 0 TO WS-REC-NO.
           OPEN INPUT REPORT-ARCH.
           IF NOT RPTARCH-SUCC
               MOVE 0 TO WS-FILE-ABSENT
               IF RPTARCH-NO-FILE
                   MOVE 1 TO WS-FILE-ABSENT
               END-IF
               PERFORM 0370-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT PAR-WORK
               IF NOT PARWORK-SUCC
                   CLOSE REPORT-ARCH
                   PERFORM 0380-WORK-NOT-OPENED
               ELSE
                   PERFORM 0501-READ-REPORT-ARCH
                   PERFORM 0502-SCRUB-REPORT-ARCH-REC
                       UNTIL RPTARCH-EOF
                   CLOSE REPORT-ARCH
                   CLOSE PAR-WORK
                   PERFORM 0390-SET-SCRUB-RESULT
                   IF FT-CHANGED (WS-FT-IDX) > 0
                       PERFORM 0503-COPY-BACK-REPORT-ARCH
                   END-IF
               END-IF
           END-IF.
       0501-READ-REPORT-ARCH.
           READ REPORT-ARCH
               AT END
                   CONTINUE
           END-READ.
       0502-SCRUB-REPORT-ARCH-REC.
           ADD 1 TO WS-REC-NO.
           ADD 1 TO FT-READ (WS-FT-IDX).
           MOVE PA-REPORT-IMAGE TO WS-PRT-IMAGE.
           PERFORM 0720-SCRUB-REPORT-IMAGE.
           MOVE WS-PRT-IMAGE TO PA-REPORT-IMAGE.
           MOVE REPORT-ARCH-REC TO PAR-WORK-REC.
           WRITE PAR-WORK-REC.
           PERFORM 0501-READ-REPORT-ARCH.
       0503-COPY-BACK-REPORT-ARCH.
           OPEN INPUT PAR-WORK.
           OPEN OUTPUT REPORT-ARCH.
           IF NOT RPTARCH-SUCC
               MOVE "COPY BACK FAILED" TO FT-RESULT (WS-FT-IDX)
               MOVE 8 TO WS-ERAS-RC
               CLOSE PAR-WORK
           ELSE
               PERFORM 0504-READ-PAR-WORK
               PERFORM 0505-COPY-PAR-WORK-REC
                   UNTIL PARWORK-EOF
               CLOSE PAR-WORK
               CLOSE REPORT-ARCH
           END-IF.
       0504-READ-PAR-WORK.
           READ PAR-WORK
               AT END
                   CONTINUE
           END-READ.
       0505-COPY-PAR-WORK-REC.
           MOVE PAR-WORK-REC TO REPORT-ARCH-REC.
           WRITE REPORT-ARCH-REC.
           PERFORM 0504-READ-PAR-WORK.
       0600-PRINT-CERTIFICATE.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE CERT-FILE-TITLE TO CERT-REC.
           WRITE CERT-REC.
           MOVE 1 TO WS-FT-IDX.
           PERFORM 0610-PRINT-FILE-LINE
               UNTIL WS-FT-IDX > 11.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE WS-REQUEST-CNT   TO CT-REQUEST-CNT.
           MOVE WS-ERASED-CNT    TO CT-ERASED-CNT.
           MOVE WS-ALREADY-CNT   TO CT-ALREADY-CNT.
           MOVE CERT-TOTAL-LINE TO CERT-REC.
           WRITE CERT-REC.
           MOVE WS-NOT-FOUND-CNT TO CT-NOT-FOUND-CNT.
           MOVE WS-INVALID-CNT   TO CT-INVALID-CNT.
           MOVE WS-CHANGED-CNT   TO CT-CHANGED-CNT.
           MOVE CERT-TOTAL-LINE-2 TO CERT-REC.
           WRITE CERT-REC.
           IF WS-ERAS-RC > 4
               MOVE "*** ERASURE INCOMPLETE - RERUN REQUIRED"
                   TO CX-RESULT
           ELSE
               MOVE "ERASURE COMPLETE" TO CX-RESULT
           END-IF.
           MOVE CERT-RESULT-LINE TO CERT-REC.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE CERT-SIGN-LINE-1 TO CERT-REC.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE CERT-SIGN-LINE-2 TO CERT-REC.
           WRITE CERT-REC.
           DISPLAY "ERASURE RUN SUMMARY - " WS-RUN-DATE.
           DISPLAY "  REQUEST RECORDS READ:    " WS-REQ-READ-CNT.
           DISPLAY "  ORDERS ERASED:           " WS-ERASED-CNT.
           DISPLAY "  ALREADY ERASED:          " WS-ALREADY-CNT.
           DISPLAY "  NOT ON MASTER:           " WS-NOT-FOUND-CNT.
           DISPLAY "  ORDERS BLOCKED:          " WS-BLOCKED-CNT.
           DISPLAY "  RECORDS CHANGED:         " WS-CHANGED-CNT.
           DISPLAY "  RESULT:                  " CX-RESULT.
       0610-PRINT-FILE-LINE.
           MOVE FT-NAME (WS-FT-IDX)    TO CF-FILE.
           MOVE FT-READ (WS-FT-IDX)    TO CF-READ.
           MOVE FT-CHANGED (WS-FT-IDX) TO CF-CHANGED.
           MOVE FT-RESULT (WS-FT-IDX)  TO CF-RESULT.
           MOVE CERT-FILE-LINE TO CERT-REC.
           WRITE CERT-REC.
           ADD 1 TO WS-FT-IDX.
       0700-ANONYMIZE-MASTER-IMAGE.
           MOVE "ERASED" TO EI-FIRST-NAME.
           MOVE "ERASED" TO EI-LAST-NAME.
           MOVE 0        TO EI-BIRTH-DATE.
           MOVE 0        TO EI-LIVED-DAYS.
           MOVE 0        TO EI-AGE-YEARS.
           MOVE 0        TO EI-AGE-MONTHS.
           MOVE 0        TO EI-AGE-DAYS.
           MOVE SPACES   TO EI-PHONE.
           MOVE SPACES   TO EI-EMAIL.
       0710-SCRUB-REJECT-IMAGE.
           IF RI-ORDER NUMERIC
               MOVE RI-ORDER TO WS-CHG-ORDER
               PERFORM 0350-CHECK-ORDER
               IF WS-ORDER-LISTED = 1
                   MOVE WS-REJ-IMAGE TO WS-SAVE-IMAGE
                   MOVE "ERASED" TO RI-FIRST-NAME
                   MOVE "ERASED" TO RI-LAST-NAME
                   MOVE SPACES   TO RI-BIRTH-DATE
                   MOVE SPACES   TO RI-PHONE
                   MOVE SPACES   TO RI-EMAIL
                   IF WS-REJ-IMAGE NOT = WS-SAVE-IMAGE
                       MOVE "REJECT FIELDS ANONYMIZED"
                           TO WS-CHG-DETAIL
                       PERFORM 0360-RECORD-CHANGE
                   END-IF
               END-IF
           END-IF.
       0720-SCRUB-REPORT-IMAGE.
           IF PI-ORDER NUMERIC
               MOVE PI-ORDER TO WS-CHG-ORDER
               PERFORM 0350-CHECK-ORDER
               IF WS-ORDER-LISTED = 1
                   MOVE WS-PRT-IMAGE TO WS-SAVE-IMAGE
                   MOVE "ERASED" TO PI-FIRST-NAME
                   MOVE "ERASED" TO PI-LAST-NAME
                   MOVE 0        TO PI-BIRTH-DATE
                   MOVE 0        TO PI-LIVED-DAYS
                   MOVE 0        TO PI-AGE-YEARS
                   MOVE 0        TO PI-AGE-MONTHS
                   MOVE 0        TO PI-AGE-DAYS
                   IF WS-PRT-IMAGE NOT = WS-SAVE-IMAGE
                       MOVE "REPORT LINE ANONYMIZED"
                           TO WS-CHG-DETAIL
                       PERFORM 0360-RECORD-CHANGE
                   END-IF
               END-IF
           END-IF.
       0800-CLOSE-FILES.
           CLOSE USER-MASTER.
           CLOSE ERAS-BLOCK.
           CLOSE ERAS-WORK.
           CLOSE CERT-OUT.
       0999-EXIT.
           MOVE WS-ERAS-RC TO RETURN-CODE.
           STOP RUN.
