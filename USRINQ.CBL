                       ALTERNATE RECORD KEY IS MA-BRANCH
                           WITH DUPLICATES
                       FILE STATUS IS STATUS-MASTER.
           SELECT SUPP-FILE ASSIGN TO SUPPFILE
                       ORGANIZATION INDEXED
                       ACCESS MODE RANDOM
                       RECORD KEY IS SP-ORDER
                       FILE STATUS IS STATUS-SUPPFILE.
       DATA DIVISION.

       FILE SECTION.
           05    RJ-REASON-O             PIC X(30).
           05    FILLER                  PIC X(1).
           05    RJ-ATTEMPT-O            PIC 9(2).
           05    FILLER                  PIC X(1).
           05    RJ-SOURCE-ID-O          PIC X(8).
       FD  NEW-REJECT-FILE RECORDING MODE F.
       01  NEW-REJECT-REC.
           05    NR-ORDER-O              PIC 9(7).
           05    NR-REASON-O             PIC X(30).
           05    FILLER                  PIC X(1).
           05    NR-ATTEMPT-O            PIC 9(2).
           05    FILLER                  PIC X(1).
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
       FD  SUPP-FILE.
       01  SUPP-REC.
           05    SP-ORDER                PIC 9(7).
           05    SP-NO-PHONE             PIC X(1).
           05    SP-NO-EMAIL             PIC X(1).
           05    SP-NO-CONTACT           PIC X(1).
           05    SP-EFF-DATE             PIC 9(8).
           05    SP-EXP-DATE             PIC 9(8).
           05    SP-UPD-DATE             PIC 9(8).
       WORKING-STORAGE SECTION.
       01  INQ-TITLE                     PIC X(80) VALUE
           "CUSTOMER INQUIRY REPORT".
           05 FILLER                     PIC X(9)  VALUE "  EMAIL: ".
           05 ID-EMAIL                   PIC X(30).
           05 FILLER                     PIC X(23) VALUE SPACES.
       01  INQ-DETAIL-4.
           05 FILLER                     PIC X(8)  VALUE "STATUS: ".
           05 ID-STATUS                  PIC X(8).
           05 FILLER                     PIC X(9)  VALUE "  SINCE: ".
           05 ID-STATUS-DATE             PIC 9(8).
           05 FILLER                     PIC X(10) VALUE "  REASON: ".
           05 ID-STATUS-REASON           PIC X(2).
           05 FILLER                     PIC X(35) VALUE SPACES.
       01  INQ-DETAIL-5.
           05 FILLER                     PIC X(9)  VALUE "CONTACT: ".
           05 ID-SUPP-DESC               PIC X(16).
           05 FILLER                     PIC X(7)  VALUE " PHONE:".
           05 ID-NO-PHONE                PIC X(1).
           05 FILLER                     PIC X(7)  VALUE " EMAIL:".
           05 ID-NO-EMAIL                PIC X(1).
           05 FILLER                     PIC X(5)  VALUE " ALL:".
           05 ID-NO-CONTACT              PIC X(1).
           05 FILLER                     PIC X(7)  VALUE " FROM: ".
           05 ID-SUPP-EFF                PIC X(8).
           05 FILLER                     PIC X(5)  VALUE " TO: ".
           05 ID-SUPP-EXP                PIC X(8).
           05 FILLER                     PIC X(5)  VALUE SPACES.
       01  INQ-REJECT-LINE.
           05 FILLER                     PIC X(11) VALUE "ON REJECT (".
           05 IR-SOURCE                  PIC X(7).
           05 BD-BIRTH-DATE              PIC 9(8).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 BD-PHONE                   PIC X(11).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 BD-STATUS                  PIC X(8).
           05 FILLER                     PIC X(11) VALUE SPACES.
       01  INQ-BRANCH-TOTAL.
           05 FILLER                     PIC X(7)  VALUE "BRANCH ".
           05 BT-BRANCH                  PIC 9(3).
           05 STATUS-MASTER              PIC 99.
              88 MASTER-SUCC             VALUE 00 97.
              88 MASTER-EOF              VALUE 10.
           05 STATUS-SUPPFILE            PIC 99.
              88 SUPPFILE-SUCC           VALUE 00 97.
              88 SUPPFILE-NO-FILE        VALUE 35.
           05 WS-SUPP-AVAIL              PIC 9(1)  VALUE 0.
           05 WS-REJECT-FOUND            PIC 9(1)  VALUE 0.
           05 WS-MASTER-FOUND            PIC 9(1)  VALUE 0.
           05 WS-BRANCH-DONE             PIC 9(1)  VALUE 0.
       01  WS-INQ-ORDER                  PIC 9(7).
       01  WS-INQ-BRANCH                 PIC 9(3).
       01  WS-NAME-BUILD                 PIC X(31).
       01  WS-STATUS-DESC                PIC X(8).
       01  WS-RUN-DATE                   PIC 9(8).
       01  READ-CNT                      PIC 9(7)  VALUE 0.
       01  WS-BR-CNT                     PIC 9(7)  VALUE 0.
       PROCEDURE DIVISION.
           OPEN INPUT INQ-REQUESTS.
           OPEN OUTPUT INQ-OUT.
           OPEN INPUT USER-MASTER.
           OPEN INPUT SUPP-FILE.
           IF SUPPFILE-SUCC
               MOVE 1 TO WS-SUPP-AVAIL
           ELSE
               IF NOT SUPPFILE-NO-FILE
                   DISPLAY "Suppression file not usable - not checked."
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
       0110-FILE-CONTROL.
           IF NOT INQFILE-SUCC
              DISPLAY "Inquiry request file not found. Exiting..."
           MOVE MA-EMAIL TO ID-EMAIL.
           MOVE INQ-DETAIL-3 TO INQ-REC.
           WRITE INQ-REC.
           PERFORM 0460-DESCRIBE-STATUS.
           MOVE WS-STATUS-DESC   TO ID-STATUS.
           MOVE MA-STATUS-DATE   TO ID-STATUS-DATE.
           MOVE MA-STATUS-REASON TO ID-STATUS-REASON.
           MOVE INQ-DETAIL-4 TO INQ-REC.
           WRITE INQ-REC.
           PERFORM 0470-DESCRIBE-CONTACT.
           MOVE INQ-DETAIL-5 TO INQ-REC.
           WRITE INQ-REC.
       0460-DESCRIBE-STATUS.
           IF MA-ACTIVE
               MOVE "ACTIVE"   TO WS-STATUS-DESC
           ELSE
               IF MA-CLOSED
                   MOVE "CLOSED"   TO WS-STATUS-DESC
               ELSE
                   IF MA-DECEASED
                       MOVE "DECEASED" TO WS-STATUS-DESC
                   ELSE
                       IF MA-ERASED
                           MOVE "ERASED"   TO WS-STATUS-DESC
                       ELSE
                           MOVE MA-STATUS  TO WS-STATUS-DESC
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0470-DESCRIBE-CONTACT.
           MOVE "NO RESTRICTIONS" TO ID-SUPP-DESC.
           MOVE SPACES TO ID-NO-PHONE ID-NO-EMAIL ID-NO-CONTACT
                          ID-SUPP-EFF ID-SUPP-EXP.
           IF WS-SUPP-AVAIL = 1
               MOVE MA-ORDER TO SP-ORDER
               READ SUPP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0480-DESCRIBE-SUPPRESSION
               END-READ
           END-IF.
       0480-DESCRIBE-SUPPRESSION.
           MOVE SP-NO-PHONE   TO ID-NO-PHONE.
           MOVE SP-NO-EMAIL   TO ID-NO-EMAIL.
           MOVE SP-NO-CONTACT TO ID-NO-CONTACT.
           MOVE SP-EFF-DATE   TO ID-SUPP-EFF.
           IF SP-EXP-DATE = 0
               MOVE "NONE"      TO ID-SUPP-EXP
           ELSE
               MOVE SP-EXP-DATE TO ID-SUPP-EXP
           END-IF.
           IF SP-EFF-DATE > WS-RUN-DATE
               MOVE "PENDING"    TO ID-SUPP-DESC
           ELSE
               IF SP-EXP-DATE NOT = 0 AND SP-EXP-DATE < WS-RUN-DATE
                   MOVE "EXPIRED"    TO ID-SUPP-DESC
               ELSE
                   MOVE "IN EFFECT"  TO ID-SUPP-DESC
               END-IF
           END-IF.
       0500-INQUIRE-BY-BRANCH.
           MOVE IQ-BRANCH TO WS-INQ-BRANCH.
           MOVE WS-INQ-BRANCH TO IB-BRANCH.
                       MOVE WS-NAME-BUILD TO BD-NAME
                       MOVE MA-BIRTH-DATE TO BD-BIRTH-DATE
                       MOVE MA-PHONE      TO BD-PHONE
                       PERFORM 0460-DESCRIBE-STATUS
                       MOVE WS-STATUS-DESC TO BD-STATUS
                       MOVE INQ-BRANCH-DETAIL TO INQ-REC
                       WRITE INQ-REC
                       ADD 1 TO WS-BR-CNT
           CLOSE INQ-REQUESTS.
           CLOSE INQ-OUT.
           CLOSE USER-MASTER.
           IF WS-SUPP-AVAIL = 1
               CLOSE SUPP-FILE
           END-IF.
       0999-EXIT.
           STOP RUN.
