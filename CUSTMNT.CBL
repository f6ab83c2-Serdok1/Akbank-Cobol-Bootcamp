       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTMNT.
       AUTHOR.        SINA EREN OZBAYRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO PARMFILE
                       FILE STATUS IS STATUS-PARMFILE.
           SELECT JOURNAL-FILE ASSIGN TO TRNJRNL
                       FILE STATUS IS STATUS-JRNFILE.
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
       FD  PARAM-FILE RECORDING MODE F.
       01  PARAM-REC.
           05    PM-MIN-YEAR             PIC 9(4).
           05    PM-MAX-AGE              PIC 9(3).
           05    PM-BDAY-DAYS            PIC 9(3).
           05    PM-REJ-MIN-READ         PIC 9(5).
           05    PM-REJ-LIMIT-PCT        PIC 9(3).
           05    PM-PURGE-DAYS           PIC 9(4).
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
       01  USER-FIELDS.
           05    ORDER-I                 PIC 9(7).
           05    FIRST-NAME-I            PIC X(15).
           05    LAST-NAME-I             PIC X(15).
           05    BIRTH-DATE-I            PIC X(8).
           05    CURRENT-DATE-I          PIC X(8).
           05    BRANCH-I                PIC X(3).
           05    PHONE-I                 PIC X(11).
           05    EMAIL-I                 PIC X(30).
       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-ORDER            PIC X(7)  JUSTIFIED RIGHT.
           05  WS-ENTRY-NAME             PIC X(15).
           05  WS-ENTRY-DATE             PIC X(8).
           05  WS-ENTRY-BRANCH           PIC X(3)  JUSTIFIED RIGHT.
           05  WS-ENTRY-PHONE            PIC X(11).
           05  WS-ENTRY-EMAIL            PIC X(30).
           05  WS-ENTRY-CONFIRM          PIC X(1).
              88 CONFIRM-YES             VALUE "Y" "y".
       01  WS-OPERATOR                   PIC X(8).
       01  WS-NAME-BUILD                 PIC X(31).
       01  WS-STATUS-DESC                PIC X(8).
       01  WS-PARSED-YEARS.
           05  WS-CURRENT-DATE           PIC 9(8).
           05  WS-E-CURRENT-DATE.
               07 WS-CURRENT-YEAR        PIC 9(4).
               07 WS-CURRENT-MTH         PIC 9(2).
               07 WS-CURRENT-DAY         PIC 9(2).
           05  WS-BIRTH-DATE             PIC 9(8).
           05  WS-EBIRTH-DATE.
               07 WS-BIRTH-YEAR          PIC 9(4).
               07 WS-BIRTH-MTH           PIC 9(2).
               07 WS-BIRTH-DAY           PIC 9(2).
           05 WS-PARAMS.
               06 WS-PARAM-DATE          PIC X(8).
               06 WS-E-PARAM-DATE.
                   07 WS-PARAM-YEAR      PIC 9(4).
                   07 WS-PARAM-MTH       PIC 9(2).
                       88 THURTY-ONE              VALUE 1 3 5 7 8 10 12.
                       88 FEB                     VALUE 2.
                       88 THURTY                  VALUE 4 6 9 11.
                   07 WS-PARAM-DAY       PIC 9(2).
       01  WS-DAYS-LIVED                 PIC 9(5).
       01  WS-BIRTH-DATE-INT             PIC 9(8).
       01  WS-CURRENT-DATE-INT           PIC 9(8).
       01  WS-AGE-WORK.
           05  WS-AGE-YEARS              PIC 9(3).
           05  WS-AGE-MONTHS             PIC 9(2).
           05  WS-AGE-DAYS               PIC 9(2).
           05  WS-AGE-TMP-YEAR           PIC 9(4).
           05  WS-AGE-TMP-YEAR2          PIC 9(4).
           05  WS-AGE-TMP-MTH            PIC 9(2).
           05  WS-AGE-INT                PIC 9(8).
           05  WS-PRIOR-MONTH-DATE.
               07 FILLER                 PIC 9(6).
               07 WS-PRIOR-MONTH-DAY     PIC 9(2).
           05  WS-AGE-BIRTH-DAY-CLAMPED  PIC 9(2).
       01  WS-LEAP-YEAR.
           05  WS-RULE1                  PIC 9(1).
           05  WS-RULE2                  PIC 9(2).
           05  WS-RULE3                  PIC 9(3).
       01  WS-TMP                        PIC 9(8).
       01  WS-FLAGS.
           05 STATUS-PARMFILE            PIC 99.
              88 PARMFILE-SUCC           VALUE 00 97.
           05 STATUS-JRNFILE             PIC 99.
              88 JRNFILE-SUCC            VALUE 00 97.
              88 JRNFILE-NO-FILE         VALUE 35.
           05 STATUS-BREFFILE            PIC 99.
              88 BREFFILE-SUCC           VALUE 00 97.
           05 STATUS-MASTER              PIC 99.
              88 MASTER-SUCC             VALUE 00 97.
           05 WS-VALID-ORDER             PIC 9(1) VALUE 1.
           05 WS-MASTER-FOUND            PIC 9(1) VALUE 0.
           05 WS-SESSION-END             PIC 9(1) VALUE 0.
       01  WS-REJECT-REASON              PIC X(30) VALUE SPACES.
       01  WS-CHANGE-CNT                 PIC 9(7)  VALUE 0.
       01  WS-REFUSED-CNT                PIC 9(7)  VALUE 0.
       01  WS-CONTROL-LIMITS.
           05  WS-MIN-YEAR               PIC 9(4)  VALUE 1601.
           05  WS-MAX-AGE                PIC 9(3)  VALUE 270.
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-JOURNAL-WORK.
           05  WS-JRN-BEFORE             PIC X(130).
           05  WS-JRN-AFTER              PIC X(130).
       01  WS-NAME-EDIT.
           05  WS-NE-IN                  PIC X(15).
           05  WS-NE-OUT                 PIC X(15).
           05  WS-NE-CHAR                PIC X(1).
           05  WS-NE-I                   PIC 9(2).
           05  WS-NE-O                   PIC 9(2).
           05  WS-NE-PREV-SPACE          PIC 9(1).
           05  WS-NE-BAD                 PIC 9(1).
           05  WS-NE-ORIG                PIC X(15).
           05  WS-NE-CHANGED             PIC 9(1).
       01  WS-CONTACT-EDIT.
           05  WS-PE-I                   PIC 9(2).
           05  WS-PE-BAD                 PIC 9(1).
           05  WS-PE-END                 PIC 9(1).
           05  WS-EM-AT-CNT              PIC 9(2).
           05  WS-EM-DOT-CNT             PIC 9(2).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0070-READ-PARAMETERS.
           PERFORM 0080-SET-RUN-DATE.
           PERFORM 0090-SIGN-ON.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0200-PROCESS-SESSION.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
       0070-READ-PARAMETERS.
           OPEN INPUT PARAM-FILE.
           IF PARMFILE-SUCC
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PM-MIN-YEAR TO WS-MIN-YEAR
                       MOVE PM-MAX-AGE  TO WS-MAX-AGE
               END-READ
               CLOSE PARAM-FILE
           END-IF.
       0080-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
       0090-SIGN-ON.
           DISPLAY "CUSTOMER MAINTENANCE - RUN DATE " WS-RUN-DATE.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR) TO WS-OPERATOR.
           IF WS-OPERATOR = SPACES
              DISPLAY "Operator ID required. Exiting..."
              STOP RUN
           END-IF.
       0100-OPEN-FILES.
           OPEN I-O USER-MASTER.
           OPEN EXTEND JOURNAL-FILE.
           IF JRNFILE-NO-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           OPEN INPUT BRANCH-REF.
       0110-FILE-CONTROL.
           IF NOT MASTER-SUCC
              DISPLAY "User master file not usable. Exiting..."
              STOP RUN
           END-IF.
           IF NOT JRNFILE-SUCC
              DISPLAY "Journal file not usable. Exiting..."
              STOP RUN
           END-IF.
           IF NOT BREFFILE-SUCC
              DISPLAY "Branch reference file not found. Exiting..."
              STOP RUN
           END-IF.
       0200-PROCESS-SESSION.
           PERFORM 0250-ASK-ORDER.
           PERFORM UNTIL WS-SESSION-END = 1
               IF WS-VALID-ORDER = 1
                   PERFORM 0320-MAINTAIN-CUSTOMER
               END-IF
               PERFORM 0250-ASK-ORDER
           END-PERFORM.
       0250-ASK-ORDER.
           MOVE 1 TO WS-VALID-ORDER.
           MOVE SPACES TO WS-REJECT-REASON.
           DISPLAY " ".
           DISPLAY "ORDER NUMBER (BLANK TO END): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY-ORDER.
           ACCEPT WS-ENTRY-ORDER.
           IF WS-ENTRY-ORDER = SPACES
               MOVE 1 TO WS-SESSION-END
           ELSE
               INSPECT WS-ENTRY-ORDER REPLACING LEADING SPACES BY ZEROS
               IF WS-ENTRY-ORDER NOT NUMERIC
                   DISPLAY WS-ENTRY-ORDER ": Invalid order number."
                   MOVE 0 TO WS-VALID-ORDER
               ELSE
                   MOVE WS-ENTRY-ORDER TO ORDER-I
               END-IF
           END-IF.
       0258-BRANCH-VALIDATOR.
           IF BRANCH-I NOT NUMERIC
               DISPLAY BRANCH-I ": Invalid branch for order "
               ORDER-I " ."
               MOVE "INVALID BRANCH" TO WS-REJECT-REASON
               MOVE 0 TO WS-VALID-ORDER
           ELSE
               MOVE BRANCH-I TO BF-BRANCH
               READ BRANCH-REF
                   INVALID KEY
                       DISPLAY BRANCH-I ": Unknown branch for order "
                       ORDER-I " ."
                       MOVE "UNKNOWN BRANCH" TO WS-REJECT-REASON
                       MOVE 0 TO WS-VALID-ORDER
                   NOT INVALID KEY
                       IF BF-CLOSED
                           DISPLAY BRANCH-I ": Closed branch for order "
                           ORDER-I " ."
                           MOVE "BRANCH CLOSED" TO WS-REJECT-REASON
                           MOVE 0 TO WS-VALID-ORDER
                       END-IF
               END-READ
           END-IF.
       0260-INPUT-VALIDATOR.
           IF WS-PARAM-DATE  NOT NUMERIC
               DISPLAY WS-PARAM-DATE ": Invalid date for order "
               ORDER-I " ."
               MOVE "INVALID DATE" TO WS-REJECT-REASON
               MOVE 0 TO WS-VALID-ORDER
               EXIT
           ELSE
               MOVE WS-PARAM-DATE TO WS-E-PARAM-DATE
               PERFORM 0270-YEAR-VALIDATOR
               IF WS-VALID-ORDER = 1
                   PERFORM 0280-MONTH-VALIDATOR
               END-IF
               IF WS-VALID-ORDER = 1
                   PERFORM 0290-DAY-VALIDATOR
               END-IF
           END-IF.
       0262-NAME-VALIDATOR.
           MOVE 0 TO WS-NE-CHANGED.
           MOVE FIRST-NAME-I TO WS-NE-IN.
           PERFORM 0263-EDIT-ONE-NAME.
           IF WS-VALID-ORDER = 1
               MOVE WS-NE-OUT TO FIRST-NAME-I
               MOVE LAST-NAME-I TO WS-NE-IN
               PERFORM 0263-EDIT-ONE-NAME
               IF WS-VALID-ORDER = 1
                   MOVE WS-NE-OUT TO LAST-NAME-I
               END-IF
           END-IF.
       0263-EDIT-ONE-NAME.
           IF WS-NE-IN = SPACES
               DISPLAY "Blank name for order " ORDER-I " ."
               MOVE "BLANK NAME" TO WS-REJECT-REASON
               MOVE 0 TO WS-VALID-ORDER
           ELSE
               MOVE WS-NE-IN TO WS-NE-ORIG
               MOVE FUNCTION UPPER-CASE(WS-NE-IN) TO WS-NE-IN
               MOVE SPACES TO WS-NE-OUT
               MOVE 0 TO WS-NE-BAD
               MOVE 1 TO WS-NE-PREV-SPACE
               MOVE 1 TO WS-NE-I
               MOVE 1 TO WS-NE-O
               PERFORM 0264-EDIT-NAME-CHAR
                   UNTIL WS-NE-I > 15 OR WS-NE-BAD = 1
               IF WS-NE-BAD = 1
                   DISPLAY WS-NE-CHAR ": Non-alphabetic name for order "
                           ORDER-I " ."
                   MOVE "NON-ALPHABETIC NAME" TO WS-REJECT-REASON
                   MOVE 0 TO WS-VALID-ORDER
               ELSE
                   IF WS-NE-OUT NOT = WS-NE-ORIG
                       MOVE 1 TO WS-NE-CHANGED
                   END-IF
               END-IF
           END-IF.
       0264-EDIT-NAME-CHAR.
           MOVE WS-NE-IN (WS-NE-I:1) TO WS-NE-CHAR.
           IF WS-NE-CHAR = SPACE
               IF WS-NE-PREV-SPACE = 0
                   MOVE 1 TO WS-NE-PREV-SPACE
                   MOVE SPACE TO WS-NE-OUT (WS-NE-O:1)
                   ADD 1 TO WS-NE-O
               END-IF
           ELSE
               IF WS-NE-CHAR ALPHABETIC-UPPER
                   MOVE WS-NE-CHAR TO WS-NE-OUT (WS-NE-O:1)
                   ADD 1 TO WS-NE-O
                   MOVE 0 TO WS-NE-PREV-SPACE
               ELSE
                   MOVE 1 TO WS-NE-BAD
               END-IF
           END-IF.
           ADD 1 TO WS-NE-I.
       0266-PHONE-VALIDATOR.
           IF PHONE-I NOT = SPACES
               MOVE 0 TO WS-PE-BAD
               MOVE 0 TO WS-PE-END
               MOVE 1 TO WS-PE-I
               PERFORM 0268-EDIT-PHONE-CHAR
                   UNTIL WS-PE-I > 11 OR WS-PE-BAD = 1
               IF WS-PE-BAD = 1
                   DISPLAY PHONE-I ": Invalid phone for order "
                           ORDER-I " ."
                   MOVE "INVALID PHONE" TO WS-REJECT-REASON
                   MOVE 0 TO WS-VALID-ORDER
               END-IF
           END-IF.
       0267-EMAIL-VALIDATOR.
           IF EMAIL-I NOT = SPACES
               MOVE 0 TO WS-EM-AT-CNT
               MOVE 0 TO WS-EM-DOT-CNT
               INSPECT EMAIL-I TALLYING WS-EM-AT-CNT
                   FOR ALL "@"
               INSPECT EMAIL-I TALLYING WS-EM-DOT-CNT
                   FOR ALL "." AFTER INITIAL "@"
               IF WS-EM-AT-CNT NOT = 1 OR WS-EM-DOT-CNT = 0
                   OR EMAIL-I (1:1) = "@" OR EMAIL-I (1:1) = SPACE
                   DISPLAY EMAIL-I ": Invalid email for order "
                           ORDER-I " ."
                   MOVE "INVALID EMAIL" TO WS-REJECT-REASON
                   MOVE 0 TO WS-VALID-ORDER
               END-IF
           END-IF.
       0268-EDIT-PHONE-CHAR.
           IF PHONE-I (WS-PE-I:1) = SPACE
               MOVE 1 TO WS-PE-END
           ELSE
               IF WS-PE-END = 1
                   OR PHONE-I (WS-PE-I:1) NOT NUMERIC
                   MOVE 1 TO WS-PE-BAD
               END-IF
           END-IF.
           ADD 1 TO WS-PE-I.
       0270-YEAR-VALIDATOR.
           IF (WS-PARAM-YEAR < WS-MIN-YEAR)
               DISPLAY WS-PARAM-YEAR ": Invalid year for order "
               ORDER-I " ."
               MOVE "INVALID YEAR" TO WS-REJECT-REASON
               MOVE 0 TO WS-VALID-ORDER
               EXIT
           END-IF.
       0280-MONTH-VALIDATOR.
           IF (WS-PARAM-MTH < 1 OR WS-PARAM-MTH > 12)
               DISPLAY WS-PARAM-MTH ": Invalid month for order "
               ORDER-I " ."
               MOVE "INVALID MONTH" TO WS-REJECT-REASON
               MOVE 0 TO WS-VALID-ORDER
               EXIT
           END-IF.
       0290-DAY-VALIDATOR.
           IF THURTY-ONE
                IF (WS-PARAM-DAY < 1 OR WS-PARAM-DAY > 31)
                     DISPLAY WS-PARAM-DAY ": Invalid day for order "
                             ORDER-I " ."
                     MOVE "INVALID DAY" TO WS-REJECT-REASON
                     MOVE 0 TO WS-VALID-ORDER
                     EXIT
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
                       DISPLAY WS-PARAM-DAY ": Invalid day for order "
                               ORDER-I " ."
                     MOVE "INVALID DAY" TO WS-REJECT-REASON
                     MOVE 0 TO WS-VALID-ORDER
                     EXIT
                   END-IF
               ELSE
                   IF (WS-PARAM-DAY < 1 OR WS-PARAM-DAY > 28)
                       DISPLAY WS-PARAM-DAY ": Invalid day for order "
                               ORDER-I " ."
                     MOVE "INVALID DAY" TO WS-REJECT-REASON
                     MOVE 0 TO WS-VALID-ORDER
                     EXIT
                   END-IF
               END-IF
           ELSE IF THURTY
               IF (WS-PARAM-DAY < 1 OR WS-PARAM-DAY > 30)
                   DISPLAY WS-PARAM-DAY ": Invalid day for order "
                           ORDER-I " ."
                     MOVE "INVALID DAY" TO WS-REJECT-REASON
                     MOVE 0 TO WS-VALID-ORDER
                     EXIT
               END-IF
           END-IF.
       0300-CALCULATE-DAYS.
           MOVE BIRTH-DATE-I TO WS-BIRTH-DATE.
           MOVE CURRENT-DATE-I TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE TO WS-E-CURRENT-DATE.
           MOVE WS-BIRTH-DATE TO WS-EBIRTH-DATE.
           IF (WS-CURRENT-YEAR - WS-BIRTH-YEAR > WS-MAX-AGE)
               DISPLAY WS-CURRENT-YEAR " " WS-BIRTH-YEAR
                       ": Invalid age for order " ORDER-I " ."
               MOVE "INVALID AGE" TO WS-REJECT-REASON
               MOVE 0 TO WS-VALID-ORDER
               EXIT
           END-IF.
           IF (WS-EBIRTH-DATE > WS-E-CURRENT-DATE)
               DISPLAY WS-BIRTH-DATE ": Invalid dates for order "
                       ORDER-I " ."
               MOVE "INVALID DATE ORDER" TO WS-REJECT-REASON
               MOVE 0 TO WS-VALID-ORDER
               EXIT
           ELSE
              COMPUTE WS-BIRTH-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-BIRTH-DATE)
              COMPUTE WS-CURRENT-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
              COMPUTE WS-DAYS-LIVED =
                  WS-CURRENT-DATE-INT - WS-BIRTH-DATE-INT
              PERFORM 0310-CALCULATE-AGE-BREAKDOWN
           END-IF.
       0310-CALCULATE-AGE-BREAKDOWN.
           IF WS-CURRENT-DAY NOT < WS-BIRTH-DAY
               COMPUTE WS-AGE-DAYS = WS-CURRENT-DAY - WS-BIRTH-DAY
               MOVE WS-CURRENT-MTH  TO WS-AGE-TMP-MTH
               MOVE WS-CURRENT-YEAR TO WS-AGE-TMP-YEAR
           ELSE
               IF WS-CURRENT-MTH = 1
                   MOVE 12 TO WS-AGE-TMP-MTH
                   COMPUTE WS-AGE-TMP-YEAR = WS-CURRENT-YEAR - 1
               ELSE
                   COMPUTE WS-AGE-TMP-MTH = WS-CURRENT-MTH - 1
                   MOVE WS-CURRENT-YEAR TO WS-AGE-TMP-YEAR
               END-IF
               COMPUTE WS-AGE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-YEAR * 10000 +
                       WS-CURRENT-MTH * 100 + 1) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-AGE-INT)
                   TO WS-PRIOR-MONTH-DATE
               IF WS-BIRTH-DAY > WS-PRIOR-MONTH-DAY
                   MOVE WS-PRIOR-MONTH-DAY TO WS-AGE-BIRTH-DAY-CLAMPED
               ELSE
                   MOVE WS-BIRTH-DAY TO WS-AGE-BIRTH-DAY-CLAMPED
               END-IF
               COMPUTE WS-AGE-DAYS = WS-CURRENT-DAY +
                   WS-PRIOR-MONTH-DAY - WS-AGE-BIRTH-DAY-CLAMPED
           END-IF.
           IF WS-AGE-TMP-MTH NOT < WS-BIRTH-MTH
               COMPUTE WS-AGE-MONTHS = WS-AGE-TMP-MTH - WS-BIRTH-MTH
               MOVE WS-AGE-TMP-YEAR TO WS-AGE-TMP-YEAR2
           ELSE
               COMPUTE WS-AGE-MONTHS =
                   WS-AGE-TMP-MTH + 12 - WS-BIRTH-MTH
               COMPUTE WS-AGE-TMP-YEAR2 = WS-AGE-TMP-YEAR - 1
           END-IF.
           COMPUTE WS-AGE-YEARS = WS-AGE-TMP-YEAR2 - WS-BIRTH-YEAR.
       0320-MAINTAIN-CUSTOMER.
           MOVE ORDER-I TO MA-ORDER.
           READ USER-MASTER
               INVALID KEY
                   MOVE 0 TO WS-MASTER-FOUND
               NOT INVALID KEY
                   MOVE 1 TO WS-MASTER-FOUND
           END-READ.
           IF WS-MASTER-FOUND = 0
               DISPLAY ORDER-I ": Not on master."
           ELSE
               PERFORM 0350-SHOW-CUSTOMER
               IF NOT MA-ACTIVE
                   DISPLAY ORDER-I ": Customer not active - change"
                           " not allowed."
               ELSE
                   PERFORM 0400-ENTER-CHANGES
               END-IF
           END-IF.
       0350-SHOW-CUSTOMER.
           MOVE SPACES TO WS-NAME-BUILD.
           STRING
               FUNCTION TRIM(MA-FIRST-NAME) DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               FUNCTION TRIM(MA-LAST-NAME)  DELIMITED BY SIZE
               INTO WS-NAME-BUILD
           END-STRING.
           PERFORM 0360-DESCRIBE-STATUS.
           DISPLAY "ORDER: " MA-ORDER "  BRANCH: " MA-BRANCH
                   "  NAME: " WS-NAME-BUILD.
           DISPLAY "BIRTH: " MA-BIRTH-DATE "  AS OF: " MA-CURRENT-DATE
                   "  LIVED: " MA-LIVED-DAYS "  AGE: " MA-AGE-YEARS
                   "/" MA-AGE-MONTHS "/" MA-AGE-DAYS.
           DISPLAY "PHONE: " MA-PHONE "  EMAIL: " MA-EMAIL.
           DISPLAY "STATUS: " WS-STATUS-DESC "  SINCE: " MA-STATUS-DATE
                   "  REASON: " MA-STATUS-REASON.
       0360-DESCRIBE-STATUS.
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
       0400-ENTER-CHANGES.
           MOVE MASTER-REC      TO WS-JRN-BEFORE.
           MOVE MA-FIRST-NAME   TO FIRST-NAME-I.
           MOVE MA-LAST-NAME    TO LAST-NAME-I.
           MOVE MA-BIRTH-DATE   TO BIRTH-DATE-I.
           MOVE MA-BRANCH       TO BRANCH-I.
           MOVE MA-PHONE        TO PHONE-I.
           MOVE MA-EMAIL        TO EMAIL-I.
           MOVE WS-RUN-DATE     TO CURRENT-DATE-I.
           DISPLAY "ENTER NEW VALUES - BLANK KEEPS THE CURRENT VALUE,"
                   " * CLEARS PHONE OR EMAIL".
           PERFORM 0410-PROMPT-FIELDS.
           IF FIRST-NAME-I = MA-FIRST-NAME
               AND LAST-NAME-I = MA-LAST-NAME
               AND BIRTH-DATE-I = MA-BIRTH-DATE
               AND BRANCH-I = MA-BRANCH
               AND PHONE-I = MA-PHONE
               AND EMAIL-I = MA-EMAIL
               DISPLAY ORDER-I ": No changes entered."
           ELSE
               PERFORM 0420-EDIT-CHANGES
               IF WS-VALID-ORDER = 0
                   DISPLAY ORDER-I ": Change not applied - "
                           WS-REJECT-REASON
                   ADD 1 TO WS-REFUSED-CNT
               ELSE
                   PERFORM 0430-CONFIRM-CHANGE
               END-IF
           END-IF.
       0410-PROMPT-FIELDS.
           DISPLAY "FIRST NAME [" MA-FIRST-NAME "]: "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY-NAME.
           ACCEPT WS-ENTRY-NAME.
           IF WS-ENTRY-NAME NOT = SPACES
               MOVE WS-ENTRY-NAME TO FIRST-NAME-I
           END-IF.
           DISPLAY "LAST NAME  [" MA-LAST-NAME "]: "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY-NAME.
           ACCEPT WS-ENTRY-NAME.
           IF WS-ENTRY-NAME NOT = SPACES
               MOVE WS-ENTRY-NAME TO LAST-NAME-I
           END-IF.
           DISPLAY "BIRTH DATE YYYYMMDD [" MA-BIRTH-DATE "]: "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY-DATE.
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE NOT = SPACES
               MOVE WS-ENTRY-DATE TO BIRTH-DATE-I
           END-IF.
           DISPLAY "BRANCH [" MA-BRANCH "]: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY-BRANCH.
           ACCEPT WS-ENTRY-BRANCH.
           IF WS-ENTRY-BRANCH NOT = SPACES
               INSPECT WS-ENTRY-BRANCH REPLACING LEADING SPACES
                   BY ZEROS
               MOVE WS-ENTRY-BRANCH TO BRANCH-I
           END-IF.
           DISPLAY "PHONE [" MA-PHONE "]: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY-PHONE.
           ACCEPT WS-ENTRY-PHONE.
           IF WS-ENTRY-PHONE NOT = SPACES
               IF WS-ENTRY-PHONE = "*"
                   MOVE SPACES TO PHONE-I
               ELSE
                   MOVE WS-ENTRY-PHONE TO PHONE-I
               END-IF
           END-IF.
           DISPLAY "EMAIL [" MA-EMAIL "]: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY-EMAIL.
           ACCEPT WS-ENTRY-EMAIL.
           IF WS-ENTRY-EMAIL NOT = SPACES
               IF WS-ENTRY-EMAIL = "*"
                   MOVE SPACES TO EMAIL-I
               ELSE
                   MOVE WS-ENTRY-EMAIL TO EMAIL-I
               END-IF
           END-IF.
       0420-EDIT-CHANGES.
           PERFORM 0258-BRANCH-VALIDATOR.
           IF WS-VALID-ORDER = 1
               MOVE BIRTH-DATE-I TO WS-PARAM-DATE
               PERFORM 0260-INPUT-VALIDATOR
           END-IF.
           IF WS-VALID-ORDER = 1
               PERFORM 0262-NAME-VALIDATOR
           END-IF.
           IF WS-VALID-ORDER = 1
               PERFORM 0266-PHONE-VALIDATOR
           END-IF.
           IF WS-VALID-ORDER = 1
               PERFORM 0267-EMAIL-VALIDATOR
           END-IF.
           IF WS-VALID-ORDER = 1
               PERFORM 0300-CALCULATE-DAYS
           END-IF.
       0430-CONFIRM-CHANGE.
           DISPLAY "NEW VALUES:".
           DISPLAY "NAME: " FIRST-NAME-I " " LAST-NAME-I
                   "  BIRTH: " BIRTH-DATE-I "  BRANCH: " BRANCH-I.
           DISPLAY "PHONE: " PHONE-I "  EMAIL: " EMAIL-I.
           DISPLAY "AGE AS OF " CURRENT-DATE-I ": " WS-AGE-YEARS "/"
                   WS-AGE-MONTHS "/" WS-AGE-DAYS "  LIVED: "
                   WS-DAYS-LIVED.
           DISPLAY "APPLY CHANGE (Y/N): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY-CONFIRM.
           ACCEPT WS-ENTRY-CONFIRM.
           IF CONFIRM-YES
               PERFORM 0450-CHANGE-MASTER
           ELSE
               DISPLAY ORDER-I ": Change abandoned."
           END-IF.
       0450-CHANGE-MASTER.
           MOVE ORDER-I TO MA-ORDER.
           READ USER-MASTER
               INVALID KEY
                   DISPLAY ORDER-I ": Not on master - change not"
                           " applied."
                   ADD 1 TO WS-REFUSED-CNT
               NOT INVALID KEY
                   IF MASTER-REC NOT = WS-JRN-BEFORE
                       DISPLAY ORDER-I ": Customer updated by another"
                               " run - change not applied,"
                               " bring the customer up again."
                       ADD 1 TO WS-REFUSED-CNT
                   ELSE
                       PERFORM 0470-BUILD-MASTER-REC
                       REWRITE MASTER-REC
                           INVALID KEY
                               DISPLAY ORDER-I ": Master rewrite"
                                       " failed - change not applied."
                               ADD 1 TO WS-REFUSED-CNT
                           NOT INVALID KEY
                               MOVE MASTER-REC TO WS-JRN-AFTER
                               PERFORM 0480-WRITE-JOURNAL
                               ADD 1 TO WS-CHANGE-CNT
                               DISPLAY ORDER-I ": Change applied."
                       END-REWRITE
                   END-IF
           END-READ.
       0470-BUILD-MASTER-REC.
           MOVE ORDER-I        TO MA-ORDER.
           MOVE BRANCH-I       TO MA-BRANCH.
           MOVE FIRST-NAME-I   TO MA-FIRST-NAME.
           MOVE LAST-NAME-I    TO MA-LAST-NAME.
           MOVE BIRTH-DATE-I   TO MA-BIRTH-DATE.
           MOVE CURRENT-DATE-I TO MA-CURRENT-DATE.
           MOVE WS-DAYS-LIVED  TO MA-LIVED-DAYS.
           MOVE WS-AGE-YEARS   TO MA-AGE-YEARS.
           MOVE WS-AGE-MONTHS  TO MA-AGE-MONTHS.
           MOVE WS-AGE-DAYS    TO MA-AGE-DAYS.
           MOVE PHONE-I        TO MA-PHONE.
           MOVE EMAIL-I        TO MA-EMAIL.
           IF WS-NE-CHANGED = 1
               MOVE "Y"        TO MA-NAME-EDITED
           END-IF.
       0480-WRITE-JOURNAL.
           MOVE WS-RUN-DATE TO JR-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JR-RUN-TIME.
           MOVE "CUSTMNT" TO JR-PROGRAM.
           MOVE WS-OPERATOR TO JR-OPERATOR.
           MOVE "C" TO JR-TRANS-CODE.
           MOVE ORDER-I TO JR-ORDER.
           MOVE WS-JRN-BEFORE TO JR-BEFORE-IMAGE.
           MOVE WS-JRN-AFTER TO JR-AFTER-IMAGE.
           WRITE JOURNAL-REC.
       0800-CLOSE-FILES.
           CLOSE USER-MASTER.
           CLOSE JOURNAL-FILE.
           CLOSE BRANCH-REF.
       0999-EXIT.
           DISPLAY "SESSION ENDED - OPERATOR " WS-OPERATOR
                   " CHANGES APPLIED: " WS-CHANGE-CNT
                   " NOT APPLIED: " WS-REFUSED-CNT.
           STOP RUN.
