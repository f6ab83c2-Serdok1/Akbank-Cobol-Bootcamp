       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SUPPMNT.
       AUTHOR.        SINA EREN OZBAYRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPP-TXN ASSIGN TO SUPPTXN
                       FILE STATUS IS STATUS-TXNFILE.
           SELECT SUPP-FILE ASSIGN TO SUPPFILE
                       ORGANIZATION INDEXED
                       ACCESS MODE RANDOM
                       RECORD KEY IS SP-ORDER
                       FILE STATUS IS STATUS-SUPPFILE.
           SELECT MAINT-OUT ASSIGN TO SUPPPRT
                       FILE STATUS IS STATUS-MNTOUT.
       DATA DIVISION.

       FILE SECTION.
       FD  SUPP-TXN RECORDING MODE F.
       01  SUPP-TXN-REC.
           05    ST-ACTION               PIC X(1).
              88 ST-ADD                  VALUE "A".
              88 ST-CHANGE               VALUE "C".
              88 ST-REMOVE               VALUE "R".
           05    ST-ORDER                PIC X(7).
           05    ST-NO-PHONE             PIC X(1).
           05    ST-NO-EMAIL             PIC X(1).
           05    ST-NO-CONTACT           PIC X(1).
           05    ST-EFF-DATE             PIC X(8).
           05    ST-EXP-DATE             PIC X(8).
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
       FD  MAINT-OUT RECORDING MODE F.
       01  MAINT-REC                     PIC X(70).
       WORKING-STORAGE SECTION.
       01  MAINT-HEADER.
           05 FILLER                     PIC X(4)  VALUE "ACT".
           05 FILLER                     PIC X(8)  VALUE "ORDER".
           05 FILLER                     PIC X(2)  VALUE "P".
           05 FILLER                     PIC X(2)  VALUE "E".
           05 FILLER                     PIC X(2)  VALUE "A".
           05 FILLER                     PIC X(9)  VALUE "EFFECTIVE".
           05 FILLER                     PIC X(9)  VALUE "EXPIRES".
           05 FILLER                     PIC X(30) VALUE "RESULT".
       01  MAINT-LINE.
           05 ML-ACTION                  PIC X(1).
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 ML-ORDER                   PIC X(7).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ML-NO-PHONE                PIC X(1).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ML-NO-EMAIL                PIC X(1).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ML-NO-CONTACT              PIC X(1).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ML-EFF-DATE                PIC X(8).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ML-EXP-DATE                PIC X(8).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ML-RESULT                  PIC X(30).
       01  MAINT-TRAILER.
           05 FILLER                     PIC X(6)  VALUE "TOTAL:".
           05 MT-READ-CNT                PIC 9(7).
           05 FILLER                     PIC X(5)  VALUE " APP:".
           05 MT-APPLIED-CNT             PIC 9(7).
           05 FILLER                     PIC X(5)  VALUE " REJ:".
           05 MT-REJECT-CNT              PIC 9(7).
           05 FILLER                     PIC X(33) VALUE SPACES.
       01  WS-FLAGS.
           05 STATUS-TXNFILE             PIC 99.
              88 TXNFILE-SUCC            VALUE 00 97.
              88 ST-EOF                  VALUE 10.
           05 STATUS-SUPPFILE            PIC 99.
              88 SUPPFILE-SUCC           VALUE 00 97.
              88 SUPPFILE-NO-FILE        VALUE 35.
           05 STATUS-MNTOUT              PIC 99.
              88 MNTOUT-SUCC             VALUE 00 97.
           05 WS-VALID-TXN               PIC 9(1)  VALUE 1.
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
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0200-PROCESS-FILE.
           PERFORM 0500-TRAILER-PRINT.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
       0100-OPEN-FILES.
           OPEN INPUT SUPP-TXN.
           OPEN OUTPUT MAINT-OUT.
           OPEN I-O SUPP-FILE.
           IF SUPPFILE-NO-FILE
               OPEN OUTPUT SUPP-FILE
               CLOSE SUPP-FILE
               OPEN I-O SUPP-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
       0110-FILE-CONTROL.
           IF NOT TXNFILE-SUCC
              DISPLAY "Suppression transaction file not found. "
                      "Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT MNTOUT-SUCC
              DISPLAY "Maintenance report file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT SUPPFILE-SUCC
              DISPLAY "Suppression file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       0200-PROCESS-FILE.
           PERFORM 0210-HEADER-PRINT.
           PERFORM 0250-READ-RECORD.
           PERFORM UNTIL ST-EOF
               PERFORM 0300-APPLY-MAINTENANCE
               PERFORM 0250-READ-RECORD
           END-PERFORM.
       0210-HEADER-PRINT.
           MOVE MAINT-HEADER TO MAINT-REC.
           WRITE MAINT-REC.
           MOVE SPACES TO MAINT-REC.
           WRITE MAINT-REC.
       0250-READ-RECORD.
           READ SUPP-TXN
               AT END
                   CONTINUE
           END-READ.
       0300-APPLY-MAINTENANCE.
           ADD 1 TO READ-CNT.
           MOVE 1 TO WS-VALID-TXN.
           MOVE SPACES TO WS-RESULT.
           IF ST-ORDER NOT NUMERIC
               MOVE "ORDER NOT NUMERIC" TO WS-RESULT
               MOVE 0 TO WS-VALID-TXN
           ELSE
               IF ST-ADD
                   PERFORM 0340-EDIT-PREFERENCES
                   IF WS-VALID-TXN = 1
                       PERFORM 0310-ADD-SUPPRESSION
                   END-IF
               ELSE
                   IF ST-CHANGE
                       PERFORM 0340-EDIT-PREFERENCES
                       IF WS-VALID-TXN = 1
                           PERFORM 0320-CHANGE-SUPPRESSION
                       END-IF
                   ELSE
                       IF ST-REMOVE
                           PERFORM 0330-REMOVE-SUPPRESSION
                       ELSE
                           MOVE "INVALID ACTION CODE" TO WS-RESULT
                           MOVE 0 TO WS-VALID-TXN
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-VALID-TXN = 1
               ADD 1 TO WS-APPLIED-CNT
           ELSE
               ADD 1 TO WS-REJECT-CNT
           END-IF.
           PERFORM 0400-PRINT-RESULT.
       0310-ADD-SUPPRESSION.
           PERFORM 0350-BUILD-SUPPRESSION.
           WRITE SUPP-REC
               INVALID KEY
                   MOVE "ALREADY ON FILE" TO WS-RESULT
                   MOVE 0 TO WS-VALID-TXN
               NOT INVALID KEY
                   MOVE "ADDED" TO WS-RESULT
           END-WRITE.
       0320-CHANGE-SUPPRESSION.
           MOVE ST-ORDER TO SP-ORDER.
           READ SUPP-FILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-RESULT
                   MOVE 0 TO WS-VALID-TXN
               NOT INVALID KEY
                   PERFORM 0350-BUILD-SUPPRESSION
                   REWRITE SUPP-REC
                   MOVE "CHANGED" TO WS-RESULT
           END-READ.
       0330-REMOVE-SUPPRESSION.
           MOVE ST-ORDER TO SP-ORDER.
           READ SUPP-FILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-RESULT
                   MOVE 0 TO WS-VALID-TXN
               NOT INVALID KEY
                   DELETE SUPP-FILE
                   MOVE "REMOVED" TO WS-RESULT
           END-READ.
       0340-EDIT-PREFERENCES.
           IF ST-NO-PHONE = SPACE
               MOVE "N" TO ST-NO-PHONE
           END-IF.
           IF ST-NO-EMAIL = SPACE
               MOVE "N" TO ST-NO-EMAIL
           END-IF.
           IF ST-NO-CONTACT = SPACE
               MOVE "N" TO ST-NO-CONTACT
           END-IF.
           IF ST-EFF-DATE = SPACES
               MOVE WS-RUN-DATE TO ST-EFF-DATE
           END-IF.
           IF ST-EXP-DATE = SPACES
               MOVE ZEROS TO ST-EXP-DATE
           END-IF.
           IF (ST-NO-PHONE NOT = "Y" AND ST-NO-PHONE NOT = "N")
               OR (ST-NO-EMAIL NOT = "Y" AND ST-NO-EMAIL NOT = "N")
               OR (ST-NO-CONTACT NOT = "Y" AND ST-NO-CONTACT NOT = "N")
               MOVE "INVALID CHANNEL FLAG" TO WS-RESULT
               MOVE 0 TO WS-VALID-TXN
           ELSE IF ST-NO-PHONE = "N" AND ST-NO-EMAIL = "N"
               AND ST-NO-CONTACT = "N"
               MOVE "NO CHANNEL SUPPRESSED" TO WS-RESULT
               MOVE 0 TO WS-VALID-TXN
           ELSE IF ST-EFF-DATE NOT NUMERIC
               MOVE "INVALID EFFECTIVE DATE" TO WS-RESULT
               MOVE 0 TO WS-VALID-TXN
           ELSE IF ST-EXP-DATE NOT NUMERIC
               MOVE "INVALID EXPIRY DATE" TO WS-RESULT
               MOVE 0 TO WS-VALID-TXN
           END-IF.
           IF WS-VALID-TXN = 1
               MOVE ST-EFF-DATE TO WS-PARAM-DATE
               PERFORM 0345-DATE-VALIDATOR
               IF WS-DATE-VALID = 0
                   MOVE "INVALID EFFECTIVE DATE" TO WS-RESULT
                   MOVE 0 TO WS-VALID-TXN
               END-IF
           END-IF.
           IF WS-VALID-TXN = 1 AND ST-EXP-DATE NOT = ZEROS
               MOVE ST-EXP-DATE TO WS-PARAM-DATE
               PERFORM 0345-DATE-VALIDATOR
               IF WS-DATE-VALID = 0
                   MOVE "INVALID EXPIRY DATE" TO WS-RESULT
                   MOVE 0 TO WS-VALID-TXN
               ELSE IF ST-EXP-DATE < ST-EFF-DATE
                   MOVE "EXPIRY BEFORE EFFECTIVE DATE" TO WS-RESULT
                   MOVE 0 TO WS-VALID-TXN
               END-IF
           END-IF.
       0345-DATE-VALIDATOR.
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
       0350-BUILD-SUPPRESSION.
           MOVE ST-ORDER      TO SP-ORDER.
           MOVE ST-NO-PHONE   TO SP-NO-PHONE.
           MOVE ST-NO-EMAIL   TO SP-NO-EMAIL.
           MOVE ST-NO-CONTACT TO SP-NO-CONTACT.
           MOVE ST-EFF-DATE   TO SP-EFF-DATE.
           MOVE ST-EXP-DATE   TO SP-EXP-DATE.
           MOVE WS-RUN-DATE   TO SP-UPD-DATE.
       0400-PRINT-RESULT.
           MOVE SPACES        TO MAINT-LINE.
           MOVE ST-ACTION     TO ML-ACTION.
           MOVE ST-ORDER      TO ML-ORDER.
           MOVE ST-NO-PHONE   TO ML-NO-PHONE.
           MOVE ST-NO-EMAIL   TO ML-NO-EMAIL.
           MOVE ST-NO-CONTACT TO ML-NO-CONTACT.
           MOVE ST-EFF-DATE   TO ML-EFF-DATE.
           MOVE ST-EXP-DATE   TO ML-EXP-DATE.
           MOVE WS-RESULT     TO ML-RESULT.
           MOVE MAINT-LINE TO MAINT-REC.
           WRITE MAINT-REC.
       0500-TRAILER-PRINT.
           MOVE SPACES TO MAINT-REC.
           WRITE MAINT-REC.
           MOVE READ-CNT       TO MT-READ-CNT.
           MOVE WS-APPLIED-CNT TO MT-APPLIED-CNT.
           MOVE WS-REJECT-CNT  TO MT-REJECT-CNT.
           MOVE MAINT-TRAILER TO MAINT-REC.
           WRITE MAINT-REC.
       0800-CLOSE-FILES.
           CLOSE SUPP-TXN.
           CLOSE SUPP-FILE.
           CLOSE MAINT-OUT.
       0999-EXIT.
           STOP RUN.
