
       FILE SECTION.
       FD  BACKUP-FILE RECORDING MODE F.
       01  BACKUP-REC                    PIC X(130).
       FD  JOURNAL-FILE RECORDING MODE F.
       01  JOURNAL-REC.
           05    JR-RUN-DATE             PIC 9(8).
              88 JR-TRANS-ADD            VALUE "A".
              88 JR-TRANS-CHANGE         VALUE "C".
              88 JR-TRANS-DELETE         VALUE "D".
              88 JR-TRANS-REINSTATE      VALUE "R".
              88 JR-TRANS-TRANSFER       VALUE "T".
              88 JR-TRANS-ERASE          VALUE "E".
              88 JR-TRANS-PURGE          VALUE "P".
           05    JR-ORDER                PIC 9(7).
           05    JR-BEFORE-IMAGE         PIC X(130).
           05    JR-AFTER-IMAGE          PIC X(130).
           05    JR-OPERATOR             PIC X(8).
       FD  RBLD-PARAM RECORDING MODE F.
       01  RBLD-PARAM-REC.
           05    RB-FROM-DATE            PIC 9(8).
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
       01  WS-FLAGS.
           05 STATUS-BKPFILE             PIC 99.
           IF JR-TRANS-ADD
               PERFORM 0410-APPLY-ADD
           ELSE
               IF JR-TRANS-CHANGE OR JR-TRANS-REINSTATE
                   OR JR-TRANS-TRANSFER OR JR-TRANS-ERASE
                   PERFORM 0420-APPLY-CHANGE
               ELSE
                   IF JR-TRANS-DELETE
                       IF JR-AFTER-IMAGE = SPACES
                           PERFORM 0430-APPLY-DELETE
                       ELSE
                           PERFORM 0420-APPLY-CHANGE
                       END-IF
                   ELSE
                       IF JR-TRANS-PURGE
                           PERFORM 0430-APPLY-DELETE
                       ELSE
                           DISPLAY JR-TRANS-CODE ": Unknown journal"
                                   " trans code for order " JR-ORDER
                                   " - skipped."
                           ADD 1 TO WS-MISMATCH-CNT
                       END-IF
                   END-IF
               END-IF
           END-IF.
