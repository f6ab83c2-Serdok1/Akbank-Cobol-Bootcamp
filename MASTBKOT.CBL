
       FILE SECTION.
       FD  BACKUP-FILE RECORDING MODE F.
       01  BACKUP-REC                    PIC X(130).
       FD  CHECKPOINT-FILE RECORDING MODE F.
       01  CHECKPOINT-REC.
           05    CK-READ-CNT             PIC 9(11).
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
           OPEN INPUT  BACKUP-FILE.
           IF NOT BKPFILE-SUCC
              DISPLAY "Master backup file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT USER-MASTER.
       0110-FILE-CONTROL.
           IF NOT MASTER-SUCC
              DISPLAY "User master file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       0200-RESTORE-MASTER.
           PERFORM 0250-READ-BACKUP.
           CLOSE BACKUP-FILE.
           CLOSE USER-MASTER.
       0999-EXIT.
           GOBACK.
