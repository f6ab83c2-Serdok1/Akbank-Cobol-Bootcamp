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
       01  FRESH-TITLE                   PIC X(70) VALUE
           "MASTER REFRESH - AGES RECOMPUTED AS OF RUN DATE".
       01  WS-REFRESHED-CNT              PIC 9(9)  VALUE 0.
       01  WS-MOVED-CNT                  PIC 9(9)  VALUE 0.
       01  WS-SKIPPED-CNT                PIC 9(9)  VALUE 0.
       01  WS-INACTIVE-CNT               PIC 9(9)  VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0080-SET-RUN-DATE.
       0110-FILE-CONTROL.
           IF NOT FRSHFILE-SUCC
              DISPLAY "Refresh report file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT MASTER-SUCC
              DISPLAY "User master file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       0200-REFRESH-MASTER.
           MOVE ZEROS TO MA-ORDER.
           END-READ.
       0300-REFRESH-RECORD.
           ADD 1 TO READ-CNT.
           IF NOT MA-ACTIVE
               ADD 1 TO WS-INACTIVE-CNT
           ELSE IF MA-BIRTH-DATE NOT NUMERIC
               OR MA-BIRTH-DATE > WS-RUN-DATE
               ADD 1 TO WS-SKIPPED-CNT
           ELSE
           MOVE WS-SKIPPED-CNT TO FC-COUNT.
           MOVE FRESH-COUNT-LINE TO FRESH-REC.
           WRITE FRESH-REC.
           MOVE "RECORDS NOT ACTIVE:" TO FC-LABEL.
           MOVE WS-INACTIVE-CNT TO FC-COUNT.
           MOVE FRESH-COUNT-LINE TO FRESH-REC.
           WRITE FRESH-REC.
           MOVE "MOVED BETWEEN BRACKETS:" TO FC-LABEL.
           MOVE WS-MOVED-CNT TO FC-COUNT.
           MOVE FRESH-COUNT-LINE TO FRESH-REC.
           CLOSE FRESH-OUT.
           CLOSE USER-MASTER.
       0999-EXIT.
           GOBACK.
