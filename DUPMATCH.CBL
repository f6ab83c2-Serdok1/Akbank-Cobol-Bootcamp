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
       01  DUP-TITLE                     PIC X(96) VALUE
           "SUSPECTED DUPLICATE REVIEW WORKLIST".
       0110-FILE-CONTROL.
           IF NOT MASTER-SUCC
              DISPLAY "User master file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT DUPFILE-SUCC
              DISPLAY "Duplicate worklist file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       0150-PRINT-HEADINGS.
           MOVE DUP-TITLE TO DUP-REC.
           CLOSE USER-MASTER.
           CLOSE DUP-OUT.
       0999-EXIT.
           GOBACK.
       1000-LOAD-SORT.
           MOVE ZEROS TO MA-ORDER.
           START USER-MASTER KEY NOT < MA-ORDER
                   CONTINUE
               NOT AT END
                   ADD 1 TO READ-CNT
                   IF NOT MA-ERASED
                       MOVE MA-BIRTH-DATE TO SR-BIRTH-DATE
                       MOVE MA-LAST-NAME  TO SR-LAST-NAME
                       MOVE MA-FIRST-NAME TO SR-FIRST-NAME
                       MOVE MA-ORDER      TO SR-ORDER
                       MOVE MA-BRANCH     TO SR-BRANCH
                       RELEASE SORT-REC
                   END-IF
           END-READ.
       2000-MATCH-SORTED.
           MOVE 0 TO WS-SORT-EOF.
