           OPEN OUTPUT MERGE-OUT.
           IF NOT MRGFILE-SUCC
              DISPLAY "Merged userdata file not usable. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       0150-WRITE-COMBINED-HEADER.
           MOVE WS-RUN-DATE TO OH-CREATE-DATE.
       0800-CLOSE-FILES.
           CLOSE MERGE-OUT.
       0999-EXIT.
           GOBACK.
       1100-PROCESS-BR1.
           MOVE 1 TO WS-MF-FILE-NO.
           OPEN INPUT BRANCH1-FILE.
