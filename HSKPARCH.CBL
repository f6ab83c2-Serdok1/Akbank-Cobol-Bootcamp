           05    AA-ARCH-DATE            PIC 9(8).
           05    AA-AUDIT-IMAGE          PIC X(86).
       FD  REJECT-FILE RECORDING MODE F.
       01  REJECT-REC                    PIC X(151).
       FD  NEW-REJECT-FILE RECORDING MODE F.
       01  NEW-REJECT-REC                PIC X(151).
       FD  REJECT-ARCH RECORDING MODE F.
       01  REJECT-ARCH-REC.
           05    RA-ARCH-DATE            PIC 9(8).
           05    RA-SOURCE               PIC X(8).
           05    RA-REJECT-IMAGE         PIC X(151).
       FD  PREV-REPORT RECORDING MODE F.
       01  PREV-REC                      PIC X(75).
       FD  REPORT-ARCH RECORDING MODE F.
       01  REPORT-ARCH-REC.
           05    PA-ARCH-DATE            PIC 9(8).
           05    PA-REPORT-IMAGE         PIC X(75).
       FD  DISP-OUT RECORDING MODE F.
       01  DISP-REC                      PIC X(70).
       WORKING-STORAGE SECTION.
           OPEN OUTPUT DISP-OUT.
           IF NOT DISPFILE-SUCC
              DISPLAY "Disposition report file not found. Exiting..."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       0200-TRIM-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE.
       0800-CLOSE-FILES.
           CLOSE DISP-OUT.
       0999-EXIT.
           GOBACK.
