           SELECT ARCHIVE-REPORT-FILE ASSIGN TO 'HARCRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRAN-REGISTRY-FILE ASSIGN TO 'TRANREG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-TRAN-ID
               FILE STATUS IS WS-REG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-HISTORY-FILE.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-RETAIN-MONTHS     PIC 9(3).
           05  PRM-REG-RETAIN-MONTHS PIC 9(3).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD            PIC X(62).
       FD  ARCHIVE-REPORT-FILE.
       01  ARCHIVE-REPORT-LINE       PIC X(80).

       FD  TRAN-REGISTRY-FILE.
       COPY TRANREG-DATA.

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.
       01  WS-HIST-FILE-STATUS       PIC XX.
       01  WS-PARM-FILE-STATUS      PIC XX.
       01  WS-ARCH-FILE-STATUS       PIC XX.
       01  WS-REG-FILE-STATUS        PIC XX.
       01  WS-REG-EOF-FLAG           PIC X VALUE 'N'.
           88  REG-EOF               VALUE 'Y'.
       01  WS-REG-AVAILABLE          PIC X VALUE 'N'.
           88  REG-AVAILABLE         VALUE 'Y'.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.

       01  WS-RETAIN-MONTHS          PIC 9(3) VALUE 24.
       01  WS-TOTAL-MONTHS           PIC 9(7).
       01  WS-REG-RETAIN-MONTHS      PIC 9(3) VALUE 13.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-CCYY       PIC 9(4).
           05  WS-CUTOFF-MM          PIC 9(2).
           05  WS-CUTOFF-DD          PIC 9(2).

       01  WS-REG-CUTOFF-DATE.
           05  WS-REG-CUTOFF-CCYY    PIC 9(4).
           05  WS-REG-CUTOFF-MM      PIC 9(2).
           05  WS-REG-CUTOFF-DD      PIC 9(2).

       01  WS-ARCHIVE-FILE-NAME.
           05  FILLER                PIC X(4) VALUE 'TRNH'.
           05  WS-AFN-YEAR           PIC 9(4).
       01  WS-MOVED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-DELETED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-RETAINED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-REG-PURGED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-REG-RETAINED-COUNT     PIC 9(7) VALUE ZERO.

       01  WS-YEAR-MAX               PIC 9(2) VALUE 50.
       01  WS-YEAR-COUNT             PIC 9(2) VALUE ZERO.
           IF NOT CTL-OK
               DISPLAY 'TRANHIST-ARCHIVE: no system control file - '
                   'run SYSCTL-INIT first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT RECON-COMPLETE
               DISPLAY 'TRANHIST-ARCHIVE: reconciliation has not '
                   'completed for this business date.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SYS-BUSINESS-DATE TO WS-CURRENT-DATE.
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'TRANHIST-ARCHIVE: no transaction history on '
                   'file.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

               CLOSE ARCHIVE-FILE
           END-IF.

           PERFORM PURGE-TRAN-REGISTRY.
           PERFORM WRITE-CONTROL-TOTALS.

           DISPLAY 'TRANHIST-ARCHIVE: ' WS-MOVED-COUNT ' moved, '
                           DISPLAY 'TRANHIST-ARCHIVE: invalid '
                               'HISTPARM.DAT - using default.'
                       END-IF
                       IF PRM-REG-RETAIN-MONTHS IS NUMERIC
                           AND PRM-REG-RETAIN-MONTHS > ZERO
                           MOVE PRM-REG-RETAIN-MONTHS
                               TO WS-REG-RETAIN-MONTHS
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           ELSE
               MOVE 28 TO WS-CUTOFF-DD
           END-IF.

       COMPUTE-REG-CUTOFF-DATE.
           COMPUTE WS-TOTAL-MONTHS =
               WS-CURRENT-CCYY * 12 + WS-CURRENT-MM - 1
               - WS-REG-RETAIN-MONTHS.
           COMPUTE WS-REG-CUTOFF-CCYY = WS-TOTAL-MONTHS / 12.
           COMPUTE WS-REG-CUTOFF-MM =
               WS-TOTAL-MONTHS - WS-REG-CUTOFF-CCYY * 12 + 1.
           MOVE WS-CURRENT-DD TO WS-REG-CUTOFF-DD.
           IF WS-REG-CUTOFF-DD > 28
               MOVE 28 TO WS-REG-CUTOFF-DD
           END-IF.

       PURGE-TRAN-REGISTRY.
           PERFORM COMPUTE-REG-CUTOFF-DATE.
           OPEN I-O TRAN-REGISTRY-FILE.
           IF WS-REG-FILE-STATUS = '00'
               MOVE 'Y' TO WS-REG-AVAILABLE
           ELSE
               DISPLAY 'TRANHIST-ARCHIVE: no TRANREG.DAT - TRAN-ID '
                   'registry purge skipped.'
           END-IF.

           IF REG-AVAILABLE
               DISPLAY 'TRANHIST-ARCHIVE: purging TRAN-IDs accepted '
                   'before ' WS-REG-CUTOFF-DATE ' ('
                   WS-REG-RETAIN-MONTHS ' months retained).'
               PERFORM UNTIL REG-EOF
                   READ TRAN-REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-REG-EOF-FLAG
                       NOT AT END
                           IF TR-BUSINESS-DATE < WS-REG-CUTOFF-DATE
                               PERFORM PURGE-REGISTRY-ENTRY
                           ELSE
                               ADD 1 TO WS-REG-RETAINED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAN-REGISTRY-FILE
               DISPLAY 'TRANHIST-ARCHIVE: ' WS-REG-PURGED-COUNT
                   ' TRAN-IDs purged, ' WS-REG-RETAINED-COUNT
                   ' retained.'
           END-IF.

       PURGE-REGISTRY-ENTRY.
           DELETE TRAN-REGISTRY-FILE
               INVALID KEY
                   ADD 1 TO WS-REG-RETAINED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-REG-PURGED-COUNT
           END-DELETE.

       ARCHIVE-ONE-RECORD.
           MOVE TH-POST-DATE(1:4) TO WS-TH-POST-YEAR.
           IF NOT ARCHIVE-OPEN
               WRITE ARCHIVE-REPORT-LINE FROM WS-YEAR-LINE
           END-PERFORM.

           IF REG-AVAILABLE
               MOVE 'REGISTRY TRAN-IDS PURGED:' TO WS-C-LABEL
               MOVE WS-REG-PURGED-COUNT TO WS-C-COUNT
               WRITE ARCHIVE-REPORT-LINE FROM WS-COUNT-LINE
               MOVE 'REGISTRY TRAN-IDS RETAINED:' TO WS-C-LABEL
               MOVE WS-REG-RETAINED-COUNT TO WS-C-COUNT
               WRITE ARCHIVE-REPORT-LINE FROM WS-COUNT-LINE
           END-IF.

           IF WS-MOVED-COUNT = WS-DELETED-COUNT
               MOVE 'MOVED EQUALS DELETED - CONTROL OK'
                   TO ARCHIVE-REPORT-LINE
