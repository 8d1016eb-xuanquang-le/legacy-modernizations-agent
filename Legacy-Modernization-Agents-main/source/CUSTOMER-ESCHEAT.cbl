               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ESCHEAT-BATCH-FILE ASSIGN TO 'ESCHBTCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BTCH-FILE-STATUS.

           SELECT MERGE-LOG-FILE ASSIGN TO 'MERGELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ML-KEY
               FILE STATUS IS WS-MLOG-FILE-STATUS.

           SELECT DILIGENCE-REPORT-FILE ASSIGN TO 'ESCHRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  ESCHEAT-BATCH-FILE.
       01  ESCHEAT-BATCH-RECORD      PIC X(80).

       FD  MERGE-LOG-FILE.
       COPY MERGELOG-DATA.

       FD  DILIGENCE-REPORT-FILE.
       01  DILIGENCE-REPORT-LINE     PIC X(132).

       01  WS-CTL-RETURN             PIC X.
           88  CTL-OK                VALUE 'Y'.

       01  WS-BTCH-FILE-STATUS       PIC XX.
       01  WS-MLOG-FILE-STATUS       PIC XX.
       01  WS-PRIOR-BATCH-DATE       PIC X(8).
       01  WS-PRIOR-MERGED           PIC X VALUE 'Y'.
           88  PRIOR-MERGED          VALUE 'Y'.

       01  WS-CUST-FILE-STATUS       PIC XX.
       01  WS-PARM-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           IF NOT PARMS-OK
               DISPLAY 'CUSTOMER-ESCHEAT: ESCHPARM.DAT missing or '
                   'invalid - nothing escheated.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CHECK-PRIOR-BATCH.
           IF NOT PRIOR-MERGED
               DISPLAY 'CUSTOMER-ESCHEAT: an unmerged ESCHBTCH.DAT'
                   ' already exists - run CUSTOMER-BATCHMERGE or '
                   'remove it before running again.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PRIOR-BATCH-DATE = WS-CURRENT-DATE
               DISPLAY 'CUSTOMER-ESCHEAT: ESCHBTCH.DAT for '
                   WS-CURRENT-DATE
                   ' has already been merged - run again on the '
                   'next business date.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-ESCHEAT-TOTAL TO WS-EDITED-TOTAL.
           DISPLAY 'CUSTOMER-ESCHEAT: ' WS-ESCHEAT-COUNT
               ' accounts escheated, total ' WS-EDITED-TOTAL '.'.
           DISPLAY 'CUSTOMER-ESCHEAT: ESCHBTCH.DAT ready for '
               'CUSTOMER-BATCHMERGE so the balances clear through '
               'posting.'.

           CLOSE CUSTOMER-FILE.
           CLOSE ESCHEAT-BATCH-FILE.
           CLOSE DILIGENCE-REPORT-FILE.
           STOP RUN.

       CHECK-PRIOR-BATCH.
           MOVE 'Y' TO WS-PRIOR-MERGED.
           MOVE SPACES TO WS-PRIOR-BATCH-DATE.
           OPEN INPUT ESCHEAT-BATCH-FILE.
           IF WS-BTCH-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-PRIOR-MERGED
               IF WS-BTCH-FILE-STATUS = '00'
                   READ ESCHEAT-BATCH-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE ESCHEAT-BATCH-RECORD(2:8)
                               TO WS-PRIOR-BATCH-DATE
                   END-READ
                   CLOSE ESCHEAT-BATCH-FILE
               END-IF
               IF WS-PRIOR-BATCH-DATE IS NUMERIC
                   OPEN INPUT MERGE-LOG-FILE
                   IF WS-MLOG-FILE-STATUS = '00'
                       MOVE WS-PRIOR-BATCH-DATE TO ML-BUSINESS-DATE
                       MOVE 'ESCH' TO ML-SOURCE
                       READ MERGE-LOG-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-PRIOR-MERGED
                       END-READ
                       CLOSE MERGE-LOG-FILE
                   END-IF
               END-IF
           END-IF.

       LOAD-PARAMETERS.
           MOVE 'N' TO WS-PARMS-OK.
           OPEN INPUT PARAMETER-FILE.
