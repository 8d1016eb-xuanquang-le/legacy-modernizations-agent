       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-DSPCREDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO 'DISPUTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DSP-FILE-STATUS.

           SELECT BATCH-FILE ASSIGN TO 'DSPCBTCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BTCH-FILE-STATUS.

           SELECT MERGE-LOG-FILE ASSIGN TO 'MERGELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ML-KEY
               FILE STATUS IS WS-MLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       COPY DISPUTE-DATA.

       FD  BATCH-FILE.
       01  BATCH-RECORD              PIC X(80).

       FD  MERGE-LOG-FILE.
       COPY MERGELOG-DATA.

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.

       01  WS-CTL-FUNCTION           PIC X(3).
       01  WS-CTL-RETURN             PIC X.
           88  CTL-OK                VALUE 'Y'.

       01  WS-BTCH-FILE-STATUS       PIC XX.
       01  WS-MLOG-FILE-STATUS       PIC XX.
       01  WS-PRIOR-BATCH-DATE       PIC X(8).
       01  WS-PRIOR-MERGED           PIC X VALUE 'Y'.
           88  PRIOR-MERGED          VALUE 'Y'.

       01  WS-DSP-FILE-STATUS        PIC XX.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.

       01  WS-CURRENT-DATE           PIC 9(8).
       01  WS-NEXT-TRAN-ID           PIC 9(8) VALUE 1.

       01  WS-CREDIT-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-CREDIT-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  WS-EDITED-TOTAL           PIC Z(10)9.99.

       01  WS-BATCH-HEADER.
           05  FILLER                PIC X VALUE 'H'.
           05  WS-BH-DATE            PIC 9(8).

       01  WS-BATCH-DETAIL.
           05  FILLER                PIC X VALUE 'D'.
           05  WS-BD-TRAN-ID         PIC 9(8).
           05  WS-BD-CUST-ID         PIC 9(8).
           05  WS-BD-AMOUNT          PIC 9(9)V99.
           05  WS-BD-DR-CR           PIC X VALUE 'C'.
           05  WS-BD-TRAN-DATE       PIC 9(8).
           05  WS-BD-ORIGIN          PIC X VALUE 'D'.
           05  WS-BD-INVOICE-REF     PIC 9(8).
           05  WS-BD-ORIG-DATE       PIC X(8) VALUE SPACES.
           05  WS-BD-ORIG-ID         PIC X(8) VALUE SPACES.
           05  WS-BD-ACCT-NO         PIC 9(4) VALUE ZERO.

       01  WS-BATCH-TRAILER.
           05  FILLER                PIC X VALUE 'T'.
           05  WS-BT-COUNT           PIC 9(7).
           05  WS-BT-DEBIT-TOT       PIC 9(11)V99.
           05  WS-BT-CREDIT-TOT      PIC 9(11)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE 'GET' TO WS-CTL-FUNCTION.
           CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.
           IF CTL-OK
               MOVE SYS-BUSINESS-DATE TO WS-CURRENT-DATE
           END-IF.

           OPEN I-O DISPUTE-FILE.
           IF WS-DSP-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'CUSTOMER-DSPCREDIT: no dispute file - '
                   'nothing to release.'
               STOP RUN
           END-IF.

           PERFORM CHECK-PRIOR-BATCH.
           IF NOT PRIOR-MERGED
               DISPLAY 'CUSTOMER-DSPCREDIT: an unmerged DSPCBTCH.DAT'
                   ' already exists - run CUSTOMER-BATCHMERGE or '
                   'remove it before running again.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PRIOR-BATCH-DATE = WS-CURRENT-DATE
               DISPLAY 'CUSTOMER-DSPCREDIT: DSPCBTCH.DAT for '
                   WS-CURRENT-DATE
                   ' has already been merged - run again on the '
                   'next business date.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BATCH-FILE.
           MOVE WS-CURRENT-DATE TO WS-BH-DATE.
           WRITE BATCH-RECORD FROM WS-BATCH-HEADER.

           MOVE LOW-VALUES TO DSP-KEY.
           START DISPUTE-FILE KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL EOF
               READ DISPUTE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF DSP-RESOLVED AND DSP-CUSTOMER-RIGHT
                           AND DSP-CREDIT-PENDING
                           PERFORM RELEASE-DISPUTE-CREDIT
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-CREDIT-COUNT TO WS-BT-COUNT.
           MOVE ZERO TO WS-BT-DEBIT-TOT.
           MOVE WS-CREDIT-TOTAL TO WS-BT-CREDIT-TOT.
           WRITE BATCH-RECORD FROM WS-BATCH-TRAILER.

           MOVE WS-CREDIT-TOTAL TO WS-EDITED-TOTAL.
           DISPLAY 'CUSTOMER-DSPCREDIT: ' WS-CREDIT-COUNT
               ' dispute credits released for ' WS-EDITED-TOTAL '.'.
           DISPLAY 'CUSTOMER-DSPCREDIT: DSPCBTCH.DAT ready for '
               'CUSTOMER-BATCHMERGE.'.

           CLOSE DISPUTE-FILE.
           CLOSE BATCH-FILE.
           STOP RUN.

       CHECK-PRIOR-BATCH.
           MOVE 'Y' TO WS-PRIOR-MERGED.
           MOVE SPACES TO WS-PRIOR-BATCH-DATE.
           OPEN INPUT BATCH-FILE.
           IF WS-BTCH-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-PRIOR-MERGED
               IF WS-BTCH-FILE-STATUS = '00'
                   READ BATCH-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE BATCH-RECORD(2:8)
                               TO WS-PRIOR-BATCH-DATE
                   END-READ
                   CLOSE BATCH-FILE
               END-IF
               IF WS-PRIOR-BATCH-DATE IS NUMERIC
                   OPEN INPUT MERGE-LOG-FILE
                   IF WS-MLOG-FILE-STATUS = '00'
                       MOVE WS-PRIOR-BATCH-DATE TO ML-BUSINESS-DATE
                       MOVE 'DISP' TO ML-SOURCE
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

       RELEASE-DISPUTE-CREDIT.
           IF DSP-CREDIT-AMOUNT > ZERO
               MOVE WS-NEXT-TRAN-ID TO WS-BD-TRAN-ID
               ADD 1 TO WS-NEXT-TRAN-ID
               MOVE DSP-CUST-ID TO WS-BD-CUST-ID
               MOVE DSP-CREDIT-AMOUNT TO WS-BD-AMOUNT
               MOVE WS-CURRENT-DATE TO WS-BD-TRAN-DATE
               MOVE DSP-INVOICE-NO TO WS-BD-INVOICE-REF
               WRITE BATCH-RECORD FROM WS-BATCH-DETAIL
               ADD 1 TO WS-CREDIT-COUNT
               ADD DSP-CREDIT-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           MOVE 'B' TO DSP-CREDIT-STATUS.
           MOVE WS-CURRENT-DATE TO DSP-LAST-UPDATE.
           REWRITE DISPUTE-RECORD.
