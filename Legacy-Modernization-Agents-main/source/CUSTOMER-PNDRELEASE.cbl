       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-PNDRELEASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO 'PENDAPRV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT BATCH-FILE ASSIGN TO 'DUALBTCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BTCH-FILE-STATUS.

           SELECT MERGE-LOG-FILE ASSIGN TO 'MERGELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ML-KEY
               FILE STATUS IS WS-MLOG-FILE-STATUS.

           SELECT RELEASE-REPORT-FILE ASSIGN TO 'DUALRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       COPY PENDAPRV-DATA.

       FD  BATCH-FILE.
       01  BATCH-RECORD              PIC X(80).

       FD  MERGE-LOG-FILE.
       COPY MERGELOG-DATA.

       FD  RELEASE-REPORT-FILE.
       01  RELEASE-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.
       COPY DUALPARM-DATA.

       01  WS-CTL-FUNCTION           PIC X(3).
       01  WS-CTL-RETURN             PIC X.
           88  CTL-OK                VALUE 'Y'.

       01  WS-BTCH-FILE-STATUS       PIC XX.
       01  WS-MLOG-FILE-STATUS       PIC XX.
       01  WS-PRIOR-BATCH-DATE       PIC X(8).
       01  WS-PRIOR-MERGED           PIC X VALUE 'Y'.
           88  PRIOR-MERGED          VALUE 'Y'.

       01  WS-PEND-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.

       01  WS-DUAL-FUNCTION          PIC X(3).
       01  WS-DUAL-RETURN            PIC X.
           88  DUAL-OK               VALUE 'Y'.

       01  WS-BUS-FUNCTION           PIC X(3).
       01  WS-BUS-DATE-2             PIC 9(8).
       01  WS-BUSDAYS                PIC S9(5).
       01  WS-BUS-RETURN             PIC X.

       01  WS-CURRENT-DATE           PIC 9(8).
       01  WS-NEXT-TRAN-ID           PIC 9(8) VALUE 1.

       01  WS-RELEASED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-EXPIRED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-STILL-PENDING          PIC 9(7) VALUE ZERO.
       01  WS-DEBIT-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL           PIC 9(11)V99 VALUE ZERO.

       01  WS-BATCH-HEADER.
           05  FILLER                PIC X VALUE 'H'.
           05  WS-BH-DATE            PIC 9(8).

       01  WS-BATCH-DETAIL.
           05  FILLER                PIC X VALUE 'D'.
           05  WS-BD-TRAN-ID         PIC 9(8).
           05  WS-BD-CUST-ID         PIC 9(8).
           05  WS-BD-AMOUNT          PIC 9(9)V99.
           05  WS-BD-DR-CR           PIC X.
           05  WS-BD-TRAN-DATE       PIC 9(8).
           05  WS-BD-ORIGIN          PIC X VALUE 'O'.
           05  WS-BD-INVOICE-REF     PIC 9(8).
           05  WS-BD-ORIG-DATE       PIC X(8) VALUE SPACES.
           05  WS-BD-ORIG-ID         PIC X(8) VALUE SPACES.
           05  WS-BD-ACCT-NO         PIC 9(4).

       01  WS-BATCH-TRAILER.
           05  FILLER                PIC X VALUE 'T'.
           05  WS-BT-COUNT           PIC 9(7).
           05  WS-BT-DEBIT-TOT       PIC 9(11)V99.
           05  WS-BT-CREDIT-TOT      PIC 9(11)V99.

       01  WS-HEADING-LINE           PIC X(100)
           VALUE 'DUAL-CONTROL RELEASE AND EXPIRY'.

       01  WS-RELEASE-DETAIL.
           05  WS-R-CUST-ID          PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-ENTERED          PIC 9999/99/99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-ACTION           PIC X(10).
           05  WS-R-TYPE             PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-AMOUNT           PIC -(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-MAKER            PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-CHECKER          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-NOTE             PIC X(30).

       01  WS-COUNT-LINE.
           05  WS-C-LABEL            PIC X(30).
           05  WS-C-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-C-AMOUNT           PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE 'GET' TO WS-CTL-FUNCTION.
           CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.
           IF CTL-OK
               MOVE SYS-BUSINESS-DATE TO WS-CURRENT-DATE
           END-IF.

           MOVE 'PRM' TO WS-DUAL-FUNCTION.
           CALL 'DUALCTL-MANAGER' USING WS-DUAL-FUNCTION
               DUAL-PARAMETER-RECORD PENDING-APPROVAL-RECORD
               WS-DUAL-RETURN.

           OPEN I-O PENDING-FILE.
           IF WS-PEND-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'CUSTOMER-PNDRELEASE: no held changes on '
                   'file - nothing to release.'
               STOP RUN
           END-IF.

           PERFORM CHECK-PRIOR-BATCH.
           IF NOT PRIOR-MERGED
               DISPLAY 'CUSTOMER-PNDRELEASE: an unmerged DUALBTCH.DAT'
                   ' already exists - run CUSTOMER-BATCHMERGE or '
                   'remove it before running again.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PRIOR-BATCH-DATE = WS-CURRENT-DATE
               DISPLAY 'CUSTOMER-PNDRELEASE: DUALBTCH.DAT for '
                   WS-CURRENT-DATE
                   ' has already been merged - run again on the '
                   'next business date.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BATCH-FILE.
           OPEN OUTPUT RELEASE-REPORT-FILE.
           WRITE RELEASE-REPORT-LINE FROM WS-HEADING-LINE.

           MOVE WS-CURRENT-DATE TO WS-BH-DATE.
           WRITE BATCH-RECORD FROM WS-BATCH-HEADER.

           MOVE LOW-VALUES TO PA-KEY.
           START PENDING-FILE KEY IS NOT LESS THAN PA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL EOF
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PA-PENDING
                               PERFORM CHECK-PENDING-AGE
                           WHEN PA-APPROVED AND PA-COUNTER-ADJ
                               PERFORM RELEASE-ADJUSTMENT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

           MOVE WS-RELEASED-COUNT TO WS-BT-COUNT.
           MOVE WS-DEBIT-TOTAL TO WS-BT-DEBIT-TOT.
           MOVE WS-CREDIT-TOTAL TO WS-BT-CREDIT-TOT.
           WRITE BATCH-RECORD FROM WS-BATCH-TRAILER.

           PERFORM WRITE-RELEASE-SUMMARY.

           DISPLAY 'CUSTOMER-PNDRELEASE: ' WS-RELEASED-COUNT
               ' adjustments released, ' WS-EXPIRED-COUNT
               ' held changes expired, ' WS-STILL-PENDING
               ' still awaiting approval.'.
           DISPLAY 'CUSTOMER-PNDRELEASE: DUALBTCH.DAT ready for '
               'CUSTOMER-BATCHMERGE.'.

           CLOSE PENDING-FILE.
           CLOSE BATCH-FILE.
           CLOSE RELEASE-REPORT-FILE.
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
                       MOVE 'DUAL' TO ML-SOURCE
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

       CHECK-PENDING-AGE.
           MOVE 'DIF' TO WS-BUS-FUNCTION.
           MOVE WS-CURRENT-DATE TO WS-BUS-DATE-2.
           CALL 'BUSDAY-MANAGER' USING WS-BUS-FUNCTION
               PA-ENTRY-DATE WS-BUS-DATE-2 WS-BUSDAYS WS-BUS-RETURN.
           IF WS-BUSDAYS > PRM-EXPIRY-DAYS
               PERFORM EXPIRE-PENDING-ITEM
           ELSE
               ADD 1 TO WS-STILL-PENDING
           END-IF.

       EXPIRE-PENDING-ITEM.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE 'X' TO PA-STATUS.
           MOVE WS-CURRENT-DATE TO PA-REVIEW-DATE.
           MOVE 'EXPIRED - NOT REVIEWED' TO PA-REVIEW-NOTE.
           REWRITE PENDING-APPROVAL-RECORD.
           CALL 'ERROR-LOGGER' USING ERR-PENDING-EXPIRED-CD
               ERR-PENDING-EXPIRED ERR-PENDING-EXPIRED-SEV PA-CUST-ID.

           MOVE 'EXPIRED' TO WS-R-ACTION.
           PERFORM WRITE-RELEASE-DETAIL.

       RELEASE-ADJUSTMENT.
           MOVE WS-NEXT-TRAN-ID TO WS-BD-TRAN-ID.
           ADD 1 TO WS-NEXT-TRAN-ID.
           MOVE PA-CUST-ID TO WS-BD-CUST-ID.
           MOVE PA-ADJ-AMOUNT TO WS-BD-AMOUNT.
           MOVE PA-ADJ-DR-CR TO WS-BD-DR-CR.
           MOVE WS-CURRENT-DATE TO WS-BD-TRAN-DATE.
           MOVE PA-ADJ-INVOICE-REF TO WS-BD-INVOICE-REF.
           MOVE PA-ACCT-NO TO WS-BD-ACCT-NO.
           WRITE BATCH-RECORD FROM WS-BATCH-DETAIL.

           ADD 1 TO WS-RELEASED-COUNT.
           IF PA-ADJ-DR-CR = 'D'
               ADD PA-ADJ-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD PA-ADJ-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

           MOVE 'W' TO PA-STATUS.
           MOVE WS-CURRENT-DATE TO PA-RELEASED-DATE.
           REWRITE PENDING-APPROVAL-RECORD.

           MOVE 'RELEASED' TO WS-R-ACTION.
           PERFORM WRITE-RELEASE-DETAIL.

       WRITE-RELEASE-DETAIL.
           MOVE PA-CUST-ID TO WS-R-CUST-ID.
           MOVE PA-ENTRY-DATE TO WS-R-ENTERED.
           EVALUATE TRUE
               WHEN PA-CUST-CHANGE
                   MOVE 'CUST' TO WS-R-TYPE
                   MOVE PA-NEW-LIMIT TO WS-R-AMOUNT
               WHEN PA-ACCT-CHANGE
                   MOVE 'ACCT' TO WS-R-TYPE
                   MOVE PA-NEW-LIMIT TO WS-R-AMOUNT
               WHEN PA-GROUP-CHANGE
                   MOVE 'GRP' TO WS-R-TYPE
                   MOVE PA-NEW-LIMIT TO WS-R-AMOUNT
               WHEN OTHER
                   MOVE 'ADJ' TO WS-R-TYPE
                   MOVE PA-ADJ-AMOUNT TO WS-R-AMOUNT
                   IF PA-ADJ-DR-CR = 'D'
                       COMPUTE WS-R-AMOUNT = ZERO - PA-ADJ-AMOUNT
                   END-IF
           END-EVALUATE.
           MOVE PA-MAKER-ID TO WS-R-MAKER.
           MOVE PA-CHECKER-ID TO WS-R-CHECKER.
           MOVE PA-REVIEW-NOTE TO WS-R-NOTE.
           WRITE RELEASE-REPORT-LINE FROM WS-RELEASE-DETAIL.

       WRITE-RELEASE-SUMMARY.
           MOVE SPACES TO RELEASE-REPORT-LINE.
           WRITE RELEASE-REPORT-LINE.

           MOVE 'ADJUSTMENTS RELEASED:' TO WS-C-LABEL.
           MOVE WS-RELEASED-COUNT TO WS-C-COUNT.
           COMPUTE WS-C-AMOUNT = WS-CREDIT-TOTAL - WS-DEBIT-TOTAL.
           WRITE RELEASE-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'HELD CHANGES EXPIRED:' TO WS-C-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-C-COUNT.
           MOVE ZERO TO WS-C-AMOUNT.
           WRITE RELEASE-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'STILL AWAITING APPROVAL:' TO WS-C-LABEL.
           MOVE WS-STILL-PENDING TO WS-C-COUNT.
           MOVE ZERO TO WS-C-AMOUNT.
           WRITE RELEASE-REPORT-LINE FROM WS-COUNT-LINE.
