       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-WORELEASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITE-OFF-FILE ASSIGN TO 'WRTOFF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WO-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO 'DISPUTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DSP-FILE-STATUS.

           SELECT BATCH-FILE ASSIGN TO 'WOFFBTCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BTCH-FILE-STATUS.

           SELECT MERGE-LOG-FILE ASSIGN TO 'MERGELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ML-KEY
               FILE STATUS IS WS-MLOG-FILE-STATUS.

           SELECT RELEASE-REPORT-FILE ASSIGN TO 'WOFFRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WRITE-OFF-FILE.
       COPY WRTOFF-DATA.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT-DATA.

       FD  DISPUTE-FILE.
       COPY DISPUTE-DATA.

       FD  BATCH-FILE.
       01  BATCH-RECORD              PIC X(80).

       FD  MERGE-LOG-FILE.
       COPY MERGELOG-DATA.

       FD  RELEASE-REPORT-FILE.
       01  RELEASE-REPORT-LINE       PIC X(100).

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

       01  WS-WO-FILE-STATUS         PIC XX.
       01  WS-CUST-FILE-STATUS       PIC XX.
       01  WS-ACCT-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.
       01  WS-ACCT-EOF-FLAG          PIC X VALUE 'N'.
           88  ACCT-EOF              VALUE 'Y'.
       01  WS-ACCTS-AVAILABLE        PIC X VALUE 'N'.
           88  ACCTS-AVAILABLE       VALUE 'Y'.
       01  WS-DSP-FILE-STATUS        PIC XX.
       01  WS-DISPUTES-AVAILABLE     PIC X VALUE 'N'.
           88  DISPUTES-AVAILABLE    VALUE 'Y'.
       01  WS-DSP-EOF-FLAG           PIC X VALUE 'N'.
           88  DSP-EOF               VALUE 'Y'.
       01  WS-OPEN-DISPUTE           PIC X VALUE 'N'.
           88  OPEN-DISPUTE          VALUE 'Y'.

       01  WS-CURRENT-DATE           PIC 9(8).
       01  WS-NEXT-TRAN-ID           PIC 9(8) VALUE 1.
       01  WS-CUST-WRITTEN-OFF       PIC 9(9)V99.
       01  WS-ACCT-CREDITS           PIC 9(3).

       01  WS-RELEASED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-WITHDRAWN-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-DETAIL-COUNT           PIC 9(7) VALUE ZERO.
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
           05  WS-BD-ORIGIN          PIC X VALUE 'W'.
           05  WS-BD-INVOICE-REF     PIC X(8) VALUE SPACES.
           05  WS-BD-ORIG-DATE       PIC X(8) VALUE SPACES.
           05  WS-BD-ORIG-ID         PIC X(8) VALUE SPACES.
           05  WS-BD-ACCT-NO         PIC 9(4).

       01  WS-BATCH-TRAILER.
           05  FILLER                PIC X VALUE 'T'.
           05  WS-BT-COUNT           PIC 9(7).
           05  WS-BT-DEBIT-TOT       PIC 9(11)V99.
           05  WS-BT-CREDIT-TOT      PIC 9(11)V99.

       01  WS-HEADING-LINE           PIC X(100)
           VALUE 'BAD-DEBT WRITE-OFF RELEASE'.

       01  WS-RELEASE-DETAIL.
           05  WS-R-CUST-ID          PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-ACTION           PIC X(10).
           05  WS-R-PROPOSED         PIC -(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-RELEASED         PIC -(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-APPROVER         PIC X(8).
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

           OPEN I-O WRITE-OFF-FILE.
           IF WS-WO-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'CUSTOMER-WORELEASE: no write-off proposals on '
                   'file - nothing to release.'
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ACCTS-AVAILABLE
           END-IF.

           OPEN INPUT DISPUTE-FILE.
           IF WS-DSP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-DISPUTES-AVAILABLE
           END-IF.

           PERFORM CHECK-PRIOR-BATCH.
           IF NOT PRIOR-MERGED
               DISPLAY 'CUSTOMER-WORELEASE: an unmerged WOFFBTCH.DAT'
                   ' already exists - run CUSTOMER-BATCHMERGE or '
                   'remove it before running again.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PRIOR-BATCH-DATE = WS-CURRENT-DATE
               DISPLAY 'CUSTOMER-WORELEASE: WOFFBTCH.DAT for '
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

           MOVE LOW-VALUES TO WO-KEY.
           START WRITE-OFF-FILE KEY IS NOT LESS THAN WO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL EOF
               READ WRITE-OFF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WO-APPROVED
                           PERFORM RELEASE-WRITE-OFF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-DETAIL-COUNT TO WS-BT-COUNT.
           MOVE ZERO TO WS-BT-DEBIT-TOT.
           MOVE WS-CREDIT-TOTAL TO WS-BT-CREDIT-TOT.
           WRITE BATCH-RECORD FROM WS-BATCH-TRAILER.

           PERFORM WRITE-RELEASE-SUMMARY.

           MOVE WS-CREDIT-TOTAL TO WS-EDITED-TOTAL.
           DISPLAY 'CUSTOMER-WORELEASE: ' WS-RELEASED-COUNT
               ' write-offs released for ' WS-EDITED-TOTAL ', '
               WS-WITHDRAWN-COUNT ' withdrawn.'.
           DISPLAY 'CUSTOMER-WORELEASE: WOFFBTCH.DAT ready for '
               'CUSTOMER-BATCHMERGE.'.

           CLOSE WRITE-OFF-FILE.
           CLOSE CUSTOMER-FILE.
           IF ACCTS-AVAILABLE
               CLOSE ACCOUNT-FILE
           END-IF.
           IF DISPUTES-AVAILABLE
               CLOSE DISPUTE-FILE
           END-IF.
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
                       MOVE 'WOFF' TO ML-SOURCE
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

       RELEASE-WRITE-OFF.
           MOVE WO-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON FILE' TO WO-REVIEW-NOTE
                   PERFORM WITHDRAW-WRITE-OFF
               NOT INVALID KEY
                   IF CUST-BALANCE NOT < ZERO
                       MOVE 'NO BALANCE OWED AT RELEASE'
                           TO WO-REVIEW-NOTE
                       PERFORM WITHDRAW-WRITE-OFF
                   ELSE
                       PERFORM RELEASE-OWING-CUSTOMER
                   END-IF
           END-READ.

       RELEASE-OWING-CUSTOMER.
           PERFORM CHECK-OPEN-DISPUTES.
           IF OPEN-DISPUTE
               MOVE 'OPEN DISPUTE AT RELEASE' TO WO-REVIEW-NOTE
               PERFORM WITHDRAW-WRITE-OFF
           ELSE
               PERFORM WRITE-OFF-BALANCE
           END-IF.

       CHECK-OPEN-DISPUTES.
           MOVE 'N' TO WS-OPEN-DISPUTE.
           IF DISPUTES-AVAILABLE
               MOVE 'N' TO WS-DSP-EOF-FLAG
               MOVE CUST-ID TO DSP-CUST-ID
               MOVE ZERO TO DSP-POST-DATE
               MOVE ZERO TO DSP-INVOICE-NO
               START DISPUTE-FILE KEY IS NOT LESS THAN DSP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-DSP-EOF-FLAG
               END-START
               PERFORM UNTIL DSP-EOF OR OPEN-DISPUTE
                   READ DISPUTE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DSP-EOF-FLAG
                       NOT AT END
                           IF DSP-CUST-ID NOT = CUST-ID
                               MOVE 'Y' TO WS-DSP-EOF-FLAG
                           ELSE
                               IF DSP-OPEN OR DSP-CREDIT-PENDING
                                   MOVE 'Y' TO WS-OPEN-DISPUTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       WRITE-OFF-BALANCE.
           MOVE ZERO TO WS-CUST-WRITTEN-OFF.
           MOVE ZERO TO WS-ACCT-CREDITS.
           IF ACCTS-AVAILABLE
               PERFORM WRITE-OFF-ACCOUNTS
           END-IF.
           IF WS-ACCT-CREDITS = ZERO
               MOVE ZERO TO WS-BD-ACCT-NO
               COMPUTE WS-BD-AMOUNT = ZERO - CUST-BALANCE
               PERFORM WRITE-WRITE-OFF-DETAIL
           END-IF.

           ADD 1 TO WS-RELEASED-COUNT.
           MOVE 'W' TO WO-STATUS.
           MOVE WS-CURRENT-DATE TO WO-RELEASED-DATE.
           MOVE WS-CUST-WRITTEN-OFF TO WO-RELEASED-AMOUNT.
           REWRITE WRITE-OFF-RECORD.

           MOVE WO-CUST-ID TO WS-R-CUST-ID.
           MOVE 'RELEASED' TO WS-R-ACTION.
           MOVE WO-AMOUNT-OWED TO WS-R-PROPOSED.
           MOVE WS-CUST-WRITTEN-OFF TO WS-R-RELEASED.
           MOVE WO-REVIEW-OPERATOR TO WS-R-APPROVER.
           MOVE SPACES TO WS-R-NOTE.
           IF WS-CUST-WRITTEN-OFF NOT = WO-AMOUNT-OWED
               MOVE 'BALANCE CHANGED SINCE PROPOSAL' TO WS-R-NOTE
           END-IF.
           WRITE RELEASE-REPORT-LINE FROM WS-RELEASE-DETAIL.

       WRITE-OFF-ACCOUNTS.
           MOVE 'N' TO WS-ACCT-EOF-FLAG.
           MOVE WO-CUST-ID TO ACCT-CUST-ID.
           MOVE ZERO TO ACCT-NO.
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ACCT-EOF-FLAG
           END-START.
           PERFORM UNTIL ACCT-EOF
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ACCT-EOF-FLAG
                   NOT AT END
                       IF ACCT-CUST-ID NOT = WO-CUST-ID
                           MOVE 'Y' TO WS-ACCT-EOF-FLAG
                       ELSE
                           IF ACCT-BALANCE < ZERO
                               MOVE ACCT-NO TO WS-BD-ACCT-NO
                               COMPUTE WS-BD-AMOUNT =
                                   ZERO - ACCT-BALANCE
                               PERFORM WRITE-WRITE-OFF-DETAIL
                               ADD 1 TO WS-ACCT-CREDITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-WRITE-OFF-DETAIL.
           MOVE WS-NEXT-TRAN-ID TO WS-BD-TRAN-ID.
           ADD 1 TO WS-NEXT-TRAN-ID.
           MOVE WO-CUST-ID TO WS-BD-CUST-ID.
           MOVE WS-CURRENT-DATE TO WS-BD-TRAN-DATE.
           WRITE BATCH-RECORD FROM WS-BATCH-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-BD-AMOUNT TO WS-CREDIT-TOTAL.
           ADD WS-BD-AMOUNT TO WS-CUST-WRITTEN-OFF.

       WITHDRAW-WRITE-OFF.
           ADD 1 TO WS-WITHDRAWN-COUNT.
           MOVE 'X' TO WO-STATUS.
           REWRITE WRITE-OFF-RECORD.

           MOVE WO-CUST-ID TO WS-R-CUST-ID.
           MOVE 'WITHDRAWN' TO WS-R-ACTION.
           MOVE WO-AMOUNT-OWED TO WS-R-PROPOSED.
           MOVE ZERO TO WS-R-RELEASED.
           MOVE WO-REVIEW-OPERATOR TO WS-R-APPROVER.
           MOVE WO-REVIEW-NOTE TO WS-R-NOTE.
           WRITE RELEASE-REPORT-LINE FROM WS-RELEASE-DETAIL.

       WRITE-RELEASE-SUMMARY.
           MOVE SPACES TO RELEASE-REPORT-LINE.
           WRITE RELEASE-REPORT-LINE.

           MOVE 'WRITE-OFFS RELEASED:' TO WS-C-LABEL.
           MOVE WS-RELEASED-COUNT TO WS-C-COUNT.
           MOVE WS-CREDIT-TOTAL TO WS-C-AMOUNT.
           WRITE RELEASE-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'WRITE-OFFS WITHDRAWN:' TO WS-C-LABEL.
           MOVE WS-WITHDRAWN-COUNT TO WS-C-COUNT.
           MOVE ZERO TO WS-C-AMOUNT.
           WRITE RELEASE-REPORT-LINE FROM WS-COUNT-LINE.
