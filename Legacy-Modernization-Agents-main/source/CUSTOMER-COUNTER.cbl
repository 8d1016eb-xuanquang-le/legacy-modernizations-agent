               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNTR-FILE-STATUS.

           SELECT MERGE-LOG-FILE ASSIGN TO 'MERGELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ML-KEY
               FILE STATUS IS WS-MLOG-FILE-STATUS.

           SELECT CHECK-STOP-FILE ASSIGN TO 'CHKSTOP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CUST-ID
               FILE STATUS IS WS-STOP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  COUNTER-BATCH-FILE.
       01  COUNTER-BATCH-RECORD     PIC X(80).

       FD  MERGE-LOG-FILE.
       COPY MERGELOG-DATA.

       FD  CHECK-STOP-FILE.
       COPY CHKSTOP-DATA.

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.
       COPY DUALPARM-DATA.
       COPY PENDAPRV-DATA.

       01  WS-CTL-FUNCTION          PIC X(3).
       01  WS-CTL-RETURN            PIC X.
       01  WS-CUST-FILE-STATUS      PIC XX.
       01  WS-ACCT-FILE-STATUS      PIC XX.
       01  WS-CNTR-FILE-STATUS      PIC XX.
       01  WS-MLOG-FILE-STATUS      PIC XX.
       01  WS-PRIOR-BATCH-DATE      PIC X(8).
       01  WS-PRIOR-MERGED          PIC X VALUE 'N'.
           88  PRIOR-MERGED         VALUE 'Y'.
       01  WS-ACCTS-AVAILABLE       PIC X VALUE 'N'.
           88  ACCTS-AVAILABLE      VALUE 'Y'.
       01  WS-STOP-FILE-STATUS      PIC XX.
       01  WS-STOPS-AVAILABLE       PIC X VALUE 'N'.
           88  STOPS-AVAILABLE      VALUE 'Y'.
       01  WS-TENDER-OK             PIC X.
           88  TENDER-OK            VALUE 'Y'.
       01  WS-TENDER-INPUT          PIC X.

       01  WS-MORE-WORK             PIC X VALUE 'Y'.
           88  MORE-WORK            VALUE 'Y'.
       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-FORMATTED-BALANCE     PIC X(20).

       01  WS-DUAL-FUNCTION         PIC X(3).
       01  WS-DUAL-RETURN           PIC X.
           88  DUAL-OK              VALUE 'Y'.
       01  WS-HELD-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-DUAL-AUDIT-NAME.
           05  FILLER               PIC X(6) VALUE 'MAKER '.
           05  WS-DA-MAKER          PIC X(8).
           05  FILLER               PIC X(9) VALUE ' CHECKER '.
           05  WS-DA-CHECKER        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DA-TEXT           PIC X(18).

       01  WS-DETAIL-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-DEBIT-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL          PIC 9(11)V99 VALUE ZERO.
               STOP RUN
           END-IF.

           MOVE 'PRM' TO WS-DUAL-FUNCTION.
           CALL 'DUALCTL-MANAGER' USING WS-DUAL-FUNCTION
               DUAL-PARAMETER-RECORD PENDING-APPROVAL-RECORD
               WS-DUAL-RETURN.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
               MOVE 'Y' TO WS-ACCTS-AVAILABLE
           END-IF.

           OPEN INPUT CHECK-STOP-FILE.
           IF WS-STOP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-STOPS-AVAILABLE
           END-IF.

           PERFORM LOAD-PARAMETERS.
           IF NOT PARMS-OK
               DISPLAY 'CUSTOMER-COUNTER: CNTRPARM.DAT missing or '

           OPEN INPUT COUNTER-BATCH-FILE.
           IF WS-CNTR-FILE-STATUS NOT = '35'
               MOVE SPACES TO WS-PRIOR-BATCH-DATE
               IF WS-CNTR-FILE-STATUS = '00'
                   READ COUNTER-BATCH-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE COUNTER-BATCH-RECORD(2:8)
                               TO WS-PRIOR-BATCH-DATE
                   END-READ
                   CLOSE COUNTER-BATCH-FILE
               END-IF
               PERFORM CHECK-PRIOR-MERGED
               IF NOT PRIOR-MERGED
                   DISPLAY 'CUSTOMER-COUNTER: an unmerged CNTRBTCH.DAT '
                       'already exists - run CUSTOMER-BATCHMERGE or '
                       'remove it before opening a new session.'
                   STOP RUN
               END-IF
               IF WS-PRIOR-BATCH-DATE = WS-CURRENT-DATE
                   DISPLAY 'CUSTOMER-COUNTER: the counter batch for '
                       WS-CURRENT-DATE ' has already been merged - '
                       'open the next session on the next business '
                       'date.'
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT COUNTER-BATCH-FILE.
           MOVE WS-CREDIT-TOTAL TO WS-EDITED-TOTAL.
           DISPLAY 'CUSTOMER-COUNTER: ' WS-DETAIL-COUNT
               ' items keyed, credits ' WS-EDITED-TOTAL '.'.
           DISPLAY 'CUSTOMER-COUNTER: CNTRBTCH.DAT ready for '
               'CUSTOMER-BATCHMERGE.'.
           IF WS-HELD-COUNT > ZERO
               DISPLAY 'CUSTOMER-COUNTER: ' WS-HELD-COUNT
                   ' adjustments held for supervisor approval.'
           END-IF.

           CLOSE CUSTOMER-FILE.
           IF ACCTS-AVAILABLE
               CLOSE ACCOUNT-FILE
           END-IF.
           IF STOPS-AVAILABLE
               CLOSE CHECK-STOP-FILE
           END-IF.
           CLOSE COUNTER-BATCH-FILE.
           STOP RUN.

       CHECK-PRIOR-MERGED.
           MOVE 'N' TO WS-PRIOR-MERGED.
           IF WS-PRIOR-BATCH-DATE IS NUMERIC
               OPEN INPUT MERGE-LOG-FILE
               IF WS-MLOG-FILE-STATUS = '00'
                   MOVE WS-PRIOR-BATCH-DATE TO ML-BUSINESS-DATE
                   MOVE 'CNTR' TO ML-SOURCE
                   READ MERGE-LOG-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-PRIOR-MERGED
                   END-READ
                   CLOSE MERGE-LOG-FILE
               END-IF
           END-IF.

       LOAD-PARAMETERS.
           MOVE 'N' TO WS-PARMS-OK.
           OPEN INPUT PARAMETER-FILE.
       ENTER-COUNTER-ITEM.
           PERFORM VALIDATE-SEARCH-ID.
           PERFORM LOOK-UP-CUSTOMER.
           MOVE 'Y' TO WS-TENDER-OK.
           IF CUST-FOUND AND FN-PAYMENT
               PERFORM CHECK-TENDER-ALLOWED
           END-IF.
           IF CUST-FOUND AND TENDER-OK
               PERFORM ENTER-ITEM-FIELDS
           END-IF.

       CHECK-TENDER-ALLOWED.
           IF STOPS-AVAILABLE
               MOVE WS-SEARCH-ID TO CS-CUST-ID
               READ CHECK-STOP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CS-EXPIRY-DATE >= WS-CURRENT-DATE
                           PERFORM CONFIRM-CASH-TENDER
                       END-IF
               END-READ
           END-IF.

       CONFIRM-CASH-TENDER.
           DISPLAY '*** CHECKS NOT ACCEPTED - ' CS-RETURN-COUNT
               ' returned payments, cash or certified funds only '
               'until ' CS-EXPIRY-DATE ' ***'.
           DISPLAY 'Payment tendered in cash or certified funds '
               '(Y/N): '.
           MOVE 'N' TO WS-TENDER-INPUT.
           ACCEPT WS-TENDER-INPUT.
           IF WS-TENDER-INPUT NOT = 'Y'
               MOVE 'N' TO WS-TENDER-OK
               DISPLAY 'Payment refused - personal check not accepted '
                   'for this customer.'
           END-IF.

       ENTER-ITEM-FIELDS.
           PERFORM VALIDATE-ENTRY-ACCT-NO.

           MOVE 'N' TO WS-CONFIRM-INPUT.
           ACCEPT WS-CONFIRM-INPUT.
           IF WS-CONFIRM-INPUT = 'Y'
               IF FN-ADJUSTMENT
                   AND WS-ENTRY-AMOUNT > PRM-ADJUST-THRESHOLD
                   PERFORM HOLD-COUNTER-ADJUSTMENT
               ELSE
                   PERFORM WRITE-COUNTER-DETAIL
               END-IF
           ELSE
               DISPLAY 'Entry discarded.'
           END-IF.
               'CNTR' SPACES.
           DISPLAY 'Item ' WS-BD-TRAN-ID ' added to the counter '
               'batch.'.

       HOLD-COUNTER-ADJUSTMENT.
           MOVE WS-SEARCH-ID TO PA-CUST-ID.
           MOVE WS-CURRENT-DATE TO PA-ENTRY-DATE.
           MOVE 'J' TO PA-TYPE.
           MOVE WS-ENTRY-ACCT-NO TO PA-ACCT-NO.
           MOVE WS-OPERATOR-ID TO PA-MAKER-ID.
           MOVE ZERO TO PA-OLD-LIMIT.
           MOVE ZERO TO PA-NEW-LIMIT.
           MOVE SPACE TO PA-OLD-STATUS.
           MOVE SPACE TO PA-NEW-STATUS.
           MOVE WS-ENTRY-AMOUNT TO PA-ADJ-AMOUNT.
           MOVE WS-DR-CR-INPUT TO PA-ADJ-DR-CR.
           MOVE WS-ENTRY-INVREF TO PA-ADJ-INVOICE-REF.
           MOVE 'ADD' TO WS-DUAL-FUNCTION.
           CALL 'DUALCTL-MANAGER' USING WS-DUAL-FUNCTION
               DUAL-PARAMETER-RECORD PENDING-APPROVAL-RECORD
               WS-DUAL-RETURN.
           IF DUAL-OK
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-OPERATOR-ID TO WS-DA-MAKER
               MOVE SPACES TO WS-DA-CHECKER
               MOVE 'COUNTER ADJUSTMENT' TO WS-DA-TEXT
               CALL 'AUDIT-LOGGER' USING WS-OPERATOR-ID WS-SEARCH-ID
                   'DCHD' WS-DUAL-AUDIT-NAME
               DISPLAY 'Adjustment over the approval limit - held '
                   'for supervisor approval, not added to the '
                   'counter batch.'
           ELSE
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV WS-SEARCH-ID
               DISPLAY 'Unable to record the adjustment for approval '
                   '- entry discarded.'
           END-IF.
