       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-CRDECIDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-REVIEW-FILE ASSIGN TO 'CRREVIEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               FILE STATUS IS WS-CR-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-REVIEW-FILE.
       COPY CRREVIEW-DATA.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT-DATA.

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.
       COPY DUALPARM-DATA.
       COPY PENDAPRV-DATA.

       01  WS-CTL-FUNCTION          PIC X(3).
       01  WS-CTL-RETURN            PIC X.
           88  CTL-OK               VALUE 'Y'.

       01  WS-CR-FILE-STATUS        PIC XX.
       01  WS-CUST-FILE-STATUS      PIC XX.
       01  WS-ACCT-FILE-STATUS      PIC XX.
       01  WS-ACCTS-AVAILABLE       PIC X VALUE 'N'.
           88  ACCTS-AVAILABLE      VALUE 'Y'.
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  EOF                  VALUE 'Y'.
       01  WS-ACCT-EOF-FLAG         PIC X VALUE 'N'.
           88  ACCT-EOF             VALUE 'Y'.

       01  WS-MORE-WORK             PIC X VALUE 'Y'.
           88  MORE-WORK            VALUE 'Y'.
       01  WS-FUNCTION-CODE         PIC X.
           88  FN-BROWSE            VALUE 'B'.
           88  FN-REVIEW            VALUE 'R'.
           88  FN-EXIT              VALUE 'X'.
       01  WS-DECISION-CODE         PIC X.
           88  DECIDE-ACCEPT        VALUE 'A'.
           88  DECIDE-OVERRIDE      VALUE 'O'.
           88  DECIDE-SKIP          VALUE 'S'.

       01  WS-SEARCH-ID             PIC 9(8).
       01  WS-SEARCH-ID-INPUT       PIC X(8).
       01  WS-SEARCH-ID-OK          PIC X VALUE 'N'.
           88  SEARCH-ID-OK         VALUE 'Y'.

       01  WS-DUAL-FUNCTION         PIC X(3).
       01  WS-DUAL-RETURN           PIC X.
           88  DUAL-OK              VALUE 'Y'.

       01  WS-OPEN-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-REVIEW-FOUND          PIC X VALUE 'N'.
           88  REVIEW-FOUND         VALUE 'Y'.
       01  WS-REVIEW-KEY            PIC X(16).
       01  WS-CUST-OK               PIC X VALUE 'N'.
           88  CUST-OK              VALUE 'Y'.
       01  WS-CONFIRM-INPUT         PIC X.
       01  WS-NOTE-INPUT            PIC X(30).
       01  WS-AUDIT-OUTCOME         PIC X(4).
       01  WS-REC-DESC              PIC X(8).

       01  WS-LIMIT-INPUT           PIC X(11).
       01  WS-LIMIT-DIGITS REDEFINES WS-LIMIT-INPUT
                                    PIC 9(9)V99.
       01  WS-LIMIT-OK              PIC X VALUE 'N'.
           88  LIMIT-OK             VALUE 'Y'.

       01  WS-OLD-LIMIT             PIC S9(9)V99.
       01  WS-DECIDED-LIMIT         PIC S9(9)V99.
       01  WS-LIMIT-INCREASE        PIC S9(9)V99.
       01  WS-HOLD-LIMIT            PIC X VALUE 'N'.
           88  HOLD-LIMIT           VALUE 'Y'.
       01  WS-CUST-HELD             PIC X VALUE 'N'.
           88  CUST-HELD            VALUE 'Y'.
       01  WS-ACCT-ACTION           PIC X.
           88  ACCT-APPLY           VALUE 'A'.
           88  ACCT-HOLD            VALUE 'H'.
       01  WS-ACCT-CHANGED          PIC 9(3).
       01  WS-ACCT-HELD             PIC 9(3).

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-FORMATTED-AMOUNT      PIC X(20).
       01  WS-FORMATTED-OLD         PIC X(20).
       01  WS-SIGNED-AMOUNT         PIC S9(9)V99.

       01  WS-BEFORE-IMAGE          PIC X(200).
       01  WS-AFTER-IMAGE           PIC X(200).
       01  WS-JRNL-FUNCTION         PIC X.
       01  WS-JRNL-ACTION           PIC X(3).
       01  WS-JRNL-APPROVER         PIC X(8) VALUE SPACES.

       01  WS-DUAL-AUDIT-NAME.
           05  FILLER               PIC X(6) VALUE 'MAKER '.
           05  WS-DA-MAKER          PIC X(8).
           05  FILLER               PIC X(9) VALUE ' CHECKER '.
           05  WS-DA-CHECKER        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DA-TEXT           PIC X(18).

       01  WS-OPERATOR-ID           PIC X(8).
       01  WS-OPER-AUTHORITY        PIC X.
           88  OPER-MAINT-AUTH      VALUES 'M' 'S'.
       01  WS-SIGNON-OK             PIC X VALUE 'N'.
           88  SIGNON-OK            VALUE 'Y'.

       01  WS-BROWSE-DETAIL.
           05  WS-B-CUST-ID         PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-B-REVIEWED        PIC 9999/99/99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-B-SCORE           PIC ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-B-CURRENT         PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-B-REC             PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-B-RECOMMENDED     PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE 'GET' TO WS-CTL-FUNCTION.
           CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.
           IF CTL-OK
               MOVE SYS-BUSINESS-DATE TO WS-CURRENT-DATE
           END-IF.

           CALL 'OPERATOR-SIGNON' USING WS-OPERATOR-ID
               WS-OPER-AUTHORITY WS-SIGNON-OK.
           IF NOT SIGNON-OK
               STOP RUN
           END-IF.

           MOVE 'PRM' TO WS-DUAL-FUNCTION.
           CALL 'DUALCTL-MANAGER' USING WS-DUAL-FUNCTION
               DUAL-PARAMETER-RECORD PENDING-APPROVAL-RECORD
               WS-DUAL-RETURN.

           OPEN I-O CREDIT-REVIEW-FILE.
           IF WS-CR-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'No credit reviews on file - run '
                   'CUSTOMER-CRREVIEW first.'
               STOP RUN
           END-IF.

           OPEN I-O CUSTOMER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               STOP RUN
           END-IF.

           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ACCTS-AVAILABLE
           END-IF.

           PERFORM UNTIL NOT MORE-WORK
               DISPLAY 'B)rowse open reviews  R)eview customer  X)it: '
               ACCEPT WS-FUNCTION-CODE
               EVALUATE TRUE
                   WHEN FN-BROWSE
                       PERFORM BROWSE-OPEN-REVIEWS
                   WHEN FN-REVIEW
                       IF OPER-MAINT-AUTH
                           PERFORM REVIEW-CUSTOMER
                       ELSE
                           CALL 'ERROR-LOGGER' USING
                               ERR-NOT-AUTHORIZED-CD ERR-NOT-AUTHORIZED
                               ERR-NOT-AUTHORIZED-SEV ZERO
                           DISPLAY 'Maintenance authority required to '
                               'decide a credit review.'
                       END-IF
                   WHEN FN-EXIT
                       MOVE 'N' TO WS-MORE-WORK
                   WHEN OTHER
                       DISPLAY 'Invalid selection'
               END-EVALUATE
           END-PERFORM.

           CLOSE CREDIT-REVIEW-FILE.
           CLOSE CUSTOMER-FILE.
           IF ACCTS-AVAILABLE
               CLOSE ACCOUNT-FILE
           END-IF.
           STOP RUN.

       BROWSE-OPEN-REVIEWS.
           MOVE ZERO TO WS-OPEN-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CR-KEY.
           START CREDIT-REVIEW-FILE KEY IS NOT LESS THAN CR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.

           DISPLAY 'CUST-ID   REVIEWED    SCORE  CURRENT LIMIT'
               '         REC       RECOMMENDED'.
           PERFORM UNTIL EOF
               READ CREDIT-REVIEW-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CR-OPEN
                           PERFORM DISPLAY-REVIEW-LINE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'Reviews awaiting a decision: ' WS-OPEN-COUNT.

       DISPLAY-REVIEW-LINE.
           ADD 1 TO WS-OPEN-COUNT.
           PERFORM SET-REC-DESC.
           MOVE CR-CUST-ID TO WS-B-CUST-ID.
           MOVE CR-REVIEW-DATE TO WS-B-REVIEWED.
           MOVE CR-SCORE TO WS-B-SCORE.
           CALL 'FORMAT-BALANCE' USING CR-CURRENT-LIMIT
               WS-FORMATTED-OLD.
           MOVE WS-FORMATTED-OLD TO WS-B-CURRENT.
           MOVE WS-REC-DESC TO WS-B-REC.
           CALL 'FORMAT-BALANCE' USING CR-RECOMMENDED-LIMIT
               WS-FORMATTED-AMOUNT.
           MOVE WS-FORMATTED-AMOUNT TO WS-B-RECOMMENDED.
           DISPLAY WS-BROWSE-DETAIL.

       SET-REC-DESC.
           EVALUATE TRUE
               WHEN CR-REC-INCREASE
                   MOVE 'INCREASE' TO WS-REC-DESC
               WHEN CR-REC-DECREASE
                   MOVE 'DECREASE' TO WS-REC-DESC
               WHEN CR-REC-HOLD
                   MOVE 'HOLD' TO WS-REC-DESC
               WHEN OTHER
                   MOVE '?' TO WS-REC-DESC
           END-EVALUATE.

       VALIDATE-SEARCH-ID.
           MOVE 'N' TO WS-SEARCH-ID-OK.
           PERFORM UNTIL SEARCH-ID-OK
               DISPLAY 'Enter Customer ID: '
               ACCEPT WS-SEARCH-ID-INPUT
               IF WS-SEARCH-ID-INPUT IS NUMERIC
                   AND WS-SEARCH-ID-INPUT NOT = '00000000'
                   MOVE WS-SEARCH-ID-INPUT TO WS-SEARCH-ID
                   MOVE 'Y' TO WS-SEARCH-ID-OK
               ELSE
                   DISPLAY 'Invalid Customer ID - numeric, non-zero'
                   DISPLAY 'required. Please re-enter.'
               END-IF
           END-PERFORM.

       REVIEW-CUSTOMER.
           PERFORM VALIDATE-SEARCH-ID.
           PERFORM FIND-OPEN-REVIEW.
           IF NOT REVIEW-FOUND
               DISPLAY 'No credit review awaiting a decision for '
                   'this customer.'
           ELSE
               MOVE WS-REVIEW-KEY TO CR-KEY
               READ CREDIT-REVIEW-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-REVIEW-FOUND
               END-READ
               PERFORM CHECK-CUSTOMER
               IF CUST-OK
                   PERFORM SHOW-REVIEW
                   PERFORM DECIDE-REVIEW
               END-IF
           END-IF.

       FIND-OPEN-REVIEW.
           MOVE 'N' TO WS-REVIEW-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE WS-SEARCH-ID TO CR-CUST-ID.
           MOVE ZERO TO CR-REVIEW-DATE.
           START CREDIT-REVIEW-FILE KEY IS NOT LESS THAN CR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL EOF
               READ CREDIT-REVIEW-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CR-CUST-ID NOT = WS-SEARCH-ID
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF CR-OPEN
                               MOVE 'Y' TO WS-REVIEW-FOUND
                               MOVE CR-KEY TO WS-REVIEW-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-CUSTOMER.
           MOVE 'N' TO WS-CUST-OK.
           MOVE CR-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CALL 'ERROR-LOGGER' USING ERR-CUST-NOT-FOUND-CD
                       ERR-CUST-NOT-FOUND ERR-CUST-NOT-FOUND-SEV
                       CR-CUST-ID
                   DISPLAY ERR-CUST-NOT-FOUND
               NOT INVALID KEY
                   IF NOT ACTIVE
                       DISPLAY 'Customer is no longer active - status '
                           CUST-STATUS '. Review left open.'
                   ELSE IF CUST-CREDIT-LIMIT NOT = CR-CURRENT-LIMIT
                       DISPLAY 'Credit limit has changed since the '
                           'review was built - review left open.'
                   ELSE
                       MOVE 'Y' TO WS-CUST-OK
                   END-IF
           END-READ.

       SHOW-REVIEW.
           PERFORM SET-REC-DESC.
           DISPLAY 'Customer: ' CUST-NAME.
           DISPLAY 'Reviewed ' CR-REVIEW-DATE '  Score ' CR-SCORE
               ' of 100'.
           DISPLAY '  Payments as % of charges  : ' CR-PAYMENT-PCT.
           MOVE CR-OVERDUE-AMOUNT TO WS-SIGNED-AMOUNT.
           CALL 'FORMAT-BALANCE' USING WS-SIGNED-AMOUNT
               WS-FORMATTED-AMOUNT.
           DISPLAY '  Oldest item days past due : ' CR-DAYS-PAST-DUE
               '  overdue ' WS-FORMATTED-AMOUNT.
           DISPLAY '  Dunning level reached     : ' CR-DUNNING-LEVEL.
           DISPLAY '  Returned / reversed pmts  : ' CR-RETURN-COUNT
               ' / ' CR-REVERSAL-COUNT.
           CALL 'FORMAT-BALANCE' USING CR-PEAK-OWED
               WS-FORMATTED-AMOUNT.
           DISPLAY '  Peak owed / % of limit    : ' WS-FORMATTED-AMOUNT
               ' / ' CR-PEAK-UTIL-PCT.
           CALL 'FORMAT-BALANCE' USING CR-CURRENT-LIMIT
               WS-FORMATTED-OLD.
           CALL 'FORMAT-BALANCE' USING CR-RECOMMENDED-LIMIT
               WS-FORMATTED-AMOUNT.
           DISPLAY 'Recommendation ' WS-REC-DESC ': credit limit '
               WS-FORMATTED-OLD ' -> ' WS-FORMATTED-AMOUNT.

       DECIDE-REVIEW.
           DISPLAY 'A)ccept recommendation  O)verride  S)kip: '.
           MOVE 'S' TO WS-DECISION-CODE.
           ACCEPT WS-DECISION-CODE.
           EVALUATE TRUE
               WHEN DECIDE-ACCEPT
                   MOVE CR-RECOMMENDED-LIMIT TO WS-DECIDED-LIMIT
                   MOVE SPACES TO WS-NOTE-INPUT
                   MOVE 'CRAC' TO WS-AUDIT-OUTCOME
                   PERFORM CONFIRM-DECISION
               WHEN DECIDE-OVERRIDE
                   PERFORM ENTER-OVERRIDE-LIMIT
                   PERFORM ENTER-OVERRIDE-REASON
                   MOVE 'CROV' TO WS-AUDIT-OUTCOME
                   PERFORM CONFIRM-DECISION
               WHEN OTHER
                   DISPLAY 'Review left open.'
           END-EVALUATE.

       ENTER-OVERRIDE-LIMIT.
           MOVE 'N' TO WS-LIMIT-OK.
           PERFORM UNTIL LIMIT-OK
               DISPLAY 'Enter new limit as 9(9)V99 digits '
                   '(blank = keep current limit): '
               MOVE SPACES TO WS-LIMIT-INPUT
               ACCEPT WS-LIMIT-INPUT
               IF WS-LIMIT-INPUT = SPACES
                   MOVE CR-CURRENT-LIMIT TO WS-DECIDED-LIMIT
                   MOVE 'Y' TO WS-LIMIT-OK
               ELSE IF WS-LIMIT-INPUT IS NUMERIC
                   MOVE WS-LIMIT-DIGITS TO WS-DECIDED-LIMIT
                   MOVE 'Y' TO WS-LIMIT-OK
               ELSE
                   DISPLAY 'Invalid limit - 11 digits required, '
                       'last two are cents.'
               END-IF
           END-PERFORM.

       ENTER-OVERRIDE-REASON.
           MOVE SPACES TO WS-NOTE-INPUT.
           PERFORM UNTIL WS-NOTE-INPUT NOT = SPACES
               DISPLAY 'Reason for override: '
               ACCEPT WS-NOTE-INPUT
           END-PERFORM.

       CONFIRM-DECISION.
           CALL 'FORMAT-BALANCE' USING WS-DECIDED-LIMIT
               WS-FORMATTED-AMOUNT.
           DISPLAY 'Set credit limit to ' WS-FORMATTED-AMOUNT
               ' (Y/N): '.
           MOVE 'N' TO WS-CONFIRM-INPUT.
           ACCEPT WS-CONFIRM-INPUT.
           IF WS-CONFIRM-INPUT = 'Y'
               PERFORM APPLY-DECISION
               PERFORM RECORD-DECISION
           ELSE
               DISPLAY 'No action taken - review left open.'
           END-IF.

       APPLY-DECISION.
           MOVE 'N' TO WS-HOLD-LIMIT.
           MOVE 'N' TO WS-CUST-HELD.
           MOVE ZERO TO WS-ACCT-CHANGED.
           MOVE ZERO TO WS-ACCT-HELD.
           MOVE CUST-CREDIT-LIMIT TO WS-OLD-LIMIT.
           COMPUTE WS-LIMIT-INCREASE = WS-DECIDED-LIMIT - WS-OLD-LIMIT.
           IF WS-DECIDED-LIMIT = WS-OLD-LIMIT
               DISPLAY 'Credit limit unchanged.'
           ELSE IF WS-LIMIT-INCREASE > PRM-LIMIT-THRESHOLD
               MOVE 'Y' TO WS-HOLD-LIMIT
               PERFORM HOLD-CUSTOMER-LIMIT
               IF DUAL-OK
                   MOVE 'Y' TO WS-CUST-HELD
                   MOVE 'H' TO WS-ACCT-ACTION
                   PERFORM FOLLOW-ACCOUNT-LIMITS
               END-IF
           ELSE
               PERFORM REWRITE-CUSTOMER-LIMIT
               MOVE 'A' TO WS-ACCT-ACTION
               PERFORM FOLLOW-ACCOUNT-LIMITS
               DISPLAY 'Credit limit updated. Accounts changed: '
                   WS-ACCT-CHANGED
           END-IF.

       REWRITE-CUSTOMER-LIMIT.
           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE.
           MOVE WS-DECIDED-LIMIT TO CUST-CREDIT-LIMIT.
           MOVE WS-CURRENT-DATE TO CUST-LAST-ACTIVITY-DATE.
           REWRITE CUSTOMER-RECORD.
           MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE.
           MOVE 'U' TO WS-JRNL-FUNCTION.
           CALL 'MAINT-JOURNAL' USING WS-OPERATOR-ID WS-JRNL-FUNCTION
               WS-BEFORE-IMAGE WS-AFTER-IMAGE WS-JRNL-APPROVER.
           MOVE 'REW' TO WS-JRNL-ACTION.
           CALL 'CUSTFILE-JOURNAL' USING WS-JRNL-ACTION
               WS-AFTER-IMAGE.

       HOLD-CUSTOMER-LIMIT.
           MOVE CUST-ID TO PA-CUST-ID.
           MOVE WS-CURRENT-DATE TO PA-ENTRY-DATE.
           MOVE 'C' TO PA-TYPE.
           MOVE ZERO TO PA-ACCT-NO.
           MOVE WS-OLD-LIMIT TO PA-OLD-LIMIT.
           MOVE WS-DECIDED-LIMIT TO PA-NEW-LIMIT.
           MOVE CUST-STATUS TO PA-OLD-STATUS.
           MOVE CUST-STATUS TO PA-NEW-STATUS.
           PERFORM ADD-PENDING-ITEM.
           IF DUAL-OK
               DISPLAY 'Credit limit increase held for supervisor '
                   'approval.'
           ELSE
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV CUST-ID
               DISPLAY 'Unable to record the change for approval - '
                   'credit limit left unchanged.'
           END-IF.

       ADD-PENDING-ITEM.
           MOVE WS-OPERATOR-ID TO PA-MAKER-ID.
           MOVE ZERO TO PA-ADJ-AMOUNT.
           MOVE SPACE TO PA-ADJ-DR-CR.
           MOVE ZERO TO PA-ADJ-INVOICE-REF.
           MOVE 'ADD' TO WS-DUAL-FUNCTION.
           CALL 'DUALCTL-MANAGER' USING WS-DUAL-FUNCTION
               DUAL-PARAMETER-RECORD PENDING-APPROVAL-RECORD
               WS-DUAL-RETURN.
           IF DUAL-OK
               MOVE WS-OPERATOR-ID TO WS-DA-MAKER
               MOVE SPACES TO WS-DA-CHECKER
               IF PA-ACCT-CHANGE
                   MOVE 'ACCOUNT CHANGE' TO WS-DA-TEXT
               ELSE
                   MOVE 'CUSTOMER CHANGE' TO WS-DA-TEXT
               END-IF
               CALL 'AUDIT-LOGGER' USING WS-OPERATOR-ID PA-CUST-ID
                   'DCHD' WS-DUAL-AUDIT-NAME
           END-IF.

       FOLLOW-ACCOUNT-LIMITS.
           IF ACCTS-AVAILABLE
               MOVE 'N' TO WS-ACCT-EOF-FLAG
               MOVE CUST-ID TO ACCT-CUST-ID
               MOVE ZERO TO ACCT-NO
               START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ACCT-EOF-FLAG
               END-START
               PERFORM UNTIL ACCT-EOF
                   READ ACCOUNT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ACCT-EOF-FLAG
                       NOT AT END
                           IF ACCT-CUST-ID NOT = CUST-ID
                               MOVE 'Y' TO WS-ACCT-EOF-FLAG
                           ELSE
                               IF ACCT-ACTIVE
                                   AND ACCT-CREDIT-LIMIT = WS-OLD-LIMIT
                                   PERFORM FOLLOW-ONE-ACCOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       FOLLOW-ONE-ACCOUNT.
           IF ACCT-HOLD
               MOVE ACCT-CUST-ID TO PA-CUST-ID
               MOVE WS-CURRENT-DATE TO PA-ENTRY-DATE
               MOVE 'A' TO PA-TYPE
               MOVE ACCT-NO TO PA-ACCT-NO
               MOVE WS-OLD-LIMIT TO PA-OLD-LIMIT
               MOVE WS-DECIDED-LIMIT TO PA-NEW-LIMIT
               MOVE ACCT-STATUS TO PA-OLD-STATUS
               MOVE ACCT-STATUS TO PA-NEW-STATUS
               PERFORM ADD-PENDING-ITEM
               IF DUAL-OK
                   ADD 1 TO WS-ACCT-HELD
                   DISPLAY 'Account ' ACCT-NO ' limit increase held '
                       'for supervisor approval.'
               END-IF
           ELSE
               MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-DECIDED-LIMIT TO ACCT-CREDIT-LIMIT
               REWRITE ACCOUNT-RECORD
               MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
               MOVE 'C' TO WS-JRNL-FUNCTION
               CALL 'MAINT-JOURNAL' USING WS-OPERATOR-ID
                   WS-JRNL-FUNCTION WS-BEFORE-IMAGE WS-AFTER-IMAGE
                   WS-JRNL-APPROVER
               ADD 1 TO WS-ACCT-CHANGED
           END-IF.

       RECORD-DECISION.
           IF CUST-HELD
               MOVE 'H' TO CR-STATUS
           ELSE IF HOLD-LIMIT
               MOVE 'O' TO CR-STATUS
           ELSE IF DECIDE-ACCEPT
               MOVE 'A' TO CR-STATUS
           ELSE
               MOVE 'V' TO CR-STATUS
           END-IF.
           IF NOT CR-OPEN
               MOVE WS-DECIDED-LIMIT TO CR-DECIDED-LIMIT
               MOVE WS-OPERATOR-ID TO CR-ANALYST-ID
               MOVE WS-CURRENT-DATE TO CR-DECISION-DATE
               MOVE WS-NOTE-INPUT TO CR-DECISION-NOTE
               REWRITE CREDIT-REVIEW-RECORD
               CALL 'AUDIT-LOGGER' USING WS-OPERATOR-ID CR-CUST-ID
                   WS-AUDIT-OUTCOME CUST-NAME
               DISPLAY 'Credit review decision recorded.'
           END-IF.
