       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-PNDAPPROVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO 'PENDAPRV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT HIERARCHY-FILE ASSIGN TO 'HIER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HR-CUST-ID
               ALTERNATE RECORD KEY IS HR-PARENT-ID WITH DUPLICATES
               FILE STATUS IS WS-HIER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       COPY PENDAPRV-DATA.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT-DATA.

       FD  HIERARCHY-FILE.
       COPY HIERARCHY-DATA.

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.
       COPY DUALPARM-DATA.

       01  WS-CTL-FUNCTION          PIC X(3).
       01  WS-CTL-RETURN            PIC X.
           88  CTL-OK               VALUE 'Y'.

       01  WS-PEND-FILE-STATUS      PIC XX.
       01  WS-CUST-FILE-STATUS      PIC XX.
       01  WS-ACCT-FILE-STATUS      PIC XX.
       01  WS-ACCTS-AVAILABLE       PIC X VALUE 'N'.
           88  ACCTS-AVAILABLE      VALUE 'Y'.
       01  WS-HIER-FILE-STATUS      PIC XX.
       01  WS-HIER-AVAILABLE        PIC X VALUE 'N'.
           88  HIER-AVAILABLE       VALUE 'Y'.
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  EOF                  VALUE 'Y'.

       01  WS-MORE-WORK             PIC X VALUE 'Y'.
           88  MORE-WORK            VALUE 'Y'.
       01  WS-FUNCTION-CODE         PIC X.
           88  FN-BROWSE            VALUE 'B'.
           88  FN-APPROVE           VALUE 'A'.
           88  FN-REJECT            VALUE 'R'.
           88  FN-EXIT              VALUE 'X'.

       01  WS-SEARCH-ID             PIC 9(8).
       01  WS-SEARCH-ID-INPUT       PIC X(8).
       01  WS-SEARCH-ID-OK          PIC X VALUE 'N'.
           88  SEARCH-ID-OK         VALUE 'Y'.

       01  WS-DUAL-FUNCTION         PIC X(3).
       01  WS-DUAL-RETURN           PIC X.
           88  DUAL-OK              VALUE 'Y'.

       01  WS-BUS-FUNCTION          PIC X(3).
       01  WS-BUS-DATE-2            PIC 9(8).
       01  WS-BUSDAYS               PIC S9(5).
       01  WS-BUS-RETURN            PIC X.

       01  WS-PENDING-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-ITEM-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-ITEM-REVIEWABLE       PIC X.
           88  ITEM-REVIEWABLE      VALUE 'Y'.
       01  WS-APPLY-OK              PIC X.
           88  APPLY-OK             VALUE 'Y'.
       01  WS-APPLY-NOTE            PIC X(30).
       01  WS-CONFIRM-INPUT         PIC X.
       01  WS-NOTE-INPUT            PIC X(30).
       01  WS-AUDIT-OUTCOME         PIC X(4).
       01  WS-CUST-NAME             PIC X(50).
       01  WS-TYPE-DESC             PIC X(18).

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-FORMATTED-AMOUNT      PIC X(20).
       01  WS-FORMATTED-OLD         PIC X(20).
       01  WS-SIGNED-AMOUNT         PIC S9(9)V99.

       01  WS-BEFORE-IMAGE          PIC X(200).
       01  WS-AFTER-IMAGE           PIC X(200).
       01  WS-JRNL-FUNCTION         PIC X.
       01  WS-JRNL-ACTION           PIC X(3).

       01  WS-DUAL-AUDIT-NAME.
           05  FILLER               PIC X(6) VALUE 'MAKER '.
           05  WS-DA-MAKER          PIC X(8).
           05  FILLER               PIC X(9) VALUE ' CHECKER '.
           05  WS-DA-CHECKER        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DA-TEXT           PIC X(18).

       01  WS-OPERATOR-ID           PIC X(8).
       01  WS-OPER-AUTHORITY        PIC X.
           88  OPER-SUPER-AUTH      VALUE 'S'.
       01  WS-SIGNON-OK             PIC X VALUE 'N'.
           88  SIGNON-OK            VALUE 'Y'.

       01  WS-BROWSE-DETAIL.
           05  WS-B-CUST-ID         PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-B-ENTERED         PIC 9999/99/99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-B-TYPE            PIC X(18).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-B-ACCT-NO         PIC 9(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-B-MAKER           PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-B-AMOUNT          PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-B-OLD-STATUS      PIC X.
           05  WS-B-ARROW           PIC X(2).
           05  WS-B-NEW-STATUS      PIC X.

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

           OPEN I-O PENDING-FILE.
           IF WS-PEND-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'No changes awaiting approval on file.'
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

           OPEN I-O HIERARCHY-FILE.
           IF WS-HIER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HIER-AVAILABLE
           END-IF.

           PERFORM UNTIL NOT MORE-WORK
               DISPLAY 'B)rowse  A)pprove  R)eject  X)it: '
               ACCEPT WS-FUNCTION-CODE
               EVALUATE TRUE
                   WHEN FN-BROWSE
                       PERFORM BROWSE-PENDING-ITEMS
                   WHEN FN-APPROVE
                       IF OPER-SUPER-AUTH
                           PERFORM REVIEW-CUSTOMER-ITEMS
                       ELSE
                           PERFORM REFUSE-NOT-SUPERVISOR
                       END-IF
                   WHEN FN-REJECT
                       IF OPER-SUPER-AUTH
                           PERFORM REVIEW-CUSTOMER-ITEMS
                       ELSE
                           PERFORM REFUSE-NOT-SUPERVISOR
                       END-IF
                   WHEN FN-EXIT
                       MOVE 'N' TO WS-MORE-WORK
                   WHEN OTHER
                       DISPLAY 'Invalid selection'
               END-EVALUATE
           END-PERFORM.

           CLOSE PENDING-FILE.
           CLOSE CUSTOMER-FILE.
           IF ACCTS-AVAILABLE
               CLOSE ACCOUNT-FILE
           END-IF.
           IF HIER-AVAILABLE
               CLOSE HIERARCHY-FILE
           END-IF.
           STOP RUN.

       REFUSE-NOT-SUPERVISOR.
           CALL 'ERROR-LOGGER' USING ERR-NOT-AUTHORIZED-CD
               ERR-NOT-AUTHORIZED ERR-NOT-AUTHORIZED-SEV ZERO.
           DISPLAY 'Supervisor authority required to approve or '
               'reject a held change.'.

       BROWSE-PENDING-ITEMS.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO PA-KEY.
           START PENDING-FILE KEY IS NOT LESS THAN PA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.

           DISPLAY 'CUST-ID   ENTERED     TYPE                ACCT  '
               'MAKER     AMOUNT / NEW LIMIT    STATUS'.
           PERFORM UNTIL EOF
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PA-PENDING
                           PERFORM DISPLAY-PENDING-LINE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'Changes awaiting approval: ' WS-PENDING-COUNT.

       DISPLAY-PENDING-LINE.
           ADD 1 TO WS-PENDING-COUNT.
           PERFORM SET-TYPE-DESC.
           MOVE PA-CUST-ID TO WS-B-CUST-ID.
           MOVE PA-ENTRY-DATE TO WS-B-ENTERED.
           MOVE WS-TYPE-DESC TO WS-B-TYPE.
           MOVE PA-ACCT-NO TO WS-B-ACCT-NO.
           MOVE PA-MAKER-ID TO WS-B-MAKER.
           MOVE SPACES TO WS-B-AMOUNT.
           MOVE SPACE TO WS-B-OLD-STATUS.
           MOVE SPACES TO WS-B-ARROW.
           MOVE SPACE TO WS-B-NEW-STATUS.
           IF PA-COUNTER-ADJ
               MOVE PA-ADJ-AMOUNT TO WS-SIGNED-AMOUNT
               IF PA-ADJ-DR-CR = 'D'
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - PA-ADJ-AMOUNT
               END-IF
               CALL 'FORMAT-BALANCE' USING WS-SIGNED-AMOUNT
                   WS-FORMATTED-AMOUNT
               MOVE WS-FORMATTED-AMOUNT TO WS-B-AMOUNT
           ELSE
               IF PA-NEW-LIMIT NOT = PA-OLD-LIMIT
                   CALL 'FORMAT-BALANCE' USING PA-NEW-LIMIT
                       WS-FORMATTED-AMOUNT
                   MOVE WS-FORMATTED-AMOUNT TO WS-B-AMOUNT
               END-IF
               IF PA-NEW-STATUS NOT = PA-OLD-STATUS
                   MOVE PA-OLD-STATUS TO WS-B-OLD-STATUS
                   MOVE '->' TO WS-B-ARROW
                   MOVE PA-NEW-STATUS TO WS-B-NEW-STATUS
               END-IF
           END-IF.
           DISPLAY WS-BROWSE-DETAIL.

       SET-TYPE-DESC.
           EVALUATE TRUE
               WHEN PA-CUST-CHANGE
                   MOVE 'CUSTOMER CHANGE' TO WS-TYPE-DESC
               WHEN PA-ACCT-CHANGE
                   MOVE 'ACCOUNT CHANGE' TO WS-TYPE-DESC
               WHEN PA-COUNTER-ADJ
                   MOVE 'COUNTER ADJUSTMENT' TO WS-TYPE-DESC
               WHEN PA-GROUP-CHANGE
                   MOVE 'GROUP LIMIT CHANGE' TO WS-TYPE-DESC
               WHEN OTHER
                   MOVE '?' TO WS-TYPE-DESC
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

       REVIEW-CUSTOMER-ITEMS.
           PERFORM VALIDATE-SEARCH-ID.
           MOVE ZERO TO WS-ITEM-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE WS-SEARCH-ID TO PA-CUST-ID.
           MOVE ZERO TO PA-ENTRY-DATE.
           MOVE ZERO TO PA-ENTRY-TIME.
           START PENDING-FILE KEY IS NOT LESS THAN PA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL EOF
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PA-CUST-ID NOT = WS-SEARCH-ID
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF PA-PENDING
                               ADD 1 TO WS-ITEM-COUNT
                               PERFORM REVIEW-ONE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ITEM-COUNT = ZERO
               DISPLAY 'No changes awaiting approval for this '
                   'customer.'
           END-IF.

       REVIEW-ONE-ITEM.
           PERFORM SHOW-ITEM.
           PERFORM CHECK-ITEM-REVIEWABLE.
           IF ITEM-REVIEWABLE
               IF FN-APPROVE
                   PERFORM APPROVE-ITEM
               ELSE
                   PERFORM REJECT-ITEM
               END-IF
           END-IF.

       SHOW-ITEM.
           PERFORM SET-TYPE-DESC.
           PERFORM READ-CUSTOMER-NAME.
           DISPLAY 'Customer: ' WS-CUST-NAME.
           DISPLAY WS-TYPE-DESC ' entered ' PA-ENTRY-DATE ' by '
               PA-MAKER-ID.
           IF PA-COUNTER-ADJ
               MOVE PA-ADJ-AMOUNT TO WS-SIGNED-AMOUNT
               CALL 'FORMAT-BALANCE' USING WS-SIGNED-AMOUNT
                   WS-FORMATTED-AMOUNT
               DISPLAY 'Adjustment ' PA-ADJ-DR-CR ' of '
                   WS-FORMATTED-AMOUNT ' account ' PA-ACCT-NO
                   ' invoice ' PA-ADJ-INVOICE-REF
           ELSE
               IF PA-ACCT-CHANGE
                   DISPLAY 'Account ' PA-ACCT-NO
               END-IF
               IF PA-NEW-LIMIT NOT = PA-OLD-LIMIT
                   CALL 'FORMAT-BALANCE' USING PA-OLD-LIMIT
                       WS-FORMATTED-OLD
                   CALL 'FORMAT-BALANCE' USING PA-NEW-LIMIT
                       WS-FORMATTED-AMOUNT
                   IF PA-GROUP-CHANGE
                       DISPLAY 'Group limit ' WS-FORMATTED-OLD ' -> '
                           WS-FORMATTED-AMOUNT
                   ELSE
                       DISPLAY 'Credit limit ' WS-FORMATTED-OLD ' -> '
                           WS-FORMATTED-AMOUNT
                   END-IF
               END-IF
               IF PA-NEW-STATUS NOT = PA-OLD-STATUS
                   DISPLAY 'Status ' PA-OLD-STATUS ' -> '
                       PA-NEW-STATUS
               END-IF
           END-IF.

       READ-CUSTOMER-NAME.
           MOVE PA-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '** NOT ON CUSTOMER FILE **' TO WS-CUST-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-CUST-NAME
           END-READ.

       CHECK-ITEM-REVIEWABLE.
           MOVE 'Y' TO WS-ITEM-REVIEWABLE.
           MOVE 'DIF' TO WS-BUS-FUNCTION.
           MOVE WS-CURRENT-DATE TO WS-BUS-DATE-2.
           CALL 'BUSDAY-MANAGER' USING WS-BUS-FUNCTION
               PA-ENTRY-DATE WS-BUS-DATE-2 WS-BUSDAYS WS-BUS-RETURN.
           IF PA-MAKER-ID = WS-OPERATOR-ID
               MOVE 'N' TO WS-ITEM-REVIEWABLE
               CALL 'ERROR-LOGGER' USING ERR-NOT-AUTHORIZED-CD
                   ERR-NOT-AUTHORIZED ERR-NOT-AUTHORIZED-SEV PA-CUST-ID
               DISPLAY 'You entered this change - another supervisor '
                   'must review it.'
           ELSE IF WS-BUSDAYS > PRM-EXPIRY-DAYS
               MOVE 'N' TO WS-ITEM-REVIEWABLE
               DISPLAY 'This change has passed the approval period '
                   'and will expire - it must be entered again.'
           ELSE IF PA-ACCT-CHANGE AND NOT ACCTS-AVAILABLE
               MOVE 'N' TO WS-ITEM-REVIEWABLE
               DISPLAY 'Account file not available - item left '
                   'pending.'
           ELSE IF PA-GROUP-CHANGE AND NOT HIER-AVAILABLE
               MOVE 'N' TO WS-ITEM-REVIEWABLE
               DISPLAY 'Hierarchy file not available - item left '
                   'pending.'
           END-IF.

       APPROVE-ITEM.
           DISPLAY 'Approve this change (Y/N): '.
           MOVE 'N' TO WS-CONFIRM-INPUT.
           ACCEPT WS-CONFIRM-INPUT.
           IF WS-CONFIRM-INPUT = 'Y'
               MOVE 'Y' TO WS-APPLY-OK
               MOVE SPACES TO WS-APPLY-NOTE
               EVALUATE TRUE
                   WHEN PA-CUST-CHANGE
                       PERFORM APPLY-CUSTOMER-CHANGE
                   WHEN PA-ACCT-CHANGE
                       PERFORM APPLY-ACCOUNT-CHANGE
                   WHEN PA-GROUP-CHANGE
                       PERFORM APPLY-GROUP-CHANGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF APPLY-OK
                   MOVE 'A' TO PA-STATUS
                   MOVE SPACES TO PA-REVIEW-NOTE
                   MOVE 'DCAP' TO WS-AUDIT-OUTCOME
                   PERFORM RECORD-REVIEW
                   IF PA-COUNTER-ADJ
                       DISPLAY 'Adjustment approved - it will be '
                           'released on the next CUSTOMER-PNDRELEASE '
                           'run.'
                   ELSE
                       DISPLAY 'Change approved and applied.'
                   END-IF
               ELSE
                   MOVE 'R' TO PA-STATUS
                   MOVE WS-APPLY-NOTE TO PA-REVIEW-NOTE
                   MOVE 'DCRJ' TO WS-AUDIT-OUTCOME
                   PERFORM RECORD-REVIEW
                   DISPLAY 'Change cannot be applied - '
                       WS-APPLY-NOTE
               END-IF
           ELSE
               DISPLAY 'No action taken.'
           END-IF.

       REJECT-ITEM.
           DISPLAY 'Reason for rejection: '.
           MOVE SPACES TO WS-NOTE-INPUT.
           ACCEPT WS-NOTE-INPUT.
           DISPLAY 'Reject this change (Y/N): '.
           MOVE 'N' TO WS-CONFIRM-INPUT.
           ACCEPT WS-CONFIRM-INPUT.
           IF WS-CONFIRM-INPUT = 'Y'
               MOVE 'R' TO PA-STATUS
               MOVE WS-NOTE-INPUT TO PA-REVIEW-NOTE
               MOVE 'DCRJ' TO WS-AUDIT-OUTCOME
               PERFORM RECORD-REVIEW
               DISPLAY 'Change rejected.'
           ELSE
               DISPLAY 'No action taken.'
           END-IF.

       APPLY-CUSTOMER-CHANGE.
           MOVE PA-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-APPLY-OK
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-APPLY-NOTE
               NOT INVALID KEY
                   IF (PA-NEW-LIMIT NOT = PA-OLD-LIMIT
                           AND CUST-CREDIT-LIMIT NOT = PA-OLD-LIMIT)
                       OR (PA-NEW-STATUS NOT = PA-OLD-STATUS
                           AND CUST-STATUS NOT = PA-OLD-STATUS)
                       MOVE 'N' TO WS-APPLY-OK
                       MOVE 'RECORD CHANGED SINCE ENTRY'
                           TO WS-APPLY-NOTE
                   ELSE
                       PERFORM REWRITE-CUSTOMER-CHANGE
                   END-IF
           END-READ.

       REWRITE-CUSTOMER-CHANGE.
           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE.
           IF PA-NEW-LIMIT NOT = PA-OLD-LIMIT
               MOVE PA-NEW-LIMIT TO CUST-CREDIT-LIMIT
           END-IF.
           IF PA-NEW-STATUS NOT = PA-OLD-STATUS
               MOVE PA-NEW-STATUS TO CUST-STATUS
           END-IF.
           MOVE WS-CURRENT-DATE TO CUST-LAST-ACTIVITY-DATE.
           REWRITE CUSTOMER-RECORD.
           MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE.
           MOVE 'U' TO WS-JRNL-FUNCTION.
           CALL 'MAINT-JOURNAL' USING PA-MAKER-ID WS-JRNL-FUNCTION
               WS-BEFORE-IMAGE WS-AFTER-IMAGE WS-OPERATOR-ID.
           MOVE 'REW' TO WS-JRNL-ACTION.
           CALL 'CUSTFILE-JOURNAL' USING WS-JRNL-ACTION
               WS-AFTER-IMAGE.

       APPLY-ACCOUNT-CHANGE.
           MOVE PA-CUST-ID TO ACCT-CUST-ID.
           MOVE PA-ACCT-NO TO ACCT-NO.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-APPLY-OK
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-APPLY-NOTE
               NOT INVALID KEY
                   IF (PA-NEW-LIMIT NOT = PA-OLD-LIMIT
                           AND ACCT-CREDIT-LIMIT NOT = PA-OLD-LIMIT)
                       OR (PA-NEW-STATUS NOT = PA-OLD-STATUS
                           AND ACCT-STATUS NOT = PA-OLD-STATUS)
                       MOVE 'N' TO WS-APPLY-OK
                       MOVE 'RECORD CHANGED SINCE ENTRY'
                           TO WS-APPLY-NOTE
                   ELSE
                       PERFORM REWRITE-ACCOUNT-CHANGE
                   END-IF
           END-READ.

       REWRITE-ACCOUNT-CHANGE.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
           IF PA-NEW-LIMIT NOT = PA-OLD-LIMIT
               MOVE PA-NEW-LIMIT TO ACCT-CREDIT-LIMIT
           END-IF.
           IF PA-NEW-STATUS NOT = PA-OLD-STATUS
               MOVE PA-NEW-STATUS TO ACCT-STATUS
           END-IF.
           REWRITE ACCOUNT-RECORD.
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE.
           MOVE 'C' TO WS-JRNL-FUNCTION.
           CALL 'MAINT-JOURNAL' USING PA-MAKER-ID WS-JRNL-FUNCTION
               WS-BEFORE-IMAGE WS-AFTER-IMAGE WS-OPERATOR-ID.

       APPLY-GROUP-CHANGE.
           MOVE PA-CUST-ID TO HR-CUST-ID.
           READ HIERARCHY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-APPLY-OK
                   MOVE 'FAMILY NOT ON FILE' TO WS-APPLY-NOTE
               NOT INVALID KEY
                   IF HR-PARENT-ID NOT = HR-CUST-ID
                       OR HR-GROUP-LIMIT NOT = PA-OLD-LIMIT
                       MOVE 'N' TO WS-APPLY-OK
                       MOVE 'RECORD CHANGED SINCE ENTRY'
                           TO WS-APPLY-NOTE
                   ELSE
                       PERFORM REWRITE-GROUP-CHANGE
                   END-IF
           END-READ.

       REWRITE-GROUP-CHANGE.
           MOVE HIERARCHY-RECORD TO WS-BEFORE-IMAGE.
           MOVE PA-NEW-LIMIT TO HR-GROUP-LIMIT.
           REWRITE HIERARCHY-RECORD.
           MOVE HIERARCHY-RECORD TO WS-AFTER-IMAGE.
           MOVE 'H' TO WS-JRNL-FUNCTION.
           CALL 'MAINT-JOURNAL' USING PA-MAKER-ID WS-JRNL-FUNCTION
               WS-BEFORE-IMAGE WS-AFTER-IMAGE WS-OPERATOR-ID.

       RECORD-REVIEW.
           MOVE WS-OPERATOR-ID TO PA-CHECKER-ID.
           MOVE WS-CURRENT-DATE TO PA-REVIEW-DATE.
           REWRITE PENDING-APPROVAL-RECORD.
           MOVE PA-MAKER-ID TO WS-DA-MAKER.
           MOVE WS-OPERATOR-ID TO WS-DA-CHECKER.
           MOVE WS-TYPE-DESC TO WS-DA-TEXT.
           CALL 'AUDIT-LOGGER' USING WS-OPERATOR-ID PA-CUST-ID
               WS-AUDIT-OUTCOME WS-DUAL-AUDIT-NAME.
