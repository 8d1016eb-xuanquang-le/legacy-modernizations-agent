       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-HIERARCHY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIERARCHY-FILE ASSIGN TO 'HIER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CUST-ID
               ALTERNATE RECORD KEY IS HR-PARENT-ID WITH DUPLICATES
               FILE STATUS IS WS-HIER-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIERARCHY-FILE.
       COPY HIERARCHY-DATA.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.
       COPY DUALPARM-DATA.
       COPY PENDAPRV-DATA.

       01  WS-CTL-FUNCTION          PIC X(3).
       01  WS-CTL-RETURN            PIC X.
           88  CTL-OK               VALUE 'Y'.

       01  WS-HIER-FILE-STATUS      PIC XX.
       01  WS-CUST-FILE-STATUS      PIC XX.
       01  WS-HIER-EOF-FLAG         PIC X.
           88  HIER-EOF             VALUE 'Y'.

       01  WS-MORE-WORK             PIC X VALUE 'Y'.
           88  MORE-WORK            VALUE 'Y'.
       01  WS-FUNCTION-CODE         PIC X.
           88  FN-LINK              VALUE 'L'.
           88  FN-UNLINK            VALUE 'U'.
           88  FN-GROUP-LIMIT       VALUE 'G'.
           88  FN-INQUIRE           VALUE 'I'.
           88  FN-EXIT              VALUE 'X'.

       01  WS-SEARCH-ID             PIC 9(8).
       01  WS-SEARCH-ID-INPUT       PIC X(8).
       01  WS-SEARCH-ID-OK          PIC X.
           88  SEARCH-ID-OK         VALUE 'Y'.
       01  WS-CUST-FOUND            PIC X.
           88  CUST-FOUND           VALUE 'Y'.
       01  WS-HIER-FOUND            PIC X.
           88  HIER-FOUND           VALUE 'Y'.

       01  WS-CHILD-ID              PIC 9(8).
       01  WS-PARENT-ID             PIC 9(8).
       01  WS-OTHER-MEMBERS         PIC 9(5).
       01  WS-AMOUNT-INPUT          PIC X(11).
       01  WS-CONFIRM-INPUT         PIC X.

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-BUSINESS-DATE         PIC 9(8).

       01  WS-FORMATTED-BALANCE     PIC X(20).

       01  WS-BEFORE-IMAGE          PIC X(200).
       01  WS-AFTER-IMAGE           PIC X(200).
       01  WS-JRNL-FUNCTION         PIC X VALUE 'H'.
       01  WS-JRNL-APPROVER         PIC X(8) VALUE SPACES.

       01  WS-DUAL-FUNCTION         PIC X(3).
       01  WS-DUAL-RETURN           PIC X.
           88  DUAL-OK              VALUE 'Y'.
       01  WS-OLD-LIMIT             PIC S9(9)V99.
       01  WS-NEW-LIMIT             PIC S9(9)V99.
       01  WS-LIMIT-INCREASE        PIC S9(9)V99.
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

       01  WS-MEMBER-COUNT          PIC 9(5).
       01  WS-GROUP-BALANCE         PIC S9(9)V99.
       01  WS-GROUP-LIMITS          PIC S9(9)V99.
       01  WS-GROUP-LIMIT           PIC S9(9)V99.

       01  WS-MEMBER-DETAIL.
           05  WS-MD-CUST-ID        PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-MD-ROLE           PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-MD-NAME           PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-MD-STATUS         PIC X.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-MD-BALANCE        PIC X(20).
           05  FILLER               PIC X(8) VALUE ' LIMIT: '.
           05  WS-MD-LIMIT          PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           MOVE 'GET' TO WS-CTL-FUNCTION.
           CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.
           IF CTL-OK
               MOVE SYS-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF.

           CALL 'OPERATOR-SIGNON' USING WS-OPERATOR-ID
               WS-OPER-AUTHORITY WS-SIGNON-OK.
           IF NOT SIGNON-OK
               STOP RUN
           END-IF.
           IF NOT OPER-MAINT-AUTH
               CALL 'ERROR-LOGGER' USING ERR-NOT-AUTHORIZED-CD
                   ERR-NOT-AUTHORIZED ERR-NOT-AUTHORIZED-SEV ZERO
               DISPLAY 'Maintenance authority required for customer '
                   'hierarchy maintenance.'
               STOP RUN
           END-IF.

           MOVE 'PRM' TO WS-DUAL-FUNCTION.
           CALL 'DUALCTL-MANAGER' USING WS-DUAL-FUNCTION
               DUAL-PARAMETER-RECORD PENDING-APPROVAL-RECORD
               WS-DUAL-RETURN.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               STOP RUN
           END-IF.

           OPEN I-O HIERARCHY-FILE.
           IF WS-HIER-FILE-STATUS = '35'
               OPEN OUTPUT HIERARCHY-FILE
               CLOSE HIERARCHY-FILE
               OPEN I-O HIERARCHY-FILE
           END-IF.
           IF WS-HIER-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT MORE-WORK
               DISPLAY 'L)ink to parent  U)nlink  G)roup limit  '
                   'I)nquire family  X)it: '
               ACCEPT WS-FUNCTION-CODE
               EVALUATE TRUE
                   WHEN FN-LINK
                       PERFORM LINK-CUSTOMER
                   WHEN FN-UNLINK
                       PERFORM UNLINK-CUSTOMER
                   WHEN FN-GROUP-LIMIT
                       PERFORM SET-GROUP-LIMIT
                   WHEN FN-INQUIRE
                       PERFORM INQUIRE-FAMILY
                   WHEN FN-EXIT
                       MOVE 'N' TO WS-MORE-WORK
                   WHEN OTHER
                       DISPLAY 'Invalid selection'
               END-EVALUATE
           END-PERFORM.

           CLOSE CUSTOMER-FILE.
           CLOSE HIERARCHY-FILE.
           STOP RUN.

       VALIDATE-SEARCH-ID.
           MOVE 'N' TO WS-SEARCH-ID-OK.
           PERFORM UNTIL SEARCH-ID-OK
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

       LOOK-UP-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND.
           MOVE WS-SEARCH-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CALL 'ERROR-LOGGER' USING ERR-CUST-NOT-FOUND-CD
                       ERR-CUST-NOT-FOUND ERR-CUST-NOT-FOUND-SEV
                       WS-SEARCH-ID
                   DISPLAY ERR-CUST-NOT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND
                   DISPLAY 'Customer: ' CUST-NAME
           END-READ.

       READ-HIERARCHY.
           MOVE 'N' TO WS-HIER-FOUND.
           MOVE WS-SEARCH-ID TO HR-CUST-ID.
           READ HIERARCHY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HIER-FOUND
           END-READ.

       LINK-CUSTOMER.
           DISPLAY 'Enter Customer ID of the branch or subsidiary: '.
           PERFORM VALIDATE-SEARCH-ID.
           PERFORM LOOK-UP-CUSTOMER.
           IF CUST-FOUND
               MOVE WS-SEARCH-ID TO WS-CHILD-ID
               PERFORM READ-HIERARCHY
               IF HIER-FOUND
                   DISPLAY 'Customer already belongs to the family of '
                       'parent ' HR-PARENT-ID ' - unlink it first.'
               ELSE
                   PERFORM LINK-TO-PARENT
               END-IF
           END-IF.

       LINK-TO-PARENT.
           DISPLAY 'Enter Customer ID of the parent: '.
           PERFORM VALIDATE-SEARCH-ID.
           IF WS-SEARCH-ID = WS-CHILD-ID
               DISPLAY 'A customer cannot be linked to itself.'
           ELSE
               PERFORM LOOK-UP-CUSTOMER
               IF CUST-FOUND
                   MOVE WS-SEARCH-ID TO WS-PARENT-ID
                   PERFORM READ-HIERARCHY
                   IF HIER-FOUND AND HR-PARENT-ID NOT = WS-PARENT-ID
                       DISPLAY 'Customer ' WS-PARENT-ID
                           ' is itself a member of the family of '
                           HR-PARENT-ID ' and cannot be a parent.'
                   ELSE
                       PERFORM WRITE-LINK
                   END-IF
               END-IF
           END-IF.

       WRITE-LINK.
           IF NOT HIER-FOUND
               MOVE WS-PARENT-ID TO HR-CUST-ID
               MOVE WS-PARENT-ID TO HR-PARENT-ID
               MOVE ZERO TO HR-GROUP-LIMIT
               MOVE WS-BUSINESS-DATE TO HR-LINKED-DATE
               MOVE WS-OPERATOR-ID TO HR-LINKED-BY
               WRITE HIERARCHY-RECORD
                   INVALID KEY
                       CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD
                           ERR-FILE-OPEN ERR-FILE-OPEN-SEV WS-PARENT-ID
                   NOT INVALID KEY
                       PERFORM JOURNAL-LINK
               END-WRITE
           END-IF.

           MOVE WS-CHILD-ID TO HR-CUST-ID.
           MOVE WS-PARENT-ID TO HR-PARENT-ID.
           MOVE ZERO TO HR-GROUP-LIMIT.
           MOVE WS-BUSINESS-DATE TO HR-LINKED-DATE.
           MOVE WS-OPERATOR-ID TO HR-LINKED-BY.
           WRITE HIERARCHY-RECORD
               INVALID KEY
                   DISPLAY 'Customer already belongs to a family.'
               NOT INVALID KEY
                   PERFORM JOURNAL-LINK
                   CALL 'AUDIT-LOGGER' USING WS-OPERATOR-ID
                       WS-CHILD-ID 'HLNK' SPACES
                   DISPLAY 'Customer ' WS-CHILD-ID
                       ' linked to parent ' WS-PARENT-ID '.'
           END-WRITE.

       JOURNAL-LINK.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE HIERARCHY-RECORD TO WS-AFTER-IMAGE.
           CALL 'MAINT-JOURNAL' USING WS-OPERATOR-ID WS-JRNL-FUNCTION
               WS-BEFORE-IMAGE WS-AFTER-IMAGE WS-JRNL-APPROVER.

       UNLINK-CUSTOMER.
           DISPLAY 'Enter Customer ID to remove from its family: '.
           PERFORM VALIDATE-SEARCH-ID.
           PERFORM READ-HIERARCHY.
           IF NOT HIER-FOUND
               DISPLAY 'Customer ' WS-SEARCH-ID
                   ' does not belong to a family.'
           ELSE IF HR-PARENT-ID = HR-CUST-ID
               PERFORM UNLINK-PARENT
           ELSE
               PERFORM CONFIRM-AND-DELETE
           END-IF.

       UNLINK-PARENT.
           MOVE HR-CUST-ID TO WS-PARENT-ID.
           PERFORM COUNT-OTHER-MEMBERS.
           MOVE WS-PARENT-ID TO WS-SEARCH-ID.
           PERFORM READ-HIERARCHY.
           IF WS-OTHER-MEMBERS > ZERO
               DISPLAY 'Customer ' WS-PARENT-ID ' is the parent of '
                   WS-OTHER-MEMBERS ' other customers - unlink them '
                   'first.'
           ELSE
               PERFORM CONFIRM-AND-DELETE
           END-IF.

       COUNT-OTHER-MEMBERS.
           MOVE ZERO TO WS-OTHER-MEMBERS.
           MOVE 'N' TO WS-HIER-EOF-FLAG.
           MOVE WS-PARENT-ID TO HR-PARENT-ID.
           START HIERARCHY-FILE KEY IS EQUAL TO HR-PARENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-HIER-EOF-FLAG
           END-START.
           PERFORM UNTIL HIER-EOF
               READ HIERARCHY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIER-EOF-FLAG
                   NOT AT END
                       IF HR-PARENT-ID NOT = WS-PARENT-ID
                           MOVE 'Y' TO WS-HIER-EOF-FLAG
                       ELSE IF HR-CUST-ID NOT = WS-PARENT-ID
                           ADD 1 TO WS-OTHER-MEMBERS
                       END-IF
               END-READ
           END-PERFORM.

       CONFIRM-AND-DELETE.
           DISPLAY 'Remove customer ' HR-CUST-ID ' from the family '
               'of parent ' HR-PARENT-ID ' (Y/N): '.
           MOVE 'N' TO WS-CONFIRM-INPUT.
           ACCEPT WS-CONFIRM-INPUT.
           IF WS-CONFIRM-INPUT = 'Y'
               MOVE HIERARCHY-RECORD TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               DELETE HIERARCHY-FILE RECORD
                   INVALID KEY
                       DISPLAY 'Hierarchy record could not be removed.'
                   NOT INVALID KEY
                       CALL 'MAINT-JOURNAL' USING WS-OPERATOR-ID
                           WS-JRNL-FUNCTION WS-BEFORE-IMAGE
                           WS-AFTER-IMAGE WS-JRNL-APPROVER
                       CALL 'AUDIT-LOGGER' USING WS-OPERATOR-ID
                           WS-SEARCH-ID 'HUNL' SPACES
                       DISPLAY 'Customer ' WS-SEARCH-ID
                           ' removed from its family.'
               END-DELETE
           ELSE
               DISPLAY 'No action taken.'
           END-IF.

       SET-GROUP-LIMIT.
           DISPLAY 'Enter Customer ID of the parent: '.
           PERFORM VALIDATE-SEARCH-ID.
           PERFORM READ-HIERARCHY.
           IF NOT HIER-FOUND
               DISPLAY 'Customer ' WS-SEARCH-ID
                   ' does not belong to a family.'
           ELSE IF HR-PARENT-ID NOT = HR-CUST-ID
               DISPLAY 'Customer ' WS-SEARCH-ID ' is not a parent - '
                   'the group limit is held on parent '
                   HR-PARENT-ID '.'
           ELSE
               PERFORM ENTER-GROUP-LIMIT
           END-IF.

       ENTER-GROUP-LIMIT.
           MOVE HR-GROUP-LIMIT TO WS-OLD-LIMIT.
           CALL 'FORMAT-BALANCE' USING HR-GROUP-LIMIT
               WS-FORMATTED-BALANCE.
           DISPLAY 'Current group limit: ' WS-FORMATTED-BALANCE.
           DISPLAY 'Enter Group Limit as 9(9)V99 digits (zero = no '
               'group limit, blank = no change): '.
           MOVE SPACES TO WS-AMOUNT-INPUT.
           ACCEPT WS-AMOUNT-INPUT.
           IF WS-AMOUNT-INPUT = SPACES
               DISPLAY 'Group limit unchanged.'
           ELSE IF WS-AMOUNT-INPUT IS NOT NUMERIC
               DISPLAY 'Invalid limit - unchanged.'
           ELSE
               MOVE WS-AMOUNT-INPUT TO WS-NEW-LIMIT
               COMPUTE WS-LIMIT-INCREASE = WS-NEW-LIMIT - WS-OLD-LIMIT
               IF WS-OLD-LIMIT > ZERO
                   AND (WS-NEW-LIMIT = ZERO
                   OR WS-LIMIT-INCREASE > PRM-LIMIT-THRESHOLD)
                   PERFORM HOLD-GROUP-CHANGE
               ELSE
                   PERFORM REWRITE-GROUP-LIMIT
               END-IF
           END-IF.

       REWRITE-GROUP-LIMIT.
           MOVE HIERARCHY-RECORD TO WS-BEFORE-IMAGE.
           MOVE WS-NEW-LIMIT TO HR-GROUP-LIMIT.
           REWRITE HIERARCHY-RECORD
               INVALID KEY
                   DISPLAY 'Group limit could not be updated.'
               NOT INVALID KEY
                   MOVE HIERARCHY-RECORD TO WS-AFTER-IMAGE
                   CALL 'MAINT-JOURNAL' USING WS-OPERATOR-ID
                       WS-JRNL-FUNCTION WS-BEFORE-IMAGE
                       WS-AFTER-IMAGE WS-JRNL-APPROVER
                   CALL 'AUDIT-LOGGER' USING WS-OPERATOR-ID
                       WS-SEARCH-ID 'HLIM' SPACES
                   DISPLAY 'Group limit updated.'
           END-REWRITE.

       HOLD-GROUP-CHANGE.
           MOVE HR-CUST-ID TO PA-CUST-ID.
           MOVE WS-BUSINESS-DATE TO PA-ENTRY-DATE.
           MOVE 'G' TO PA-TYPE.
           MOVE ZERO TO PA-ACCT-NO.
           MOVE WS-OPERATOR-ID TO PA-MAKER-ID.
           MOVE WS-OLD-LIMIT TO PA-OLD-LIMIT.
           MOVE WS-NEW-LIMIT TO PA-NEW-LIMIT.
           MOVE SPACE TO PA-OLD-STATUS.
           MOVE SPACE TO PA-NEW-STATUS.
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
               MOVE 'GROUP LIMIT CHANGE' TO WS-DA-TEXT
               CALL 'AUDIT-LOGGER' USING WS-OPERATOR-ID HR-CUST-ID
                   'DCHD' WS-DUAL-AUDIT-NAME
               DISPLAY 'Group limit increase held for supervisor '
                   'approval.'
           ELSE
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV HR-CUST-ID
               DISPLAY 'Unable to record the change for approval - '
                   'group limit left unchanged.'
           END-IF.

       INQUIRE-FAMILY.
           DISPLAY 'Enter Customer ID of any family member: '.
           PERFORM VALIDATE-SEARCH-ID.
           PERFORM READ-HIERARCHY.
           IF NOT HIER-FOUND
               DISPLAY 'Customer ' WS-SEARCH-ID
                   ' does not belong to a family.'
           ELSE
               MOVE HR-PARENT-ID TO WS-PARENT-ID
               PERFORM LIST-FAMILY
           END-IF.

       LIST-FAMILY.
           MOVE ZERO TO WS-MEMBER-COUNT.
           MOVE ZERO TO WS-GROUP-BALANCE.
           MOVE ZERO TO WS-GROUP-LIMITS.
           MOVE ZERO TO WS-GROUP-LIMIT.
           MOVE 'N' TO WS-HIER-EOF-FLAG.
           MOVE WS-PARENT-ID TO HR-PARENT-ID.
           START HIERARCHY-FILE KEY IS EQUAL TO HR-PARENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-HIER-EOF-FLAG
           END-START.

           DISPLAY 'CUST-ID   ROLE    NAME                            '
               'S  BALANCE'.
           PERFORM UNTIL HIER-EOF
               READ HIERARCHY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIER-EOF-FLAG
                   NOT AT END
                       IF HR-PARENT-ID = WS-PARENT-ID
                           PERFORM DISPLAY-MEMBER-LINE
                       ELSE
                           MOVE 'Y' TO WS-HIER-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           DISPLAY 'Family members: ' WS-MEMBER-COUNT.
           CALL 'FORMAT-BALANCE' USING WS-GROUP-BALANCE
               WS-FORMATTED-BALANCE.
           DISPLAY 'Combined balance:      ' WS-FORMATTED-BALANCE.
           CALL 'FORMAT-BALANCE' USING WS-GROUP-LIMITS
               WS-FORMATTED-BALANCE.
           DISPLAY 'Total member limits:   ' WS-FORMATTED-BALANCE.
           IF WS-GROUP-LIMIT > ZERO
               CALL 'FORMAT-BALANCE' USING WS-GROUP-LIMIT
                   WS-FORMATTED-BALANCE
               DISPLAY 'Group limit:           ' WS-FORMATTED-BALANCE
           ELSE
               DISPLAY 'Group limit:           NONE'
           END-IF.

       DISPLAY-MEMBER-LINE.
           ADD 1 TO WS-MEMBER-COUNT.
           MOVE HR-CUST-ID TO WS-MD-CUST-ID.
           IF HR-CUST-ID = HR-PARENT-ID
               MOVE 'PARENT' TO WS-MD-ROLE
               MOVE HR-GROUP-LIMIT TO WS-GROUP-LIMIT
           ELSE
               MOVE 'MEMBER' TO WS-MD-ROLE
           END-IF.
           MOVE HR-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '** NOT ON CUSTOMER FILE **' TO WS-MD-NAME
                   MOVE SPACE TO WS-MD-STATUS
                   MOVE SPACES TO WS-MD-BALANCE
                   MOVE SPACES TO WS-MD-LIMIT
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-MD-NAME
                   MOVE CUST-STATUS TO WS-MD-STATUS
                   ADD CUST-BALANCE TO WS-GROUP-BALANCE
                   ADD CUST-CREDIT-LIMIT TO WS-GROUP-LIMITS
                   CALL 'FORMAT-BALANCE' USING CUST-BALANCE
                       WS-FORMATTED-BALANCE
                   MOVE WS-FORMATTED-BALANCE TO WS-MD-BALANCE
                   CALL 'FORMAT-BALANCE' USING CUST-CREDIT-LIMIT
                       WS-FORMATTED-BALANCE
                   MOVE WS-FORMATTED-BALANCE TO WS-MD-LIMIT
           END-READ.
           DISPLAY WS-MEMBER-DETAIL.
