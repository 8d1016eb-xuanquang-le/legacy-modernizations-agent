       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-AUTOPAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-FILE ASSIGN TO 'AUTOPAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-AUTO-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-FILE.
       COPY AUTOPAY-DATA.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT-DATA.

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.

       01  WS-CTL-FUNCTION          PIC X(3).
       01  WS-CTL-RETURN            PIC X.
           88  CTL-OK               VALUE 'Y'.

       01  WS-AUTO-FILE-STATUS      PIC XX.
       01  WS-CUST-FILE-STATUS      PIC XX.
       01  WS-ACCT-FILE-STATUS      PIC XX.
       01  WS-AUTO-EOF-FLAG         PIC X.
           88  AUTO-EOF             VALUE 'Y'.

       01  WS-MORE-WORK             PIC X VALUE 'Y'.
           88  MORE-WORK            VALUE 'Y'.
       01  WS-FUNCTION-CODE         PIC X.
           88  FN-ENROLL            VALUE 'E'.
           88  FN-SUSPEND           VALUE 'S'.
           88  FN-REINSTATE         VALUE 'R'.
           88  FN-CANCEL            VALUE 'C'.
           88  FN-INQUIRE           VALUE 'I'.
           88  FN-EXIT              VALUE 'X'.

       01  WS-SEARCH-ID             PIC 9(8).
       01  WS-SEARCH-ID-INPUT       PIC X(8).
       01  WS-SEARCH-ID-OK          PIC X.
           88  SEARCH-ID-OK         VALUE 'Y'.
       01  WS-CUST-FOUND            PIC X.
           88  CUST-FOUND           VALUE 'Y'.
       01  WS-ACCT-FOUND            PIC X.
           88  ACCT-FOUND           VALUE 'Y'.
       01  WS-AUTO-FOUND            PIC X.
           88  AUTO-FOUND           VALUE 'Y'.
       01  WS-CHANGE-MODE           PIC X.
           88  CHANGE-MODE          VALUE 'Y'.
       01  WS-ENTRY-OK              PIC X.
           88  ENTRY-OK             VALUE 'Y'.

       01  WS-ACCT-INPUT            PIC X(4).
       01  WS-ACCT-NO               PIC 9(4).
       01  WS-ROUTING-INPUT         PIC X(9).
       01  WS-BANK-ACCT-INPUT       PIC X(17).
       01  WS-CODE-INPUT            PIC X.
       01  WS-AMOUNT-INPUT          PIC X(11).
       01  WS-DAY-INPUT             PIC X(2).
       01  WS-DAY-INPUT-N REDEFINES WS-DAY-INPUT
                                    PIC 9(2).
       01  WS-REASON-INPUT          PIC X(20).
       01  WS-CONFIRM-INPUT         PIC X.

       01  WS-ROUTING-CHECK.
           05  WS-RT-DIGIT          PIC 9 OCCURS 9 TIMES.
       01  WS-ROUTING-CHECK-N REDEFINES WS-ROUTING-CHECK
                                    PIC 9(9).
       01  WS-ROUTING-SUM           PIC 9(4).
       01  WS-ROUTING-QUOT          PIC 9(4).
       01  WS-ROUTING-REM           PIC 9.

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-BUSINESS-DATE         PIC 9(8).

       01  WS-FORMATTED-BALANCE     PIC X(20).
       01  WS-MASKED-ACCOUNT        PIC X(17).
       01  WS-MASK-SUB              PIC 9(2).
       01  WS-ENROLL-COUNT          PIC 9(5).

       01  WS-OPERATOR-ID           PIC X(8).
       01  WS-OPER-AUTHORITY        PIC X.
           88  OPER-SUPER-AUTH      VALUE 'S'.
       01  WS-SIGNON-OK             PIC X VALUE 'N'.
           88  SIGNON-OK            VALUE 'Y'.

       01  WS-AUDIT-CODE            PIC X(4).
       01  WS-AUDIT-NAME.
           05  FILLER               PIC X(5) VALUE 'ACCT '.
           05  WS-AN-ACCT-NO        PIC 9(4).
           05  FILLER               PIC X(6) VALUE ' RULE '.
           05  WS-AN-RULE           PIC X.
           05  FILLER               PIC X(5) VALUE ' DAY '.
           05  WS-AN-DAY            PIC 9(2).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-AN-TEXT           PIC X(26).

       01  WS-ENROLL-DETAIL.
           05  WS-ED-ACCT-NO        PIC 9(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-ED-STATUS         PIC X(9).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-ED-RULE           PIC X(12).
           05  FILLER               PIC X(5) VALUE ' DAY '.
           05  WS-ED-DAY            PIC 9(2).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-ED-ROUTING        PIC 9(9).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-ED-BANK-ACCT      PIC X(17).

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
           IF NOT OPER-SUPER-AUTH
               CALL 'ERROR-LOGGER' USING ERR-NOT-AUTHORIZED-CD
                   ERR-NOT-AUTHORIZED ERR-NOT-AUTHORIZED-SEV ZERO
               DISPLAY 'Supervisor authority required for autopay '
                   'enrollment maintenance.'
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               STOP RUN
           END-IF.

           OPEN I-O AUTOPAY-FILE.
           IF WS-AUTO-FILE-STATUS = '35'
               OPEN OUTPUT AUTOPAY-FILE
               CLOSE AUTOPAY-FILE
               OPEN I-O AUTOPAY-FILE
           END-IF.
           IF WS-AUTO-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT MORE-WORK
               DISPLAY 'E)nroll or change  S)uspend  R)einstate  '
                   'C)ancel  I)nquire  X)it: '
               ACCEPT WS-FUNCTION-CODE
               EVALUATE TRUE
                   WHEN FN-ENROLL
                       PERFORM ENROLL-ACCOUNT
                   WHEN FN-SUSPEND
                       PERFORM SUSPEND-ENROLLMENT
                   WHEN FN-REINSTATE
                       PERFORM REINSTATE-ENROLLMENT
                   WHEN FN-CANCEL
                       PERFORM CANCEL-ENROLLMENT
                   WHEN FN-INQUIRE
                       PERFORM INQUIRE-ENROLLMENTS
                   WHEN FN-EXIT
                       MOVE 'N' TO WS-MORE-WORK
                   WHEN OTHER
                       DISPLAY 'Invalid selection'
               END-EVALUATE
           END-PERFORM.

           CLOSE CUSTOMER-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE AUTOPAY-FILE.
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

       ENTER-ACCOUNT-NO.
           MOVE 'N' TO WS-ACCT-FOUND.
           DISPLAY 'Enter Account Number (4 digits): '.
           MOVE SPACES TO WS-ACCT-INPUT.
           ACCEPT WS-ACCT-INPUT.
           IF WS-ACCT-INPUT IS NOT NUMERIC
               DISPLAY 'Invalid account number - 4 digits required.'
           ELSE
               MOVE WS-ACCT-INPUT TO WS-ACCT-NO
               MOVE WS-SEARCH-ID TO ACCT-CUST-ID
               MOVE WS-ACCT-NO TO ACCT-NO
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY 'Account ' WS-ACCT-NO
                           ' not found for customer ' WS-SEARCH-ID '.'
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCT-FOUND
               END-READ
           END-IF.

       READ-AUTOPAY.
           MOVE 'N' TO WS-AUTO-FOUND.
           MOVE WS-SEARCH-ID TO AP-CUST-ID.
           MOVE WS-ACCT-NO TO AP-ACCT-NO.
           READ AUTOPAY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-AUTO-FOUND
           END-READ.

       FIND-ENROLLMENT.
           DISPLAY 'Enter Customer ID: '.
           PERFORM VALIDATE-SEARCH-ID.
           PERFORM LOOK-UP-CUSTOMER.
           MOVE 'N' TO WS-AUTO-FOUND.
           IF CUST-FOUND
               DISPLAY 'Enter Account Number (4 digits): '
               MOVE SPACES TO WS-ACCT-INPUT
               ACCEPT WS-ACCT-INPUT
               IF WS-ACCT-INPUT IS NOT NUMERIC
                   DISPLAY 'Invalid account number - 4 digits '
                       'required.'
               ELSE
                   MOVE WS-ACCT-INPUT TO WS-ACCT-NO
                   PERFORM READ-AUTOPAY
                   IF NOT AUTO-FOUND
                       DISPLAY 'Account ' WS-ACCT-NO
                           ' is not enrolled for autopay.'
                   ELSE
                       PERFORM SHOW-ENROLLMENT
                   END-IF
               END-IF
           END-IF.

       ENROLL-ACCOUNT.
           DISPLAY 'Enter Customer ID: '.
           PERFORM VALIDATE-SEARCH-ID.
           PERFORM LOOK-UP-CUSTOMER.
           IF CUST-FOUND
               IF CLOSED OR ESCHEATED OR CHARGED-OFF
                   DISPLAY 'Customer status ' CUST-STATUS
                       ' - autopay enrollment not allowed.'
               ELSE
                   PERFORM ENTER-ACCOUNT-NO
                   IF ACCT-FOUND
                       IF ACCT-CLOSED
                           DISPLAY 'Account ' WS-ACCT-NO
                               ' is closed.'
                       ELSE
                           PERFORM ENROLL-OR-CHANGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ENROLL-OR-CHANGE.
           PERFORM READ-AUTOPAY.
           IF AUTO-FOUND AND NOT AP-CANCELLED
               MOVE 'Y' TO WS-CHANGE-MODE
               PERFORM SHOW-ENROLLMENT
               DISPLAY 'Press ENTER on any field to keep its current '
                   'value.'
           ELSE
               MOVE 'N' TO WS-CHANGE-MODE
               MOVE WS-SEARCH-ID TO AP-CUST-ID
               MOVE WS-ACCT-NO TO AP-ACCT-NO
               MOVE ZERO TO AP-ROUTING-NO
               MOVE SPACES TO AP-BANK-ACCT-NO
               MOVE SPACE TO AP-BANK-ACCT-TYPE
               MOVE SPACE TO AP-DEBIT-RULE
               MOVE ZERO TO AP-FIXED-AMOUNT
               MOVE ZERO TO AP-DRAFT-DAY
               MOVE ZERO TO AP-LAST-DRAFT-DATE
               MOVE ZERO TO AP-LAST-DRAFT-AMOUNT
               MOVE ZERO TO AP-SUSPEND-DATE
               MOVE SPACES TO AP-SUSPEND-REASON
           END-IF.

           MOVE 'Y' TO WS-ENTRY-OK.
           PERFORM ENTER-ROUTING-NO.
           IF ENTRY-OK
               PERFORM ENTER-BANK-ACCOUNT
           END-IF.
           IF ENTRY-OK
               PERFORM ENTER-ACCOUNT-TYPE
           END-IF.
           IF ENTRY-OK
               PERFORM ENTER-DEBIT-RULE
           END-IF.
           IF ENTRY-OK
               PERFORM ENTER-DRAFT-DAY
           END-IF.

           IF ENTRY-OK
               PERFORM SAVE-ENROLLMENT
           ELSE
               DISPLAY 'Autopay enrollment not changed.'
           END-IF.

       ENTER-ROUTING-NO.
           DISPLAY 'Bank routing number (9 digits): '.
           MOVE SPACES TO WS-ROUTING-INPUT.
           ACCEPT WS-ROUTING-INPUT.
           IF WS-ROUTING-INPUT = SPACES AND CHANGE-MODE
               CONTINUE
           ELSE IF WS-ROUTING-INPUT IS NOT NUMERIC
               DISPLAY 'Invalid routing number - 9 digits required.'
               MOVE 'N' TO WS-ENTRY-OK
           ELSE
               MOVE WS-ROUTING-INPUT TO WS-ROUTING-CHECK
               PERFORM CHECK-ROUTING-DIGIT
               IF WS-ROUTING-REM NOT = ZERO
                   OR WS-ROUTING-CHECK-N = ZERO
                   DISPLAY 'Routing number ' WS-ROUTING-INPUT
                       ' fails the check digit test.'
                   MOVE 'N' TO WS-ENTRY-OK
               ELSE
                   MOVE WS-ROUTING-CHECK-N TO AP-ROUTING-NO
               END-IF
           END-IF.

       CHECK-ROUTING-DIGIT.
           COMPUTE WS-ROUTING-SUM =
               3 * (WS-RT-DIGIT (1) + WS-RT-DIGIT (4)
                   + WS-RT-DIGIT (7))
               + 7 * (WS-RT-DIGIT (2) + WS-RT-DIGIT (5)
                   + WS-RT-DIGIT (8))
               + WS-RT-DIGIT (3) + WS-RT-DIGIT (6)
               + WS-RT-DIGIT (9).
           DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOT
               REMAINDER WS-ROUTING-REM.

       ENTER-BANK-ACCOUNT.
           DISPLAY 'Bank account number (up to 17 characters): '.
           MOVE SPACES TO WS-BANK-ACCT-INPUT.
           ACCEPT WS-BANK-ACCT-INPUT.
           IF WS-BANK-ACCT-INPUT = SPACES AND CHANGE-MODE
               CONTINUE
           ELSE IF WS-BANK-ACCT-INPUT = SPACES
               DISPLAY 'Bank account number is required.'
               MOVE 'N' TO WS-ENTRY-OK
           ELSE
               MOVE WS-BANK-ACCT-INPUT TO AP-BANK-ACCT-NO
           END-IF.

       ENTER-ACCOUNT-TYPE.
           DISPLAY 'Bank account type C)hecking or S)avings: '.
           MOVE SPACE TO WS-CODE-INPUT.
           ACCEPT WS-CODE-INPUT.
           IF WS-CODE-INPUT = SPACE AND CHANGE-MODE
               CONTINUE
           ELSE IF WS-CODE-INPUT = 'C' OR WS-CODE-INPUT = 'S'
               MOVE WS-CODE-INPUT TO AP-BANK-ACCT-TYPE
           ELSE
               DISPLAY 'Invalid account type - C or S required.'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.

       ENTER-DEBIT-RULE.
           DISPLAY 'Debit rule F)ull balance  M)inimum due  '
               'X) fixed amount: '.
           MOVE SPACE TO WS-CODE-INPUT.
           ACCEPT WS-CODE-INPUT.
           IF WS-CODE-INPUT = SPACE AND CHANGE-MODE
               CONTINUE
           ELSE IF WS-CODE-INPUT = 'F' OR WS-CODE-INPUT = 'M'
               MOVE WS-CODE-INPUT TO AP-DEBIT-RULE
               MOVE ZERO TO AP-FIXED-AMOUNT
           ELSE IF WS-CODE-INPUT = 'X'
               PERFORM ENTER-FIXED-AMOUNT
           ELSE
               DISPLAY 'Invalid debit rule - F, M or X required.'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.

       ENTER-FIXED-AMOUNT.
           DISPLAY 'Enter Fixed Draft Amount as 9(9)V99 digits: '.
           MOVE SPACES TO WS-AMOUNT-INPUT.
           ACCEPT WS-AMOUNT-INPUT.
           IF WS-AMOUNT-INPUT IS NUMERIC
               AND WS-AMOUNT-INPUT NOT = '00000000000'
               MOVE 'X' TO AP-DEBIT-RULE
               MOVE WS-AMOUNT-INPUT TO AP-FIXED-AMOUNT
           ELSE
               DISPLAY 'Invalid amount - must be greater than zero.'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.

       ENTER-DRAFT-DAY.
           DISPLAY 'Draft day of the month (01-28): '.
           MOVE SPACES TO WS-DAY-INPUT.
           ACCEPT WS-DAY-INPUT.
           IF WS-DAY-INPUT = SPACES AND CHANGE-MODE
               CONTINUE
           ELSE IF WS-DAY-INPUT IS NOT NUMERIC
               OR WS-DAY-INPUT-N < 01 OR WS-DAY-INPUT-N > 28
               DISPLAY 'Invalid draft day - 01 to 28 required.'
               MOVE 'N' TO WS-ENTRY-OK
           ELSE
               MOVE WS-DAY-INPUT-N TO AP-DRAFT-DAY
           END-IF.

       SAVE-ENROLLMENT.
           MOVE WS-BUSINESS-DATE TO AP-CHANGED-DATE.
           MOVE WS-OPERATOR-ID TO AP-CHANGED-BY.
           IF CHANGE-MODE
               REWRITE AUTOPAY-RECORD
                   INVALID KEY
                       DISPLAY 'Autopay enrollment could not be '
                           'updated.'
                   NOT INVALID KEY
                       MOVE 'APCH' TO WS-AUDIT-CODE
                       MOVE 'ENROLLMENT CHANGED' TO WS-AN-TEXT
                       PERFORM LOG-AUTOPAY-AUDIT
                       DISPLAY 'Autopay enrollment updated.'
               END-REWRITE
           ELSE
               MOVE 'A' TO AP-STATUS
               MOVE WS-BUSINESS-DATE TO AP-ENROLL-DATE
               IF AUTO-FOUND
                   REWRITE AUTOPAY-RECORD
                       INVALID KEY
                           DISPLAY 'Autopay enrollment could not be '
                               'recorded.'
                       NOT INVALID KEY
                           PERFORM LOG-NEW-ENROLLMENT
                   END-REWRITE
               ELSE
                   WRITE AUTOPAY-RECORD
                       INVALID KEY
                           DISPLAY 'Autopay enrollment could not be '
                               'recorded.'
                       NOT INVALID KEY
                           PERFORM LOG-NEW-ENROLLMENT
                   END-WRITE
               END-IF
           END-IF.

       LOG-NEW-ENROLLMENT.
           MOVE 'APEN' TO WS-AUDIT-CODE.
           MOVE 'ENROLLED' TO WS-AN-TEXT.
           PERFORM LOG-AUTOPAY-AUDIT.
           DISPLAY 'Account ' AP-ACCT-NO ' enrolled for autopay on '
               'day ' AP-DRAFT-DAY ' of each month.'.

       LOG-AUTOPAY-AUDIT.
           MOVE AP-ACCT-NO TO WS-AN-ACCT-NO.
           MOVE AP-DEBIT-RULE TO WS-AN-RULE.
           MOVE AP-DRAFT-DAY TO WS-AN-DAY.
           CALL 'AUDIT-LOGGER' USING WS-OPERATOR-ID AP-CUST-ID
               WS-AUDIT-CODE WS-AUDIT-NAME.

       SUSPEND-ENROLLMENT.
           PERFORM FIND-ENROLLMENT.
           IF AUTO-FOUND
               IF NOT AP-ACTIVE
                   DISPLAY 'Only an active enrollment can be '
                       'suspended.'
               ELSE
                   DISPLAY 'Reason for suspension: '
                   MOVE SPACES TO WS-REASON-INPUT
                   ACCEPT WS-REASON-INPUT
                   IF WS-REASON-INPUT = SPACES
                       DISPLAY 'A reason is required - no action '
                           'taken.'
                   ELSE
                       MOVE 'S' TO AP-STATUS
                       MOVE WS-BUSINESS-DATE TO AP-SUSPEND-DATE
                       MOVE WS-REASON-INPUT TO AP-SUSPEND-REASON
                       MOVE 'APSU' TO WS-AUDIT-CODE
                       MOVE WS-REASON-INPUT TO WS-AN-TEXT
                       PERFORM REWRITE-STATUS-CHANGE
                   END-IF
               END-IF
           END-IF.

       REINSTATE-ENROLLMENT.
           PERFORM FIND-ENROLLMENT.
           IF AUTO-FOUND
               IF NOT AP-SUSPENDED
                   DISPLAY 'Only a suspended enrollment can be '
                       'reinstated.'
               ELSE
                   DISPLAY 'Confirm the customer has corrected the '
                       'bank details or funding (Y/N): '
                   MOVE 'N' TO WS-CONFIRM-INPUT
                   ACCEPT WS-CONFIRM-INPUT
                   IF WS-CONFIRM-INPUT = 'Y'
                       MOVE 'A' TO AP-STATUS
                       MOVE ZERO TO AP-SUSPEND-DATE
                       MOVE SPACES TO AP-SUSPEND-REASON
                       MOVE 'APRE' TO WS-AUDIT-CODE
                       MOVE 'REINSTATED' TO WS-AN-TEXT
                       PERFORM REWRITE-STATUS-CHANGE
                   ELSE
                       DISPLAY 'No action taken.'
                   END-IF
               END-IF
           END-IF.

       CANCEL-ENROLLMENT.
           PERFORM FIND-ENROLLMENT.
           IF AUTO-FOUND
               IF AP-CANCELLED
                   DISPLAY 'Enrollment is already cancelled.'
               ELSE
                   DISPLAY 'Cancel autopay for account ' AP-ACCT-NO
                       ' (Y/N): '
                   MOVE 'N' TO WS-CONFIRM-INPUT
                   ACCEPT WS-CONFIRM-INPUT
                   IF WS-CONFIRM-INPUT = 'Y'
                       MOVE 'C' TO AP-STATUS
                       MOVE 'APCN' TO WS-AUDIT-CODE
                       MOVE 'CANCELLED' TO WS-AN-TEXT
                       PERFORM REWRITE-STATUS-CHANGE
                   ELSE
                       DISPLAY 'No action taken.'
                   END-IF
               END-IF
           END-IF.

       REWRITE-STATUS-CHANGE.
           MOVE WS-BUSINESS-DATE TO AP-CHANGED-DATE.
           MOVE WS-OPERATOR-ID TO AP-CHANGED-BY.
           REWRITE AUTOPAY-RECORD
               INVALID KEY
                   DISPLAY 'Autopay enrollment could not be updated.'
               NOT INVALID KEY
                   PERFORM LOG-AUTOPAY-AUDIT
                   DISPLAY 'Autopay enrollment updated.'
           END-REWRITE.

       INQUIRE-ENROLLMENTS.
           DISPLAY 'Enter Customer ID: '.
           PERFORM VALIDATE-SEARCH-ID.
           PERFORM LOOK-UP-CUSTOMER.
           IF CUST-FOUND
               MOVE ZERO TO WS-ENROLL-COUNT
               MOVE 'N' TO WS-AUTO-EOF-FLAG
               MOVE WS-SEARCH-ID TO AP-CUST-ID
               MOVE ZERO TO AP-ACCT-NO
               START AUTOPAY-FILE KEY IS NOT LESS THAN AP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-AUTO-EOF-FLAG
               END-START
               PERFORM UNTIL AUTO-EOF
                   READ AUTOPAY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-AUTO-EOF-FLAG
                       NOT AT END
                           IF AP-CUST-ID NOT = WS-SEARCH-ID
                               MOVE 'Y' TO WS-AUTO-EOF-FLAG
                           ELSE
                               ADD 1 TO WS-ENROLL-COUNT
                               PERFORM SHOW-ENROLLMENT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ENROLL-COUNT = ZERO
                   DISPLAY 'No autopay enrollments for customer '
                       WS-SEARCH-ID '.'
               END-IF
           END-IF.

       SHOW-ENROLLMENT.
           MOVE AP-ACCT-NO TO WS-ED-ACCT-NO.
           EVALUATE TRUE
               WHEN AP-ACTIVE
                   MOVE 'ACTIVE' TO WS-ED-STATUS
               WHEN AP-SUSPENDED
                   MOVE 'SUSPENDED' TO WS-ED-STATUS
               WHEN AP-CANCELLED
                   MOVE 'CANCELLED' TO WS-ED-STATUS
               WHEN OTHER
                   MOVE AP-STATUS TO WS-ED-STATUS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AP-RULE-FULL
                   MOVE 'FULL BALANCE' TO WS-ED-RULE
               WHEN AP-RULE-MINIMUM
                   MOVE 'MINIMUM DUE' TO WS-ED-RULE
               WHEN AP-RULE-FIXED
                   MOVE 'FIXED AMOUNT' TO WS-ED-RULE
               WHEN OTHER
                   MOVE AP-DEBIT-RULE TO WS-ED-RULE
           END-EVALUATE.
           MOVE AP-DRAFT-DAY TO WS-ED-DAY.
           MOVE AP-ROUTING-NO TO WS-ED-ROUTING.
           PERFORM MASK-BANK-ACCOUNT.
           MOVE WS-MASKED-ACCOUNT TO WS-ED-BANK-ACCT.
           DISPLAY WS-ENROLL-DETAIL.
           IF AP-RULE-FIXED
               CALL 'FORMAT-BALANCE' USING AP-FIXED-AMOUNT
                   WS-FORMATTED-BALANCE
               DISPLAY '      Fixed amount:    ' WS-FORMATTED-BALANCE
           END-IF.
           IF AP-LAST-DRAFT-DATE > ZERO
               CALL 'FORMAT-BALANCE' USING AP-LAST-DRAFT-AMOUNT
                   WS-FORMATTED-BALANCE
               DISPLAY '      Last draft:      ' AP-LAST-DRAFT-DATE
                   ' ' WS-FORMATTED-BALANCE
           END-IF.
           IF AP-SUSPENDED
               DISPLAY '      Suspended:       ' AP-SUSPEND-DATE
                   ' ' AP-SUSPEND-REASON
           END-IF.
           DISPLAY '      Last changed:    ' AP-CHANGED-DATE
               ' by ' AP-CHANGED-BY.

       MASK-BANK-ACCOUNT.
           MOVE AP-BANK-ACCT-NO TO WS-MASKED-ACCOUNT.
           MOVE 17 TO WS-MASK-SUB.
           PERFORM UNTIL WS-MASK-SUB = ZERO
               OR WS-MASKED-ACCOUNT (WS-MASK-SUB:1) NOT = SPACE
               SUBTRACT 1 FROM WS-MASK-SUB
           END-PERFORM.
           SUBTRACT 4 FROM WS-MASK-SUB.
           PERFORM UNTIL WS-MASK-SUB < 1 OR WS-MASK-SUB > 17
               MOVE '*' TO WS-MASKED-ACCOUNT (WS-MASK-SUB:1)
               SUBTRACT 1 FROM WS-MASK-SUB
           END-PERFORM.
