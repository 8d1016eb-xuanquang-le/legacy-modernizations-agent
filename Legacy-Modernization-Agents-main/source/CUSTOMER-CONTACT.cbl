               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT PROMISE-FILE ASSIGN TO 'PROMISE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTP-KEY
               FILE STATUS IS WS-PTP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT-DATA.

       FD  PROMISE-FILE.
       COPY PROMISE-DATA.

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.

       01  WS-CONT-FILE-STATUS      PIC XX.
       01  WS-CUST-FILE-STATUS      PIC XX.
       01  WS-ACCT-FILE-STATUS      PIC XX.
       01  WS-PTP-FILE-STATUS       PIC XX.
       01  WS-ACCTS-AVAILABLE       PIC X VALUE 'N'.
           88  ACCTS-AVAILABLE      VALUE 'Y'.

       01  WS-MORE-WORK             PIC X VALUE 'Y'.
           88  MORE-WORK            VALUE 'Y'.
       01  WS-FUNCTION-CODE         PIC X.
           88  FN-ENTER             VALUE 'E'.
           88  FN-LIST              VALUE 'L'.
           88  FN-PROMISE           VALUE 'P'.
           88  FN-ARRANGEMENTS      VALUE 'A'.
           88  FN-EXIT              VALUE 'X'.

       01  WS-SEARCH-ID             PIC 9(8).
       01  WS-CB-DATE-OK            PIC X.
           88  CB-DATE-OK           VALUE 'Y'.

       01  WS-ACCT-INPUT            PIC X(4).
       01  WS-PROMISE-ACCT          PIC 9(4).
       01  WS-ACCT-OK               PIC X.
           88  ACCT-OK              VALUE 'Y'.
       01  WS-PTP-EOF-FLAG          PIC X.
           88  PTP-EOF              VALUE 'Y'.
       01  WS-LAST-ARR-NO           PIC 9(4).
       01  WS-ACTIVE-ARR-NO         PIC 9(4).
       01  WS-ACTIVE-FOUND          PIC X.
           88  ACTIVE-PROMISE-FOUND VALUE 'Y'.
       01  WS-PROMISE-WANTED        PIC X.
           88  PROMISE-WANTED       VALUE 'Y'.
       01  WS-CONFIRM-INPUT         PIC X.
       01  WS-INST-COUNT-INPUT      PIC X(2).
       01  WS-INST-COUNT            PIC 99.
       01  WS-INST-COUNT-OK         PIC X.
           88  INST-COUNT-OK        VALUE 'Y'.
       01  WS-INST-SUB              PIC 99.
       01  WS-INST-DATE-INPUT       PIC X(8).
       01  WS-INST-DATE-NUM         PIC 9(8).
       01  WS-INST-DATE-PARTS REDEFINES WS-INST-DATE-NUM.
           05  WS-INST-CCYY         PIC 9(4).
           05  WS-INST-MM           PIC 9(2).
           05  WS-INST-DD           PIC 9(2).
       01  WS-PRIOR-INST-DATE       PIC 9(8).
       01  WS-INST-DATE-OK          PIC X.
           88  INST-DATE-OK         VALUE 'Y'.
       01  WS-AMOUNT-INPUT          PIC X(11).
       01  WS-INST-AMOUNT           PIC 9(9)V99.
       01  WS-AMOUNT-OK             PIC X.
           88  AMOUNT-OK            VALUE 'Y'.
       01  WS-PROMISE-TOTAL         PIC 9(9)V99.
       01  WS-PTP-NOTE-INPUT        PIC X(40).

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-CURRENT-TIME          PIC 9(8).

           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-C-NOTE            PIC X(60).

       01  WS-PROMISE-DETAIL.
           05  FILLER               PIC X(12) VALUE 'ARRANGEMENT '.
           05  WS-P-ARR-NO          PIC 9(4).
           05  FILLER               PIC X(7) VALUE '  ACCT '.
           05  WS-P-ACCT            PIC 9(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-P-CREATED         PIC 9999/99/99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-P-STATUS          PIC X(9).
           05  FILLER               PIC X(8) VALUE '  TOTAL '.
           05  WS-P-TOTAL           PIC Z(8)9.99.
           05  FILLER               PIC X(7) VALUE '  PAID '.
           05  WS-P-PAID            PIC Z(8)9.99.

       01  WS-INSTALLMENT-DETAIL.
           05  FILLER               PIC X(6) VALUE SPACES.
           05  WS-I-SUB             PIC Z9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-I-DATE            PIC 9999/99/99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-I-AMOUNT          PIC Z(8)9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-I-STATUS          PIC X(7).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ACCTS-AVAILABLE
           END-IF.

           OPEN I-O PROMISE-FILE.
           IF WS-PTP-FILE-STATUS = '35'
               OPEN OUTPUT PROMISE-FILE
               CLOSE PROMISE-FILE
               OPEN I-O PROMISE-FILE
           END-IF.
           IF WS-PTP-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT MORE-WORK
               DISPLAY 'E)nter contact  L)ist contacts  '
                   'P)romise to pay  A)rrangements  X)it: '
               ACCEPT WS-FUNCTION-CODE
               EVALUATE TRUE
                   WHEN FN-ENTER
                       PERFORM ENTER-CONTACT
                   WHEN FN-LIST
                       PERFORM LIST-CONTACTS
                   WHEN FN-PROMISE
                       PERFORM ENTER-PROMISE
                   WHEN FN-ARRANGEMENTS
                       PERFORM LIST-PROMISES
                   WHEN FN-EXIT
                       MOVE 'N' TO WS-MORE-WORK
                   WHEN OTHER

           CLOSE CUSTOMER-FILE.
           CLOSE CONTACT-FILE.
           IF ACCTS-AVAILABLE
               CLOSE ACCOUNT-FILE
           END-IF.
           CLOSE PROMISE-FILE.
           STOP RUN.

       VALIDATE-SEARCH-ID.
           END-IF.
           MOVE CONT-NOTE TO WS-C-NOTE.
           DISPLAY WS-CONTACT-DETAIL.

       ENTER-PROMISE.
           PERFORM VALIDATE-SEARCH-ID.
           PERFORM LOOK-UP-CUSTOMER.
           IF CUST-FOUND
               PERFORM ACCEPT-PROMISE-ACCOUNT
               PERFORM FIND-ACTIVE-PROMISE
               PERFORM CONFIRM-REPLACE-PROMISE
               IF PROMISE-WANTED
                   PERFORM ENTER-PROMISE-FIELDS
               END-IF
           END-IF.

       ACCEPT-PROMISE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-OK.
           PERFORM UNTIL ACCT-OK
               DISPLAY 'Account number (0000 = all accounts): '
               MOVE SPACES TO WS-ACCT-INPUT
               ACCEPT WS-ACCT-INPUT
               IF WS-ACCT-INPUT IS NUMERIC
                   MOVE WS-ACCT-INPUT TO WS-PROMISE-ACCT
                   PERFORM CHECK-PROMISE-ACCOUNT
               ELSE
                   DISPLAY 'Invalid account - 4 digits required.'
               END-IF
           END-PERFORM.

       CHECK-PROMISE-ACCOUNT.
           IF WS-PROMISE-ACCT = ZERO
               MOVE 'Y' TO WS-ACCT-OK
           ELSE IF NOT ACCTS-AVAILABLE
               DISPLAY 'Account file not available - use 0000.'
           ELSE
               MOVE WS-SEARCH-ID TO ACCT-CUST-ID
               MOVE WS-PROMISE-ACCT TO ACCT-NO
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY 'Account not on file for this customer.'
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCT-OK
               END-READ
           END-IF.

       FIND-ACTIVE-PROMISE.
           MOVE ZERO TO WS-LAST-ARR-NO.
           MOVE ZERO TO WS-ACTIVE-ARR-NO.
           MOVE 'N' TO WS-ACTIVE-FOUND.
           MOVE 'N' TO WS-PTP-EOF-FLAG.
           MOVE WS-SEARCH-ID TO PTP-CUST-ID.
           MOVE ZERO TO PTP-ARR-NO.
           START PROMISE-FILE KEY IS NOT LESS THAN PTP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PTP-EOF-FLAG
           END-START.

           PERFORM UNTIL PTP-EOF
               READ PROMISE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PTP-EOF-FLAG
                   NOT AT END
                       IF PTP-CUST-ID = WS-SEARCH-ID
                           PERFORM CHECK-ACTIVE-PROMISE
                       ELSE
                           MOVE 'Y' TO WS-PTP-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ACTIVE-PROMISE.
           MOVE PTP-ARR-NO TO WS-LAST-ARR-NO.
           IF PTP-ACTIVE AND NOT ACTIVE-PROMISE-FOUND
               IF PTP-ACCT-NO = WS-PROMISE-ACCT
                   OR PTP-ACCT-NO = ZERO
                   OR WS-PROMISE-ACCT = ZERO
                   MOVE PTP-ARR-NO TO WS-ACTIVE-ARR-NO
                   MOVE 'Y' TO WS-ACTIVE-FOUND
               END-IF
           END-IF.

       CONFIRM-REPLACE-PROMISE.
           MOVE 'Y' TO WS-PROMISE-WANTED.
           IF ACTIVE-PROMISE-FOUND
               DISPLAY 'Arrangement ' WS-ACTIVE-ARR-NO
                   ' is already in force for this customer.'
               DISPLAY 'Cancel it and record a new arrangement (Y/N): '
               MOVE 'N' TO WS-CONFIRM-INPUT
               ACCEPT WS-CONFIRM-INPUT
               IF WS-CONFIRM-INPUT = 'Y'
                   PERFORM CANCEL-ACTIVE-PROMISE
               ELSE
                   MOVE 'N' TO WS-PROMISE-WANTED
               END-IF
           END-IF.

       CANCEL-ACTIVE-PROMISE.
           MOVE WS-SEARCH-ID TO PTP-CUST-ID.
           MOVE WS-ACTIVE-ARR-NO TO PTP-ARR-NO.
           READ PROMISE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'C' TO PTP-STATUS
                   MOVE WS-CURRENT-DATE TO PTP-CLOSED-DATE
                   REWRITE PROMISE-RECORD
                   CALL 'AUDIT-LOGGER' USING WS-OPERATOR-ID
                       WS-SEARCH-ID 'PTPC' CUST-NAME
                   DISPLAY 'Arrangement ' WS-ACTIVE-ARR-NO
                       ' cancelled.'
           END-READ.

       ENTER-PROMISE-FIELDS.
           MOVE 'N' TO WS-INST-COUNT-OK.
           PERFORM UNTIL INST-COUNT-OK
               DISPLAY 'Number of installments (01-12): '
               MOVE SPACES TO WS-INST-COUNT-INPUT
               ACCEPT WS-INST-COUNT-INPUT
               IF WS-INST-COUNT-INPUT IS NUMERIC
                   AND WS-INST-COUNT-INPUT >= '01'
                   AND WS-INST-COUNT-INPUT <= '12'
                   MOVE WS-INST-COUNT-INPUT TO WS-INST-COUNT
                   MOVE 'Y' TO WS-INST-COUNT-OK
               ELSE
                   DISPLAY 'Invalid count - 01 to 12 required.'
               END-IF
           END-PERFORM.

           MOVE SPACES TO PROMISE-RECORD.
           PERFORM VARYING WS-INST-SUB FROM 1 BY 1
               UNTIL WS-INST-SUB > 12
               MOVE ZERO TO PTP-INST-DATE (WS-INST-SUB)
               MOVE ZERO TO PTP-INST-AMOUNT (WS-INST-SUB)
               MOVE SPACE TO PTP-INST-STATUS (WS-INST-SUB)
           END-PERFORM.

           MOVE ZERO TO WS-PROMISE-TOTAL.
           COMPUTE WS-PRIOR-INST-DATE = WS-CURRENT-DATE - 1.
           PERFORM VARYING WS-INST-SUB FROM 1 BY 1
               UNTIL WS-INST-SUB > WS-INST-COUNT
               DISPLAY 'Installment ' WS-INST-SUB ':'
               PERFORM ACCEPT-INSTALLMENT-DATE
               PERFORM ACCEPT-INSTALLMENT-AMOUNT
               MOVE WS-INST-DATE-NUM TO PTP-INST-DATE (WS-INST-SUB)
               MOVE WS-INST-AMOUNT TO PTP-INST-AMOUNT (WS-INST-SUB)
               MOVE 'P' TO PTP-INST-STATUS (WS-INST-SUB)
               ADD WS-INST-AMOUNT TO WS-PROMISE-TOTAL
               MOVE WS-INST-DATE-NUM TO WS-PRIOR-INST-DATE
           END-PERFORM.

           DISPLAY 'Enter note (40 chars max): '.
           MOVE SPACES TO WS-PTP-NOTE-INPUT.
           ACCEPT WS-PTP-NOTE-INPUT.

           MOVE WS-SEARCH-ID TO PTP-CUST-ID.
           ADD 1 TO WS-LAST-ARR-NO.
           MOVE WS-LAST-ARR-NO TO PTP-ARR-NO.
           MOVE WS-PROMISE-ACCT TO PTP-ACCT-NO.
           MOVE WS-CURRENT-DATE TO PTP-CREATED-DATE.
           MOVE WS-OPERATOR-ID TO PTP-OPERATOR-ID.
           MOVE 'A' TO PTP-STATUS.
           MOVE WS-PROMISE-TOTAL TO PTP-TOTAL-AMOUNT.
           MOVE ZERO TO PTP-PAID-AMOUNT.
           MOVE ZERO TO PTP-LAST-CHECK-DATE.
           MOVE ZERO TO PTP-CLOSED-DATE.
           MOVE WS-INST-COUNT TO PTP-INST-COUNT.
           MOVE WS-PTP-NOTE-INPUT TO PTP-NOTE.

           WRITE PROMISE-RECORD
               INVALID KEY
                   DISPLAY 'Arrangement could not be recorded - '
                       'try again.'
               NOT INVALID KEY
                   CALL 'AUDIT-LOGGER' USING WS-OPERATOR-ID
                       WS-SEARCH-ID 'PTPE' CUST-NAME
                   DISPLAY 'Arrangement ' PTP-ARR-NO ' recorded.'
                   PERFORM LOG-PROMISE-CONTACT
           END-WRITE.

       ACCEPT-INSTALLMENT-DATE.
           MOVE 'N' TO WS-INST-DATE-OK.
           PERFORM UNTIL INST-DATE-OK
               DISPLAY 'Due date CCYYMMDD: '
               MOVE SPACES TO WS-INST-DATE-INPUT
               ACCEPT WS-INST-DATE-INPUT
               IF WS-INST-DATE-INPUT IS NUMERIC
                   MOVE WS-INST-DATE-INPUT TO WS-INST-DATE-NUM
                   PERFORM CHECK-INSTALLMENT-DATE
               ELSE
                   DISPLAY 'Invalid date - 8 digits required.'
               END-IF
           END-PERFORM.

       CHECK-INSTALLMENT-DATE.
           IF WS-INST-MM < 01 OR WS-INST-MM > 12
               OR WS-INST-DD < 01 OR WS-INST-DD > 31
               OR WS-INST-CCYY <= 1900
               DISPLAY 'Invalid date - check month and day.'
           ELSE IF WS-INST-DATE-NUM NOT > WS-PRIOR-INST-DATE
               DISPLAY 'Due date must be after today''s date and '
                   'any earlier installment.'
           ELSE
               MOVE 'Y' TO WS-INST-DATE-OK
           END-IF.

       ACCEPT-INSTALLMENT-AMOUNT.
           MOVE 'N' TO WS-AMOUNT-OK.
           PERFORM UNTIL AMOUNT-OK
               DISPLAY 'Amount as 9(9)V99 digits: '
               MOVE SPACES TO WS-AMOUNT-INPUT
               ACCEPT WS-AMOUNT-INPUT
               IF WS-AMOUNT-INPUT IS NUMERIC
                   MOVE WS-AMOUNT-INPUT TO WS-INST-AMOUNT
                   IF WS-INST-AMOUNT > ZERO
                       MOVE 'Y' TO WS-AMOUNT-OK
                   ELSE
                       DISPLAY 'Amount must be greater than zero.'
                   END-IF
               ELSE
                   DISPLAY 'Invalid amount - 11 digits required, '
                       'last two are cents.'
               END-IF
           END-PERFORM.

       LOG-PROMISE-CONTACT.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-SEARCH-ID TO CONT-CUST-ID.
           MOVE WS-CURRENT-DATE TO CONT-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO CONT-TIME.
           MOVE WS-OPERATOR-ID TO CONT-OPERATOR-ID.
           MOVE 'C' TO CONT-TYPE.
           MOVE 'N' TO CONT-CALLBACK-FLAG.
           MOVE ZERO TO CONT-CALLBACK-DATE.
           MOVE SPACES TO CONT-NOTE.
           STRING 'PROMISE ARR ' PTP-ARR-NO ' - ' WS-PTP-NOTE-INPUT
               DELIMITED BY SIZE INTO CONT-NOTE.
           WRITE CONTACT-RECORD
               INVALID KEY
                   DISPLAY 'Contact already logged for this second - '
                       'log the promise note with E)nter.'
               NOT INVALID KEY
                   DISPLAY 'Contact logged.'
           END-WRITE.

       LIST-PROMISES.
           PERFORM VALIDATE-SEARCH-ID.
           PERFORM LOOK-UP-CUSTOMER.
           IF CUST-FOUND
               PERFORM LIST-CUSTOMER-PROMISES
           END-IF.

       LIST-CUSTOMER-PROMISES.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE 'N' TO WS-PTP-EOF-FLAG.
           MOVE WS-SEARCH-ID TO PTP-CUST-ID.
           MOVE ZERO TO PTP-ARR-NO.
           START PROMISE-FILE KEY IS NOT LESS THAN PTP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PTP-EOF-FLAG
           END-START.

           PERFORM UNTIL PTP-EOF
               READ PROMISE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PTP-EOF-FLAG
                   NOT AT END
                       IF PTP-CUST-ID = WS-SEARCH-ID
                           PERFORM DISPLAY-PROMISE
                       ELSE
                           MOVE 'Y' TO WS-PTP-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-LIST-COUNT = ZERO
               DISPLAY 'No arrangements on file for customer '
                   WS-SEARCH-ID '.'
           ELSE
               DISPLAY 'Arrangements listed: ' WS-LIST-COUNT
           END-IF.

       DISPLAY-PROMISE.
           ADD 1 TO WS-LIST-COUNT.
           MOVE PTP-ARR-NO TO WS-P-ARR-NO.
           MOVE PTP-ACCT-NO TO WS-P-ACCT.
           MOVE PTP-CREATED-DATE TO WS-P-CREATED.
           EVALUATE TRUE
               WHEN PTP-ACTIVE
                   MOVE 'ACTIVE' TO WS-P-STATUS
               WHEN PTP-KEPT
                   MOVE 'KEPT' TO WS-P-STATUS
               WHEN PTP-BROKEN
                   MOVE 'BROKEN' TO WS-P-STATUS
               WHEN PTP-CANCELLED
                   MOVE 'CANCELLED' TO WS-P-STATUS
               WHEN OTHER
                   MOVE PTP-STATUS TO WS-P-STATUS
           END-EVALUATE.
           MOVE PTP-TOTAL-AMOUNT TO WS-P-TOTAL.
           MOVE PTP-PAID-AMOUNT TO WS-P-PAID.
           DISPLAY WS-PROMISE-DETAIL.

           PERFORM VARYING WS-INST-SUB FROM 1 BY 1
               UNTIL WS-INST-SUB > PTP-INST-COUNT
               MOVE WS-INST-SUB TO WS-I-SUB
               MOVE PTP-INST-DATE (WS-INST-SUB) TO WS-I-DATE
               MOVE PTP-INST-AMOUNT (WS-INST-SUB) TO WS-I-AMOUNT
               EVALUATE TRUE
                   WHEN PTP-INST-KEPT (WS-INST-SUB)
                       MOVE 'KEPT' TO WS-I-STATUS
                   WHEN PTP-INST-BROKEN (WS-INST-SUB)
                       MOVE 'BROKEN' TO WS-I-STATUS
                   WHEN OTHER
                       MOVE 'PENDING' TO WS-I-STATUS
               END-EVALUATE
               DISPLAY WS-INSTALLMENT-DETAIL
           END-PERFORM.
