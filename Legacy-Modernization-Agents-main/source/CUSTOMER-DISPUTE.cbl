       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-DISPUTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO 'DISPUTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DSP-FILE-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       COPY DISPUTE-DATA.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM-DATA.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.

       01  WS-CTL-FUNCTION          PIC X(3).
       01  WS-CTL-RETURN            PIC X.
           88  CTL-OK               VALUE 'Y'.

       01  WS-DSP-FILE-STATUS       PIC XX.
       01  WS-ITEM-FILE-STATUS      PIC XX.
       01  WS-CUST-FILE-STATUS      PIC XX.

       01  WS-MORE-WORK             PIC X VALUE 'Y'.
           88  MORE-WORK            VALUE 'Y'.
       01  WS-FUNCTION-CODE         PIC X.
           88  FN-OPEN              VALUE 'O'.
           88  FN-UPDATE            VALUE 'U'.
           88  FN-RESOLVE           VALUE 'R'.
           88  FN-LIST              VALUE 'L'.
           88  FN-EXIT              VALUE 'X'.

       01  WS-SEARCH-ID             PIC 9(8).
       01  WS-SEARCH-ID-INPUT       PIC X(8).
       01  WS-SEARCH-ID-OK          PIC X VALUE 'N'.
           88  SEARCH-ID-OK         VALUE 'Y'.
       01  WS-CUST-FOUND            PIC X.
           88  CUST-FOUND           VALUE 'Y'.

       01  WS-INVOICE-INPUT         PIC X(8).
       01  WS-INVOICE-NO            PIC 9(8).
       01  WS-INVOICE-OK            PIC X.
           88  INVOICE-OK           VALUE 'Y'.
       01  WS-ITEM-FOUND            PIC X.
           88  ITEM-FOUND           VALUE 'Y'.
       01  WS-DISPUTE-FOUND         PIC X.
           88  DISPUTE-FOUND        VALUE 'Y'.

       01  WS-LIST-EOF-FLAG         PIC X.
           88  LIST-EOF             VALUE 'Y'.
       01  WS-LIST-COUNT            PIC 9(5).

       01  WS-REASON-INPUT          PIC X(2).
       01  WS-SAVED-REASON          PIC X(2).
       01  WS-REASON-OK             PIC X.
           88  REASON-OK            VALUE 'Y'.
       01  WS-AMOUNT-INPUT          PIC X(11).
       01  WS-ENTRY-AMOUNT          PIC 9(9)V99.
       01  WS-AMOUNT-CAP            PIC 9(9)V99.
       01  WS-AMOUNT-OK             PIC X.
           88  AMOUNT-OK            VALUE 'Y'.
       01  WS-RESOLUTION-INPUT      PIC X.
       01  WS-RESOLUTION-OK         PIC X.
           88  RESOLUTION-OK        VALUE 'Y'.
       01  WS-OWNER-INPUT           PIC X(8).
       01  WS-NOTE-INPUT            PIC X(40).
       01  WS-CONFIRM-INPUT         PIC X.
       01  WS-AUDIT-OUTCOME         PIC X(4).

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-FORMATTED-AMOUNT      PIC X(20).
       01  WS-SIGNED-AMOUNT         PIC S9(9)V99.

       01  WS-OPERATOR-ID           PIC X(8).
       01  WS-OPER-AUTHORITY        PIC X.
           88  OPER-MAINT-AUTH      VALUES 'M' 'S'.
       01  WS-SIGNON-OK             PIC X VALUE 'N'.
           88  SIGNON-OK            VALUE 'Y'.

       01  WS-ITEM-DETAIL.
           05  WS-I-INVOICE-NO      PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-I-INVOICE-DATE    PIC 9999/99/99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-I-REMAINING       PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-I-DISPUTED        PIC X(10).

       01  WS-DISPUTE-DETAIL.
           05  WS-L-INVOICE-NO      PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-L-REASON          PIC X(2).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-L-OPENED          PIC 9999/99/99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-L-AMOUNT          PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-L-OWNER           PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-L-STATUS          PIC X.
           05  WS-L-RESOLUTION      PIC X.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-L-NOTE            PIC X(40).

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

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               STOP RUN
           END-IF.

           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-ITEM-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'No open item file - run posting first.'
               STOP RUN
           END-IF.

           OPEN I-O DISPUTE-FILE.
           IF WS-DSP-FILE-STATUS = '35'
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF.
           IF WS-DSP-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT MORE-WORK
               DISPLAY 'O)pen  U)pdate  R)esolve  L)ist disputes  '
                   'X)it: '
               ACCEPT WS-FUNCTION-CODE
               EVALUATE TRUE
                   WHEN FN-OPEN
                       IF OPER-MAINT-AUTH
                           PERFORM OPEN-DISPUTE
                       ELSE
                           PERFORM REFUSE-NOT-AUTHORIZED
                       END-IF
                   WHEN FN-UPDATE
                       IF OPER-MAINT-AUTH
                           PERFORM UPDATE-DISPUTE
                       ELSE
                           PERFORM REFUSE-NOT-AUTHORIZED
                       END-IF
                   WHEN FN-RESOLVE
                       IF OPER-MAINT-AUTH
                           PERFORM RESOLVE-DISPUTE
                       ELSE
                           PERFORM REFUSE-NOT-AUTHORIZED
                       END-IF
                   WHEN FN-LIST
                       PERFORM LIST-DISPUTES
                   WHEN FN-EXIT
                       MOVE 'N' TO WS-MORE-WORK
                   WHEN OTHER
                       DISPLAY 'Invalid selection'
               END-EVALUATE
           END-PERFORM.

           CLOSE CUSTOMER-FILE.
           CLOSE OPEN-ITEM-FILE.
           CLOSE DISPUTE-FILE.
           STOP RUN.

       REFUSE-NOT-AUTHORIZED.
           CALL 'ERROR-LOGGER' USING ERR-NOT-AUTHORIZED-CD
               ERR-NOT-AUTHORIZED ERR-NOT-AUTHORIZED-SEV ZERO.
           DISPLAY 'Maintenance authority required to change '
               'disputes.'.

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

       LOOK-UP-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND.
           MOVE WS-SEARCH-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CALL 'ERROR-LOGGER' USING ERR-INVALID-CUST-CD
                       ERR-INVALID-CUST ERR-INVALID-CUST-SEV
                       WS-SEARCH-ID
                   DISPLAY ERR-INVALID-CUST
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND
                   DISPLAY 'Customer: ' CUST-NAME
           END-READ.

       VALIDATE-INVOICE-NO.
           MOVE 'N' TO WS-INVOICE-OK.
           PERFORM UNTIL INVOICE-OK
               DISPLAY 'Enter Invoice No: '
               MOVE SPACES TO WS-INVOICE-INPUT
               ACCEPT WS-INVOICE-INPUT
               IF WS-INVOICE-INPUT IS NUMERIC
                   AND WS-INVOICE-INPUT NOT = '00000000'
                   MOVE WS-INVOICE-INPUT TO WS-INVOICE-NO
                   MOVE 'Y' TO WS-INVOICE-OK
               ELSE
                   DISPLAY 'Invalid invoice number - 8 digits, '
                       'non-zero.'
               END-IF
           END-PERFORM.

       OPEN-DISPUTE.
           PERFORM VALIDATE-SEARCH-ID.
           PERFORM LOOK-UP-CUSTOMER.
           IF CUST-FOUND
               PERFORM LIST-OPEN-ITEMS
               IF WS-LIST-COUNT > ZERO
                   PERFORM VALIDATE-INVOICE-NO
                   PERFORM FIND-OPEN-ITEM
                   IF ITEM-FOUND
                       PERFORM OPEN-DISPUTE-ON-ITEM
                   ELSE
                       DISPLAY 'No open item with that invoice number '
                           'for this customer.'
                   END-IF
               END-IF
           END-IF.

       LIST-OPEN-ITEMS.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE 'N' TO WS-LIST-EOF-FLAG.
           MOVE WS-SEARCH-ID TO OI-CUST-ID.
           MOVE ZERO TO OI-POST-DATE.
           MOVE ZERO TO OI-INVOICE-NO.
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-EOF-FLAG
           END-START.

           DISPLAY 'INVOICE   DATE        REMAINING             '
               'DISPUTE'.
           PERFORM UNTIL LIST-EOF
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF-FLAG
                   NOT AT END
                       IF OI-CUST-ID NOT = WS-SEARCH-ID
                           MOVE 'Y' TO WS-LIST-EOF-FLAG
                       ELSE
                           IF OI-REMAINING-AMOUNT > ZERO
                               PERFORM DISPLAY-ITEM-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-LIST-COUNT = ZERO
               DISPLAY 'No open items for customer ' WS-SEARCH-ID '.'
           END-IF.

       DISPLAY-ITEM-LINE.
           ADD 1 TO WS-LIST-COUNT.
           MOVE OI-INVOICE-NO TO WS-I-INVOICE-NO.
           MOVE OI-INVOICE-DATE TO WS-I-INVOICE-DATE.
           MOVE OI-REMAINING-AMOUNT TO WS-SIGNED-AMOUNT.
           CALL 'FORMAT-BALANCE' USING WS-SIGNED-AMOUNT
               WS-FORMATTED-AMOUNT.
           MOVE WS-FORMATTED-AMOUNT TO WS-I-REMAINING.
           MOVE SPACES TO WS-I-DISPUTED.
           MOVE OI-KEY TO DSP-KEY.
           READ DISPUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DSP-OPEN
                       MOVE 'IN DISPUTE' TO WS-I-DISPUTED
                   END-IF
           END-READ.
           DISPLAY WS-ITEM-DETAIL.

       FIND-OPEN-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND.
           MOVE 'N' TO WS-LIST-EOF-FLAG.
           MOVE WS-SEARCH-ID TO OI-CUST-ID.
           MOVE ZERO TO OI-POST-DATE.
           MOVE ZERO TO OI-INVOICE-NO.
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-EOF-FLAG
           END-START.
           PERFORM UNTIL LIST-EOF OR ITEM-FOUND
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF-FLAG
                   NOT AT END
                       IF OI-CUST-ID NOT = WS-SEARCH-ID
                           MOVE 'Y' TO WS-LIST-EOF-FLAG
                       ELSE
                           IF OI-INVOICE-NO = WS-INVOICE-NO
                               AND OI-REMAINING-AMOUNT > ZERO
                               MOVE 'Y' TO WS-ITEM-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       OPEN-DISPUTE-ON-ITEM.
           MOVE 'N' TO WS-DISPUTE-FOUND.
           MOVE OI-KEY TO DSP-KEY.
           READ DISPUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DISPUTE-FOUND
           END-READ.

           IF DISPUTE-FOUND AND DSP-OPEN
               DISPLAY 'This item is already in dispute - use '
                   'U)pdate.'
           ELSE IF DISPUTE-FOUND AND DSP-CREDIT-PENDING
               DISPLAY 'A dispute credit on this item has not yet '
                   'posted - try again after the next cycle.'
           ELSE
               PERFORM ACCEPT-REASON-CODE
               MOVE OI-REMAINING-AMOUNT TO WS-AMOUNT-CAP
               DISPLAY 'Disputed amount as 9(9)V99 digits (blank = '
                   'full remaining): '
               PERFORM ACCEPT-CAPPED-AMOUNT
               DISPLAY 'Enter note (40 chars max): '
               MOVE SPACES TO WS-NOTE-INPUT
               ACCEPT WS-NOTE-INPUT

               MOVE OI-KEY TO DSP-KEY
               MOVE WS-REASON-INPUT TO DSP-REASON-CODE
               MOVE WS-CURRENT-DATE TO DSP-OPENED-DATE
               MOVE WS-ENTRY-AMOUNT TO DSP-AMOUNT
               MOVE WS-OPERATOR-ID TO DSP-OWNER
               MOVE 'O' TO DSP-STATUS
               MOVE SPACE TO DSP-RESOLUTION
               MOVE ZERO TO DSP-RESOLVED-DATE
               MOVE SPACES TO DSP-RESOLVED-BY
               MOVE ZERO TO DSP-CREDIT-AMOUNT
               MOVE 'N' TO DSP-CREDIT-STATUS
               MOVE WS-CURRENT-DATE TO DSP-LAST-UPDATE
               MOVE WS-NOTE-INPUT TO DSP-NOTE
               IF DISPUTE-FOUND
                   REWRITE DISPUTE-RECORD
               ELSE
                   WRITE DISPUTE-RECORD
               END-IF
               MOVE 'DSPO' TO WS-AUDIT-OUTCOME
               CALL 'AUDIT-LOGGER' USING WS-OPERATOR-ID WS-SEARCH-ID
                   WS-AUDIT-OUTCOME CUST-NAME
               DISPLAY 'Dispute opened - item held out of dunning '
                   'and service charges.'
           END-IF.

       ACCEPT-REASON-CODE.
           MOVE 'N' TO WS-REASON-OK.
           PERFORM UNTIL REASON-OK
               DISPLAY 'Reason PR)icing QT)y short DM)amaged '
                   'NR)ot received DB)dup bill OT)her: '
               MOVE SPACES TO WS-REASON-INPUT
               ACCEPT WS-REASON-INPUT
               MOVE WS-REASON-INPUT TO DSP-REASON-CODE
               IF DSP-REASON-VALID
                   MOVE 'Y' TO WS-REASON-OK
               ELSE
                   DISPLAY 'Invalid reason code.'
               END-IF
           END-PERFORM.

       ACCEPT-CAPPED-AMOUNT.
           MOVE 'N' TO WS-AMOUNT-OK.
           PERFORM UNTIL AMOUNT-OK
               MOVE SPACES TO WS-AMOUNT-INPUT
               ACCEPT WS-AMOUNT-INPUT
               IF WS-AMOUNT-INPUT = SPACES
                   MOVE WS-AMOUNT-CAP TO WS-ENTRY-AMOUNT
                   MOVE 'Y' TO WS-AMOUNT-OK
               ELSE
                   PERFORM EDIT-CAPPED-AMOUNT
               END-IF
           END-PERFORM.

       EDIT-CAPPED-AMOUNT.
           IF WS-AMOUNT-INPUT IS NUMERIC
               MOVE WS-AMOUNT-INPUT TO WS-ENTRY-AMOUNT
               IF WS-ENTRY-AMOUNT > ZERO
                   AND WS-ENTRY-AMOUNT NOT > WS-AMOUNT-CAP
                   MOVE 'Y' TO WS-AMOUNT-OK
               ELSE
                   DISPLAY 'Amount must be greater than zero and '
                       'not more than the item amount.'
               END-IF
           ELSE
               DISPLAY 'Invalid amount - 11 digits required, '
                   'last two are cents.'
           END-IF.

       FIND-OPEN-DISPUTE.
           MOVE 'N' TO WS-DISPUTE-FOUND.
           MOVE 'N' TO WS-LIST-EOF-FLAG.
           MOVE WS-SEARCH-ID TO DSP-CUST-ID.
           MOVE ZERO TO DSP-POST-DATE.
           MOVE ZERO TO DSP-INVOICE-NO.
           START DISPUTE-FILE KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-EOF-FLAG
           END-START.
           PERFORM UNTIL LIST-EOF OR DISPUTE-FOUND
               READ DISPUTE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF-FLAG
                   NOT AT END
                       IF DSP-CUST-ID NOT = WS-SEARCH-ID
                           MOVE 'Y' TO WS-LIST-EOF-FLAG
                       ELSE
                           IF DSP-INVOICE-NO = WS-INVOICE-NO
                               AND DSP-OPEN
                               MOVE 'Y' TO WS-DISPUTE-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF DISPUTE-FOUND
               PERFORM SHOW-DISPUTE
           ELSE
               DISPLAY 'No open dispute on that invoice for this '
                   'customer.'
           END-IF.

       SHOW-DISPUTE.
           MOVE DSP-AMOUNT TO WS-SIGNED-AMOUNT.
           CALL 'FORMAT-BALANCE' USING WS-SIGNED-AMOUNT
               WS-FORMATTED-AMOUNT.
           DISPLAY 'Reason ' DSP-REASON-CODE ', opened '
               DSP-OPENED-DATE ' by ' DSP-OWNER ', disputed '
               WS-FORMATTED-AMOUNT.
           DISPLAY 'Note: ' DSP-NOTE.

       SELECT-CUSTOMER-DISPUTE.
           PERFORM VALIDATE-SEARCH-ID.
           PERFORM LOOK-UP-CUSTOMER.
           MOVE 'N' TO WS-DISPUTE-FOUND.
           IF CUST-FOUND
               PERFORM VALIDATE-INVOICE-NO
               PERFORM FIND-OPEN-DISPUTE
           END-IF.

       UPDATE-DISPUTE.
           PERFORM SELECT-CUSTOMER-DISPUTE.
           IF DISPUTE-FOUND
               DISPLAY 'New reason code (blank = no change): '
               MOVE SPACES TO WS-REASON-INPUT
               ACCEPT WS-REASON-INPUT
               IF WS-REASON-INPUT NOT = SPACES
                   MOVE DSP-REASON-CODE TO WS-SAVED-REASON
                   MOVE WS-REASON-INPUT TO DSP-REASON-CODE
                   IF NOT DSP-REASON-VALID
                       DISPLAY 'Invalid reason code - reason kept.'
                       MOVE WS-SAVED-REASON TO DSP-REASON-CODE
                   END-IF
               END-IF

               PERFORM FIND-DISPUTED-ITEM
               IF ITEM-FOUND
                   DISPLAY 'New disputed amount as 9(9)V99 digits '
                       '(blank = no change): '
                   MOVE SPACES TO WS-AMOUNT-INPUT
                   MOVE DSP-AMOUNT TO WS-ENTRY-AMOUNT
                   PERFORM ACCEPT-UPDATED-AMOUNT
                   MOVE WS-ENTRY-AMOUNT TO DSP-AMOUNT
               END-IF

               DISPLAY 'New owning operator (blank = no change): '
               MOVE SPACES TO WS-OWNER-INPUT
               ACCEPT WS-OWNER-INPUT
               IF WS-OWNER-INPUT NOT = SPACES
                   MOVE WS-OWNER-INPUT TO DSP-OWNER
               END-IF

               DISPLAY 'New note (blank = no change): '
               MOVE SPACES TO WS-NOTE-INPUT
               ACCEPT WS-NOTE-INPUT
               IF WS-NOTE-INPUT NOT = SPACES
                   MOVE WS-NOTE-INPUT TO DSP-NOTE
               END-IF

               MOVE WS-CURRENT-DATE TO DSP-LAST-UPDATE
               REWRITE DISPUTE-RECORD
               MOVE 'DSPU' TO WS-AUDIT-OUTCOME
               CALL 'AUDIT-LOGGER' USING WS-OPERATOR-ID WS-SEARCH-ID
                   WS-AUDIT-OUTCOME CUST-NAME
               DISPLAY 'Dispute updated.'
           END-IF.

       FIND-DISPUTED-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND.
           MOVE DSP-KEY TO OI-KEY.
           READ OPEN-ITEM-FILE
               INVALID KEY
                   DISPLAY 'Open item no longer on file - amount '
                       'kept.'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ITEM-FOUND
                   MOVE OI-REMAINING-AMOUNT TO WS-AMOUNT-CAP
           END-READ.

       ACCEPT-UPDATED-AMOUNT.
           MOVE 'N' TO WS-AMOUNT-OK.
           PERFORM UNTIL AMOUNT-OK
               MOVE SPACES TO WS-AMOUNT-INPUT
               ACCEPT WS-AMOUNT-INPUT
               IF WS-AMOUNT-INPUT = SPACES
                   MOVE 'Y' TO WS-AMOUNT-OK
               ELSE
                   PERFORM EDIT-UPDATED-AMOUNT
               END-IF
           END-PERFORM.

       EDIT-UPDATED-AMOUNT.
           IF WS-AMOUNT-INPUT IS NUMERIC
               MOVE WS-AMOUNT-INPUT TO WS-ENTRY-AMOUNT
               IF WS-ENTRY-AMOUNT > ZERO
                   AND WS-ENTRY-AMOUNT NOT > WS-AMOUNT-CAP
                   MOVE 'Y' TO WS-AMOUNT-OK
               ELSE
                   DISPLAY 'Amount must be greater than zero and '
                       'not more than the item amount.'
                   MOVE DSP-AMOUNT TO WS-ENTRY-AMOUNT
               END-IF
           ELSE
               DISPLAY 'Invalid amount - 11 digits required, '
                   'last two are cents.'
           END-IF.

       RESOLVE-DISPUTE.
           PERFORM SELECT-CUSTOMER-DISPUTE.
           IF DISPUTE-FOUND
               PERFORM ACCEPT-RESOLUTION
               MOVE ZERO TO WS-ENTRY-AMOUNT
               IF WS-RESOLUTION-INPUT = 'C'
                   MOVE DSP-AMOUNT TO WS-AMOUNT-CAP
                   DISPLAY 'Credit amount as 9(9)V99 digits (blank = '
                       'disputed amount): '
                   PERFORM ACCEPT-CAPPED-AMOUNT
               END-IF
               DISPLAY 'Resolution note (blank = no change): '
               MOVE SPACES TO WS-NOTE-INPUT
               ACCEPT WS-NOTE-INPUT
               DISPLAY 'Resolve this dispute (Y/N): '
               MOVE 'N' TO WS-CONFIRM-INPUT
               ACCEPT WS-CONFIRM-INPUT
               IF WS-CONFIRM-INPUT = 'Y'
                   PERFORM RECORD-RESOLUTION
               ELSE
                   DISPLAY 'No action taken.'
               END-IF
           END-IF.

       ACCEPT-RESOLUTION.
           MOVE 'N' TO WS-RESOLUTION-OK.
           PERFORM UNTIL RESOLUTION-OK
               DISPLAY 'Resolution C)ustomer right  U)pheld  '
                   'W)ithdrawn by customer: '
               MOVE SPACE TO WS-RESOLUTION-INPUT
               ACCEPT WS-RESOLUTION-INPUT
               IF WS-RESOLUTION-INPUT = 'C' OR WS-RESOLUTION-INPUT = 'U'
                   OR WS-RESOLUTION-INPUT = 'W'
                   MOVE 'Y' TO WS-RESOLUTION-OK
               ELSE
                   DISPLAY 'Invalid resolution - must be C, U or W.'
               END-IF
           END-PERFORM.

       RECORD-RESOLUTION.
           MOVE 'R' TO DSP-STATUS.
           MOVE WS-RESOLUTION-INPUT TO DSP-RESOLUTION.
           MOVE WS-CURRENT-DATE TO DSP-RESOLVED-DATE.
           MOVE WS-OPERATOR-ID TO DSP-RESOLVED-BY.
           MOVE WS-CURRENT-DATE TO DSP-LAST-UPDATE.
           IF WS-NOTE-INPUT NOT = SPACES
               MOVE WS-NOTE-INPUT TO DSP-NOTE
           END-IF.
           IF DSP-CUSTOMER-RIGHT
               MOVE WS-ENTRY-AMOUNT TO DSP-CREDIT-AMOUNT
               MOVE 'P' TO DSP-CREDIT-STATUS
           ELSE
               MOVE ZERO TO DSP-CREDIT-AMOUNT
               MOVE 'N' TO DSP-CREDIT-STATUS
           END-IF.
           REWRITE DISPUTE-RECORD.
           MOVE 'DSPR' TO WS-AUDIT-OUTCOME.
           CALL 'AUDIT-LOGGER' USING WS-OPERATOR-ID WS-SEARCH-ID
               WS-AUDIT-OUTCOME CUST-NAME.
           IF DSP-CUSTOMER-RIGHT
               DISPLAY 'Dispute resolved - credit adjustment will '
                   'post on the next CUSTOMER-DSPCREDIT run.'
           ELSE
               DISPLAY 'Dispute resolved - item returns to normal '
                   'collection.'
           END-IF.

       LIST-DISPUTES.
           PERFORM VALIDATE-SEARCH-ID.
           PERFORM LOOK-UP-CUSTOMER.
           IF CUST-FOUND
               PERFORM LIST-CUSTOMER-DISPUTES
           END-IF.

       LIST-CUSTOMER-DISPUTES.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE 'N' TO WS-LIST-EOF-FLAG.
           MOVE WS-SEARCH-ID TO DSP-CUST-ID.
           MOVE ZERO TO DSP-POST-DATE.
           MOVE ZERO TO DSP-INVOICE-NO.
           START DISPUTE-FILE KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-EOF-FLAG
           END-START.

           PERFORM UNTIL LIST-EOF
               READ DISPUTE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF-FLAG
                   NOT AT END
                       IF DSP-CUST-ID = WS-SEARCH-ID
                           PERFORM DISPLAY-DISPUTE-LINE
                       ELSE
                           MOVE 'Y' TO WS-LIST-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-LIST-COUNT = ZERO
               DISPLAY 'No disputes on file for customer '
                   WS-SEARCH-ID '.'
           ELSE
               DISPLAY 'Disputes listed: ' WS-LIST-COUNT
           END-IF.

       DISPLAY-DISPUTE-LINE.
           ADD 1 TO WS-LIST-COUNT.
           MOVE DSP-INVOICE-NO TO WS-L-INVOICE-NO.
           MOVE DSP-REASON-CODE TO WS-L-REASON.
           MOVE DSP-OPENED-DATE TO WS-L-OPENED.
           MOVE DSP-AMOUNT TO WS-SIGNED-AMOUNT.
           CALL 'FORMAT-BALANCE' USING WS-SIGNED-AMOUNT
               WS-FORMATTED-AMOUNT.
           MOVE WS-FORMATTED-AMOUNT TO WS-L-AMOUNT.
           MOVE DSP-OWNER TO WS-L-OWNER.
           MOVE DSP-STATUS TO WS-L-STATUS.
           MOVE DSP-RESOLUTION TO WS-L-RESOLUTION.
           MOVE DSP-NOTE TO WS-L-NOTE.
           DISPLAY WS-DISPUTE-DETAIL.
