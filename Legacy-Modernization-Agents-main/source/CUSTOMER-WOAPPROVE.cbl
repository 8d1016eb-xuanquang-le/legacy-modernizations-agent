       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-WOAPPROVE.

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

       DATA DIVISION.
       FILE SECTION.
       FD  WRITE-OFF-FILE.
       COPY WRTOFF-DATA.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.

       01  WS-CTL-FUNCTION          PIC X(3).
       01  WS-CTL-RETURN            PIC X.
           88  CTL-OK               VALUE 'Y'.

       01  WS-WO-FILE-STATUS        PIC XX.
       01  WS-CUST-FILE-STATUS      PIC XX.
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
       01  WS-PROPOSAL-FOUND        PIC X.
           88  PROPOSAL-FOUND       VALUE 'Y'.

       01  WS-PENDING-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-CONFIRM-INPUT         PIC X.
       01  WS-NOTE-INPUT            PIC X(30).
       01  WS-AUDIT-OUTCOME         PIC X(4).
       01  WS-CUST-NAME             PIC X(50).

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-FORMATTED-AMOUNT      PIC X(20).
       01  WS-SIGNED-AMOUNT         PIC S9(9)V99.

       01  WS-OPERATOR-ID           PIC X(8).
       01  WS-OPER-AUTHORITY        PIC X.
           88  OPER-SUPER-AUTH      VALUE 'S'.
       01  WS-SIGNON-OK             PIC X VALUE 'N'.
           88  SIGNON-OK            VALUE 'Y'.

       01  WS-BROWSE-DETAIL.
           05  WS-B-CUST-ID         PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-B-PROPOSED        PIC 9999/99/99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-B-AMOUNT          PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-B-DAYS            PIC ZZZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-B-STATUS          PIC X.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-B-CUST-NAME       PIC X(30).

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

           OPEN I-O WRITE-OFF-FILE.
           IF WS-WO-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'No write-off proposals on file.'
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT MORE-WORK
               DISPLAY 'B)rowse  A)pprove  R)eject  X)it: '
               ACCEPT WS-FUNCTION-CODE
               EVALUATE TRUE
                   WHEN FN-BROWSE
                       PERFORM BROWSE-PROPOSALS
                   WHEN FN-APPROVE
                       IF OPER-SUPER-AUTH
                           PERFORM APPROVE-PROPOSAL
                       ELSE
                           PERFORM REFUSE-NOT-SUPERVISOR
                       END-IF
                   WHEN FN-REJECT
                       IF OPER-SUPER-AUTH
                           PERFORM REJECT-PROPOSAL
                       ELSE
                           PERFORM REFUSE-NOT-SUPERVISOR
                       END-IF
                   WHEN FN-EXIT
                       MOVE 'N' TO WS-MORE-WORK
                   WHEN OTHER
                       DISPLAY 'Invalid selection'
               END-EVALUATE
           END-PERFORM.

           CLOSE WRITE-OFF-FILE.
           CLOSE CUSTOMER-FILE.
           STOP RUN.

       REFUSE-NOT-SUPERVISOR.
           CALL 'ERROR-LOGGER' USING ERR-NOT-AUTHORIZED-CD
               ERR-NOT-AUTHORIZED ERR-NOT-AUTHORIZED-SEV ZERO.
           DISPLAY 'Supervisor authority required to approve or '
               'reject a write-off.'.

       BROWSE-PROPOSALS.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO WO-KEY.
           START WRITE-OFF-FILE KEY IS NOT LESS THAN WO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.

           DISPLAY 'CUST-ID   PROPOSED    AMOUNT OWED           '
               'DAYS  S  NAME'.
           PERFORM UNTIL EOF
               READ WRITE-OFF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WO-PROPOSED OR WO-APPROVED
                           PERFORM DISPLAY-PROPOSAL-LINE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'Proposals awaiting review or release: '
               WS-PENDING-COUNT.

       DISPLAY-PROPOSAL-LINE.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE WO-CUST-ID TO WS-B-CUST-ID.
           MOVE WO-PROPOSED-DATE TO WS-B-PROPOSED.
           MOVE WO-AMOUNT-OWED TO WS-SIGNED-AMOUNT.
           CALL 'FORMAT-BALANCE' USING WS-SIGNED-AMOUNT
               WS-FORMATTED-AMOUNT.
           MOVE WS-FORMATTED-AMOUNT TO WS-B-AMOUNT.
           MOVE WO-DAYS-OWING TO WS-B-DAYS.
           MOVE WO-STATUS TO WS-B-STATUS.
           PERFORM READ-CUSTOMER-NAME.
           MOVE WS-CUST-NAME TO WS-B-CUST-NAME.
           DISPLAY WS-BROWSE-DETAIL.

       READ-CUSTOMER-NAME.
           MOVE WO-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '** NOT ON CUSTOMER FILE **' TO WS-CUST-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-CUST-NAME
           END-READ.

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

       FIND-PENDING-PROPOSAL.
           MOVE 'N' TO WS-PROPOSAL-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE WS-SEARCH-ID TO WO-CUST-ID.
           MOVE ZERO TO WO-PROPOSED-DATE.
           START WRITE-OFF-FILE KEY IS NOT LESS THAN WO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL EOF OR PROPOSAL-FOUND
               READ WRITE-OFF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WO-CUST-ID NOT = WS-SEARCH-ID
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF WO-PROPOSED
                               MOVE 'Y' TO WS-PROPOSAL-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF PROPOSAL-FOUND
               PERFORM SHOW-PROPOSAL
           ELSE
               DISPLAY 'No write-off proposal awaiting review for '
                   'this customer.'
           END-IF.

       SHOW-PROPOSAL.
           PERFORM READ-CUSTOMER-NAME.
           MOVE WO-AMOUNT-OWED TO WS-SIGNED-AMOUNT.
           CALL 'FORMAT-BALANCE' USING WS-SIGNED-AMOUNT
               WS-FORMATTED-AMOUNT.
           DISPLAY 'Customer: ' WS-CUST-NAME.
           DISPLAY 'Proposed ' WO-PROPOSED-DATE ' for '
               WS-FORMATTED-AMOUNT.
           DISPLAY 'Oldest item ' WO-DAYS-OWING
               ' days past due, aging bucket '
               WO-AGING-BUCKET ', dunning level ' WO-DUNNING-LEVEL '.'.

       APPROVE-PROPOSAL.
           PERFORM VALIDATE-SEARCH-ID.
           PERFORM FIND-PENDING-PROPOSAL.
           IF PROPOSAL-FOUND
               DISPLAY 'Approve this write-off (Y/N): '
               MOVE 'N' TO WS-CONFIRM-INPUT
               ACCEPT WS-CONFIRM-INPUT
               IF WS-CONFIRM-INPUT = 'Y'
                   MOVE 'A' TO WO-STATUS
                   MOVE SPACES TO WO-REVIEW-NOTE
                   MOVE 'WOAP' TO WS-AUDIT-OUTCOME
                   PERFORM RECORD-REVIEW
                   DISPLAY 'Write-off approved - it will post on the '
                       'next CUSTOMER-WORELEASE run.'
               ELSE
                   DISPLAY 'No action taken.'
               END-IF
           END-IF.

       REJECT-PROPOSAL.
           PERFORM VALIDATE-SEARCH-ID.
           PERFORM FIND-PENDING-PROPOSAL.
           IF PROPOSAL-FOUND
               DISPLAY 'Reason for rejection: '
               MOVE SPACES TO WS-NOTE-INPUT
               ACCEPT WS-NOTE-INPUT
               DISPLAY 'Reject this write-off (Y/N): '
               MOVE 'N' TO WS-CONFIRM-INPUT
               ACCEPT WS-CONFIRM-INPUT
               IF WS-CONFIRM-INPUT = 'Y'
                   MOVE 'R' TO WO-STATUS
                   MOVE WS-NOTE-INPUT TO WO-REVIEW-NOTE
                   MOVE 'WORJ' TO WS-AUDIT-OUTCOME
                   PERFORM RECORD-REVIEW
                   DISPLAY 'Write-off rejected.'
               ELSE
                   DISPLAY 'No action taken.'
               END-IF
           END-IF.

       RECORD-REVIEW.
           MOVE WS-OPERATOR-ID TO WO-REVIEW-OPERATOR.
           MOVE WS-CURRENT-DATE TO WO-REVIEW-DATE.
           REWRITE WRITE-OFF-RECORD.
           CALL 'AUDIT-LOGGER' USING WS-OPERATOR-ID WO-CUST-ID
               WS-AUDIT-OUTCOME WS-CUST-NAME.
