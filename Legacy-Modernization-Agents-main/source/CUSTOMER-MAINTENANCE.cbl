       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.
       COPY DUALPARM-DATA.
       COPY PENDAPRV-DATA.

       01  WS-CTL-FUNCTION          PIC X(3).
       01  WS-CTL-RETURN            PIC X.
       01  WS-BEFORE-IMAGE          PIC X(200).
       01  WS-AFTER-IMAGE           PIC X(200).
       01  WS-JRNL-ACTION           PIC X(3).
       01  WS-JRNL-APPROVER         PIC X(8) VALUE SPACES.

       01  WS-DUAL-FUNCTION         PIC X(3).
       01  WS-DUAL-RETURN           PIC X.
           88  DUAL-OK              VALUE 'Y'.
       01  WS-OLD-LIMIT             PIC S9(9)V99.
       01  WS-OLD-STATUS            PIC X.
       01  WS-LIMIT-INCREASE        PIC S9(9)V99.
       01  WS-HOLD-LIMIT            PIC X VALUE 'N'.
           88  HOLD-LIMIT           VALUE 'Y'.
       01  WS-HOLD-STATUS           PIC X VALUE 'N'.
           88  HOLD-STATUS          VALUE 'Y'.
       01  WS-HELD-LIMIT            PIC S9(9)V99.
       01  WS-HELD-STATUS           PIC X.
       01  WS-DUAL-AUDIT-NAME.
           05  FILLER               PIC X(6) VALUE 'MAKER '.
           05  WS-DA-MAKER          PIC X(8).
           05  FILLER               PIC X(9) VALUE ' CHECKER '.
           05  WS-DA-CHECKER        PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-DA-TEXT           PIC X(18).

       01  WS-OPERATOR-ID           PIC X(8).
       01  WS-OPER-AUTHORITY        PIC X.
               STOP RUN
           END-IF.

           MOVE 'PRM' TO WS-DUAL-FUNCTION.
           CALL 'DUALCTL-MANAGER' USING WS-DUAL-FUNCTION
               DUAL-PARAMETER-RECORD PENDING-APPROVAL-RECORD
               WS-DUAL-RETURN.

           OPEN I-O CUSTOMER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
               MOVE ZERO TO CUST-CREDIT-LIMIT
           END-IF.
           MOVE 'P' TO CUST-STATUS.
           MOVE ZERO TO WS-OLD-LIMIT.
           MOVE 'P' TO WS-OLD-STATUS.
           PERFORM CHECK-DUAL-CONTROL.
           MOVE WS-CURRENT-DATE TO CUST-LAST-ACTIVITY-DATE.

           WRITE CUSTOMER-RECORD
                   MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
                   CALL 'MAINT-JOURNAL' USING WS-OPERATOR-ID
                       WS-FUNCTION-CODE WS-BEFORE-IMAGE
                       WS-AFTER-IMAGE WS-JRNL-APPROVER
                   MOVE 'WRT' TO WS-JRNL-ACTION
                   CALL 'CUSTFILE-JOURNAL' USING WS-JRNL-ACTION
                       WS-AFTER-IMAGE
                   DISPLAY 'Customer added.'
                   IF HOLD-LIMIT OR HOLD-STATUS
                       PERFORM HOLD-CUSTOMER-CHANGE
                   END-IF
           END-WRITE.

       WARN-ON-DUPLICATE-NAME.
                   DISPLAY ERR-CUST-NOT-FOUND
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
                   MOVE CUST-CREDIT-LIMIT TO WS-OLD-LIMIT
                   MOVE CUST-STATUS TO WS-OLD-STATUS
                   DISPLAY 'Enter Customer Name (blank = no change): '
                   MOVE SPACES TO WS-NAME-INPUT
                   ACCEPT WS-NAME-INPUT
                       MOVE WS-LIMIT-INPUT TO CUST-CREDIT-LIMIT
                   END-IF
                   PERFORM VALIDATE-STATUS-INPUT
                   PERFORM CHECK-DUAL-CONTROL
                   MOVE WS-CURRENT-DATE TO CUST-LAST-ACTIVITY-DATE
                   REWRITE CUSTOMER-RECORD
                   MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
                   CALL 'MAINT-JOURNAL' USING WS-OPERATOR-ID
                       WS-FUNCTION-CODE WS-BEFORE-IMAGE
                       WS-AFTER-IMAGE WS-JRNL-APPROVER
                   MOVE 'REW' TO WS-JRNL-ACTION
                   CALL 'CUSTFILE-JOURNAL' USING WS-JRNL-ACTION
                       WS-AFTER-IMAGE
                   DISPLAY 'Customer updated.'
                   IF HOLD-LIMIT OR HOLD-STATUS
                       PERFORM HOLD-CUSTOMER-CHANGE
                   END-IF
           END-READ.

       CHECK-DUAL-CONTROL.
           MOVE 'N' TO WS-HOLD-LIMIT.
           MOVE 'N' TO WS-HOLD-STATUS.
           COMPUTE WS-LIMIT-INCREASE = CUST-CREDIT-LIMIT - WS-OLD-LIMIT.
           IF WS-LIMIT-INCREASE > PRM-LIMIT-THRESHOLD
               MOVE 'Y' TO WS-HOLD-LIMIT
               MOVE CUST-CREDIT-LIMIT TO WS-HELD-LIMIT
               MOVE WS-OLD-LIMIT TO CUST-CREDIT-LIMIT
           ELSE
               MOVE WS-OLD-LIMIT TO WS-HELD-LIMIT
           END-IF.
           IF (WS-OLD-STATUS = 'C' OR WS-OLD-STATUS = 'E')
               AND CUST-STATUS NOT = WS-OLD-STATUS
               MOVE 'Y' TO WS-HOLD-STATUS
               MOVE CUST-STATUS TO WS-HELD-STATUS
               MOVE WS-OLD-STATUS TO CUST-STATUS
           ELSE
               MOVE WS-OLD-STATUS TO WS-HELD-STATUS
           END-IF.

       HOLD-CUSTOMER-CHANGE.
           MOVE CUST-ID TO PA-CUST-ID.
           MOVE WS-CURRENT-DATE TO PA-ENTRY-DATE.
           MOVE 'C' TO PA-TYPE.
           MOVE ZERO TO PA-ACCT-NO.
           MOVE WS-OPERATOR-ID TO PA-MAKER-ID.
           MOVE WS-OLD-LIMIT TO PA-OLD-LIMIT.
           MOVE WS-HELD-LIMIT TO PA-NEW-LIMIT.
           MOVE WS-OLD-STATUS TO PA-OLD-STATUS.
           MOVE WS-HELD-STATUS TO PA-NEW-STATUS.
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
               MOVE 'CUSTOMER CHANGE' TO WS-DA-TEXT
               CALL 'AUDIT-LOGGER' USING WS-OPERATOR-ID CUST-ID
                   'DCHD' WS-DUAL-AUDIT-NAME
               IF HOLD-LIMIT
                   DISPLAY 'Credit limit increase held for '
                       'supervisor approval.'
               END-IF
               IF HOLD-STATUS
                   DISPLAY 'Status change out of ' WS-OLD-STATUS
                       ' held for supervisor approval.'
               END-IF
           ELSE
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV CUST-ID
               DISPLAY 'Unable to record the change for approval - '
                   'credit limit and status left unchanged.'
           END-IF.

       VALIDATE-OPENING-BALANCE.
           MOVE 'N' TO WS-BALANCE-OK.
           PERFORM UNTIL BALANCE-OK
                   MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
                   CALL 'MAINT-JOURNAL' USING WS-OPERATOR-ID
                       WS-FUNCTION-CODE WS-BEFORE-IMAGE
                       WS-AFTER-IMAGE WS-JRNL-APPROVER
                   MOVE 'REW' TO WS-JRNL-ACTION
                   CALL 'CUSTFILE-JOURNAL' USING WS-JRNL-ACTION
                       WS-AFTER-IMAGE
