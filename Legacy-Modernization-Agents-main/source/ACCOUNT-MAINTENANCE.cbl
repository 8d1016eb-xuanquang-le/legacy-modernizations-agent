
       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.
       COPY DUALPARM-DATA.
       COPY PENDAPRV-DATA.

       01  WS-CTL-FUNCTION          PIC X(3).
       01  WS-CTL-RETURN            PIC X.
           88  CTL-OK               VALUE 'Y'.

       01  WS-ACCT-FILE-STATUS      PIC XX.
       01  WS-CUST-FILE-STATUS      PIC XX.
       01  WS-TYPE-INPUT            PIC X(10).
       01  WS-AMOUNT-INPUT          PIC X(11).
       01  WS-STATUS-INPUT          PIC X.
       01  WS-TERMS-INPUT           PIC X(10).
       01  WS-TERMS-OK              PIC X.
           88  TERMS-OK             VALUE 'Y'.
       01  WS-TERMS-DUE-DATE        PIC 9(8).
       01  WS-TERMS-DISC-DATE       PIC 9(8).
       01  WS-TERMS-DISC-PCT        PIC 9(2)V99.

       01  WS-OPENING-BALANCE       PIC S9(9)V99.
       01  WS-LIST-COUNT            PIC 9(3).

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-BUSINESS-DATE         PIC 9(8).

       01  WS-FORMATTED-BALANCE     PIC X(20).

       01  WS-JRNL-IMAGE            PIC X(200).
       01  WS-JRNL-ACTION           PIC X(3).

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
           88  OPER-MAINT-AUTH      VALUES 'M' 'S'.
           05  WS-AD-BALANCE        PIC X(20).
           05  FILLER               PIC X(8) VALUE ' LIMIT: '.
           05  WS-AD-LIMIT          PIC X(20).
           05  FILLER               PIC X(8) VALUE ' TERMS: '.
           05  WS-AD-TERMS          PIC X(10).

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
               STOP RUN
           END-IF.

           MOVE 'PRM' TO WS-DUAL-FUNCTION.
           CALL 'DUALCTL-MANAGER' USING WS-DUAL-FUNCTION
               DUAL-PARAMETER-RECORD PENDING-APPROVAL-RECORD
               WS-DUAL-RETURN.

           OPEN I-O CUSTOMER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
           END-IF.
           MOVE WS-OPENING-BALANCE TO ACCT-BALANCE.

           MOVE 'N' TO WS-TERMS-OK.
           PERFORM UNTIL TERMS-OK
               DISPLAY 'Enter payment terms code (e.g. NET30, '
                   '2/10 NET30; blank = standard): '
               MOVE SPACES TO WS-TERMS-INPUT
               ACCEPT WS-TERMS-INPUT
               PERFORM VALIDATE-TERMS-CODE
           END-PERFORM.
           MOVE WS-TERMS-INPUT TO ACCT-TERMS-CODE.

           MOVE 'A' TO ACCT-STATUS.
           MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY-DATE.
           MOVE ZERO TO WS-OLD-LIMIT.
           MOVE 'A' TO WS-OLD-STATUS.
           PERFORM CHECK-DUAL-CONTROL.

           WRITE ACCOUNT-RECORD
               INVALID KEY
                   CALL 'AUDIT-LOGGER' USING WS-OPERATOR-ID
                       WS-SEARCH-ID 'AADD' SPACES
                   DISPLAY 'Account added.'
                   IF HOLD-LIMIT OR HOLD-STATUS
                       PERFORM HOLD-ACCOUNT-CHANGE
                   END-IF
           END-WRITE.

       UPDATE-ACCOUNT.
           END-READ.

       UPDATE-ACCOUNT-FIELDS.
           MOVE ACCT-CREDIT-LIMIT TO WS-OLD-LIMIT.
           MOVE ACCT-STATUS TO WS-OLD-STATUS.
           DISPLAY 'Enter account type (blank = no change): '.
           MOVE SPACES TO WS-TYPE-INPUT.
           ACCEPT WS-TYPE-INPUT.
               END-IF
           END-IF.

           DISPLAY 'Enter payment terms code (blank = no change, '
               'STANDARD = standard terms): '.
           MOVE SPACES TO WS-TERMS-INPUT.
           ACCEPT WS-TERMS-INPUT.
           IF WS-TERMS-INPUT = 'STANDARD'
               MOVE SPACES TO ACCT-TERMS-CODE
           ELSE IF WS-TERMS-INPUT NOT = SPACES
               PERFORM VALIDATE-TERMS-CODE
               IF TERMS-OK
                   MOVE WS-TERMS-INPUT TO ACCT-TERMS-CODE
               ELSE
                   DISPLAY 'Terms unchanged.'
               END-IF
           END-IF.

           DISPLAY 'Enter Status A/C (blank = no change): '.
           MOVE SPACES TO WS-STATUS-INPUT.
           ACCEPT WS-STATUS-INPUT.
                   DISPLAY 'Invalid status - unchanged.'
           END-EVALUATE.

           PERFORM CHECK-DUAL-CONTROL.
           REWRITE ACCOUNT-RECORD.
           CALL 'AUDIT-LOGGER' USING WS-OPERATOR-ID WS-SEARCH-ID
               'AUPD' SPACES.
           DISPLAY 'Account updated.'.
           IF HOLD-LIMIT OR HOLD-STATUS
               PERFORM HOLD-ACCOUNT-CHANGE
           END-IF.

       CHECK-DUAL-CONTROL.
           MOVE 'N' TO WS-HOLD-LIMIT.
           MOVE 'N' TO WS-HOLD-STATUS.
           COMPUTE WS-LIMIT-INCREASE = ACCT-CREDIT-LIMIT - WS-OLD-LIMIT.
           IF WS-LIMIT-INCREASE > PRM-LIMIT-THRESHOLD
               MOVE 'Y' TO WS-HOLD-LIMIT
               MOVE ACCT-CREDIT-LIMIT TO WS-HELD-LIMIT
               MOVE WS-OLD-LIMIT TO ACCT-CREDIT-LIMIT
           ELSE
               MOVE WS-OLD-LIMIT TO WS-HELD-LIMIT
           END-IF.
           IF WS-OLD-STATUS = 'C' AND ACCT-STATUS NOT = WS-OLD-STATUS
               MOVE 'Y' TO WS-HOLD-STATUS
               MOVE ACCT-STATUS TO WS-HELD-STATUS
               MOVE WS-OLD-STATUS TO ACCT-STATUS
           ELSE
               MOVE WS-OLD-STATUS TO WS-HELD-STATUS
           END-IF.

       HOLD-ACCOUNT-CHANGE.
           MOVE ACCT-CUST-ID TO PA-CUST-ID.
           MOVE WS-BUSINESS-DATE TO PA-ENTRY-DATE.
           MOVE 'A' TO PA-TYPE.
           MOVE ACCT-NO TO PA-ACCT-NO.
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
               MOVE 'ACCOUNT CHANGE' TO WS-DA-TEXT
               CALL 'AUDIT-LOGGER' USING WS-OPERATOR-ID ACCT-CUST-ID
                   'DCHD' WS-DUAL-AUDIT-NAME
               IF HOLD-LIMIT
                   DISPLAY 'Credit limit increase held for '
                       'supervisor approval.'
               END-IF
               IF HOLD-STATUS
                   DISPLAY 'Reopening of closed account held for '
                       'supervisor approval.'
               END-IF
           ELSE
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ACCT-CUST-ID
               DISPLAY 'Unable to record the change for approval - '
                   'credit limit and status left unchanged.'
           END-IF.

       VALIDATE-TERMS-CODE.
           CALL 'TERMS-MANAGER' USING WS-TERMS-INPUT WS-CURRENT-DATE
               WS-TERMS-DUE-DATE WS-TERMS-DISC-DATE WS-TERMS-DISC-PCT
               WS-TERMS-OK.
           IF NOT TERMS-OK
               DISPLAY 'Terms code ' WS-TERMS-INPUT
                   ' is not in the terms table.'
           END-IF.

       LIST-ACCOUNTS.
           PERFORM VALIDATE-SEARCH-ID.
           CALL 'FORMAT-BALANCE' USING ACCT-CREDIT-LIMIT
               WS-FORMATTED-BALANCE.
           MOVE WS-FORMATTED-BALANCE TO WS-AD-LIMIT.
           IF ACCT-TERMS-CODE = SPACES
               MOVE 'STANDARD' TO WS-AD-TERMS
           ELSE
               MOVE ACCT-TERMS-CODE TO WS-AD-TERMS
           END-IF.
           DISPLAY WS-ACCT-DETAIL.
